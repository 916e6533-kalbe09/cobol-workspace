001100*      COLS 14-38  OFFICIAL DESCRIPTION (ADD; ALSO REPLACES THE
001110*                  STANDING DESCRIPTION ON ADD OF AN EXISTING
001120*                  KEY)
001130*      COLS 44-51  REQUESTING OPERATOR ID (DEACT, REQUIRED)
001140*  ENTRIES ARE NEVER DELETED - DEACT MARKS A KEY INACTIVE SO
001150*  TRANEDIT REJECTS IT, AND REACT TURNS IT BACK ON; THE ROW
001160*  KEEPS ITS OFFICIAL DESCRIPTION EITHER WAY.  EVERY CHANGE
001170*  RESTAMPS THE ROW WITH TODAY'S DATE.
001180*  DEACT IS UNDER DUAL CONTROL.  THE CARD ONLY REQUESTS IT: THE
001190*  KEY IS CHECKED AND THE CARD IS WRITTEN TO THE PENDCHG FILE
001200*  WITH THE OPERATOR'S ID.  CHGAPPR APPROVES IT ONLY ON A
001210*  DIFFERENT OPERATOR'S SIGNATURE, AND THE NEXT RUN THAT HAS
001220*  THE CHGAPRV DD APPLIES EVERY APPROVED REFMNT CHANGE ON IT
001230*  BEFORE READING ANY CARD.  THE CHGLOG KEEPS BOTH IDS.
001240*  WHEN THE MASTER IS NOT AVAILABLE (RC=08) THE APPROVED REFMNT
001250*  CHANGES GO BACK ON THE PENDNEW CARRY STILL APPROVED, AND
001260*  CHGAPPR REISSUES THEM ON ITS NEXT RUN.
001270*  RETURN CODES:
001280*      00 - EVERY COMMAND SUCCEEDED
001290*      04 - AT LEAST ONE COMMAND FAILED (SEE THE LISTING)
001300*      08 - REFERENCE MASTER NOT AVAILABLE
001310*----------------------------------------------------------------
001320*  MODIFICATION HISTORY
001330*  DATE       INIT  DESCRIPTION
001340*  09/02/26   JPM   ORIGINAL VERSION.
001350*  10/15/26   JPM   DUAL CONTROL.  DEACT CARDS NOW CARRY THE
001360*                   REQUESTING OPERATOR'S ID AND ARE WRITTEN TO
001370*                   PENDCHG INSTEAD OF APPLIED; DEACTS APPROVED
001380*                   BY A SECOND OPERATOR COME BACK ON CHGAPRV
001390*                   AND ARE APPLIED HERE.  RESEQUENCED THE
001400*                   SOURCE DECK.
001410*  10/15/26   JPM   WHEN THE REFERENCE MASTER IS NOT AVAILABLE THE
001420*                   APPROVED REFMNT CHANGES ON CHGAPRV ARE WRITTEN
001430*                   BACK TO THE PENDNEW CARRY, STILL APPROVED, SO
001440*                   THE JOB CAN REPLACE ITS QUEUE AFTER A PARTIAL
001450*                   APPLY.  RESEQUENCED THE SOURCE DECK.
001460*****************************************************************
001470 IDENTIFICATION DIVISION.
001480 PROGRAM-ID. REFMNT.
001490 AUTHOR. J P MEYER.
001500 INSTALLATION. BATCH SYSTEMS GROUP.
001510 DATE-WRITTEN. 09/02/26.
001520 DATE-COMPILED.
001530 ENVIRONMENT DIVISION.
001540 INPUT-OUTPUT SECTION.
001550 FILE-CONTROL.
001560     SELECT CMDFILE ASSIGN TO CMDFILE
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS WS-CMDFILE-STATUS.
001590     SELECT REFMSTR ASSIGN TO REFMSTR
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS DYNAMIC
001620         RECORD KEY IS REF-KEY
001630         FILE STATUS IS WS-REFMSTR-STATUS.
001640     SELECT REFRPT ASSIGN TO REFRPT
001650         ORGANIZATION IS SEQUENTIAL
001660         FILE STATUS IS WS-REFRPT-STATUS.
001670     SELECT PENDCHG ASSIGN TO PENDCHG
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS WS-PENDCHG-STATUS.
001700     SELECT CHGAPRV ASSIGN TO CHGAPRV
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS WS-CHGAPRV-STATUS.
001730     SELECT PENDNEW ASSIGN TO PENDNEW
001740         ORGANIZATION IS SEQUENTIAL
001750         FILE STATUS IS WS-PENDNEW-STATUS.
001760 DATA DIVISION.
001770 FILE SECTION.
001780 FD  CMDFILE
001790     RECORD CONTAINS 80 CHARACTERS
001800     RECORDING MODE IS F.
001810 01  CMDFILE-RECORD.
001820     05  CMD-VERB                   PIC X(08).
001830     05  FILLER                     PIC X(01).
001840     05  CMD-KEY                    PIC 999.
001850     05  FILLER                     PIC X(01).
001860     05  CMD-DESC                   PIC X(25).
001870     05  FILLER                     PIC X(05).
001880     05  CMD-OPERATOR               PIC X(08).
001890     05  FILLER                     PIC X(29).
001900 FD  REFMSTR
001910     RECORD CONTAINS 80 CHARACTERS.
001920 COPY REFREC.
001930 FD  REFRPT
001940     RECORD CONTAINS 80 CHARACTERS
001950     RECORDING MODE IS F.
001960 01  REFRPT-RECORD                  PIC X(80).
001970 FD  PENDCHG
001980     RECORD CONTAINS 120 CHARACTERS
001990     RECORDING MODE IS F.
002000 01  PENDCHG-RECORD                 PIC X(120).
002010 FD  CHGAPRV
002020     RECORD CONTAINS 120 CHARACTERS
002030     RECORDING MODE IS F.
002040 01  CHGAPRV-RECORD                 PIC X(120).
002050 FD  PENDNEW
002060     RECORD CONTAINS 120 CHARACTERS
002070     RECORDING MODE IS F.
002080 01  PENDNEW-RECORD                 PIC X(120).
002090 WORKING-STORAGE SECTION.
002100 COPY PENDREC.
002110 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
002120 01  WS-REFMSTR-STATUS              PIC X(02) VALUE "00".
002130 01  WS-REFRPT-STATUS               PIC X(02) VALUE "00".
002140 01  WS-PENDCHG-STATUS              PIC X(02) VALUE "00".
002150 01  WS-CHGAPRV-STATUS              PIC X(02) VALUE "00".
002160 01  WS-PENDNEW-STATUS              PIC X(02) VALUE "00".
002170 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002180     88  CMD-EOF                     VALUE "Y".
002190 77  WS-LIST-EOF-SWITCH             PIC X(01) VALUE "N".
002200     88  LIST-EOF                    VALUE "Y".
002210 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
002220     88  MASTER-IS-OPEN              VALUE "Y".
002230 77  WS-APRV-EOF-SWITCH             PIC X(01) VALUE "N".
002240     88  APRV-EOF                    VALUE "Y".
002250 77  WS-COMMAND-COUNT               PIC 9(05) VALUE ZERO.
002260 77  WS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
002270 77  WS-LISTED-COUNT                PIC 9(05) VALUE ZERO.
002280 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002290 77  WS-REQUEST-TIME                PIC 9(08) VALUE ZERO.
002300 01  REF-HEADER-LINE.
002310     05  FILLER                     PIC X(28)
002320         VALUE "REFERENCE MASTER LISTING -  ".
002330     05  REF-HDR-DATE               PIC 9(08).
002340     05  FILLER                     PIC X(44) VALUE SPACES.
002350 01  REF-ECHO-LINE.
002360     05  FILLER                     PIC X(09) VALUE "COMMAND: ".
002370     05  REF-ECHO-TEXT              PIC X(43).
002380     05  FILLER                     PIC X(28) VALUE SPACES.
002390 01  REF-APPLY-LINE.
002400     05  FILLER                     PIC X(09) VALUE "APPROVED ".
002410     05  REF-APL-CARD               PIC X(42).
002420     05  FILLER                     PIC X(05) VALUE " REQ ".
002430     05  REF-APL-REQUESTER          PIC X(08).
002440     05  FILLER                     PIC X(05) VALUE " APR ".
002450     05  REF-APL-APPROVER           PIC X(08).
002460     05  FILLER                     PIC X(03) VALUE SPACES.
002470 01  REF-DETAIL-LINE.
002480     05  FILLER                     PIC X(04) VALUE "KEY ".
002490     05  REF-DET-KEY                PIC 999.
002500     05  FILLER                     PIC X(02) VALUE SPACES.
002510     05  REF-DET-DESC               PIC X(25).
002520     05  FILLER                     PIC X(08) VALUE " STATUS ".
002530     05  REF-DET-STATE              PIC X(08).
002540     05  FILLER                     PIC X(06) VALUE " DATE ".
002550     05  REF-DET-DATE               PIC 9(08).
002560     05  FILLER                     PIC X(16) VALUE SPACES.
002570 01  REF-MESSAGE-LINE.
002580     05  REF-MSG-TEXT               PIC X(40).
002590     05  FILLER                     PIC X(40) VALUE SPACES.
002600 01  REF-COUNT-LINE.
002610     05  FILLER                     PIC X(16)
002620         VALUE "RECORDS LISTED: ".
002630     05  REF-CNT-VALUE              PIC ZZZZ9.
002640     05  FILLER                     PIC X(59) VALUE SPACES.
002650 PROCEDURE DIVISION.
002660*----------------------------------------------------------------
002670*    0000-MAINLINE
002680*----------------------------------------------------------------
002690 0000-MAINLINE.
002700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002710     OPEN OUTPUT REFRPT
002720     MOVE WS-RUN-DATE TO REF-HDR-DATE
002730     MOVE REF-HEADER-LINE TO REFRPT-RECORD
002740     WRITE REFRPT-RECORD
002750     OPEN I-O REFMSTR
002760     IF WS-REFMSTR-STATUS = "35"
002770         OPEN OUTPUT REFMSTR
002780         CLOSE REFMSTR
002790         OPEN I-O REFMSTR
002800     END-IF
002810     IF WS-REFMSTR-STATUS NOT = "00"
002820         DISPLAY "REFMNT: REFMSTR NOT AVAILABLE - STATUS "
002830             WS-REFMSTR-STATUS
002840         MOVE "REFERENCE MASTER NOT AVAILABLE" TO REF-MSG-TEXT
002850         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
002860         PERFORM 2030-CARRY-APPROVED THRU 2030-EXIT
002870         MOVE 8 TO RETURN-CODE
002880         PERFORM 8000-FINALIZE THRU 8000-EXIT
002890         GOBACK
002900     END-IF
002910     MOVE "Y" TO WS-MASTER-OPEN-SWITCH
002920     OPEN EXTEND PENDCHG
002930     IF WS-PENDCHG-STATUS = "35"
002940         OPEN OUTPUT PENDCHG
002950     END-IF
002960     OPEN INPUT CMDFILE
002970     PERFORM 2000-APPLY-APPROVED THRU 2000-EXIT
002980     PERFORM 2050-READ-COMMAND THRU 2050-EXIT
002990     PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
003000         UNTIL CMD-EOF
003010     IF WS-FAILED-COUNT > ZERO
003020         MOVE 4 TO RETURN-CODE
003030     END-IF
003040     PERFORM 8000-FINALIZE THRU 8000-EXIT
003050     GOBACK.
003060*----------------------------------------------------------------
003070*    2000-APPLY-APPROVED - CHANGES A SECOND OPERATOR HAS
003080*    APPROVED COME BACK FROM CHGAPPR ON CHGAPRV.  EACH REFMNT
003090*    ROW IS RUN THROUGH THE ORDINARY STATE CHANGE.  NO CHGAPRV
003100*    DD IS AN ORDINARY REQUEST AND INQUIRY RUN
003110*----------------------------------------------------------------
003120 2000-APPLY-APPROVED.
003130     OPEN INPUT CHGAPRV
003140     IF WS-CHGAPRV-STATUS NOT = "00"
003150         GO TO 2000-EXIT
003160     END-IF
003170     PERFORM 2010-READ-APPROVED THRU 2010-EXIT
003180     PERFORM 2020-APPLY-ONE-APPROVED THRU 2020-EXIT
003190         UNTIL APRV-EOF
003200     CLOSE CHGAPRV.
003210 2000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240*    2010-READ-APPROVED
003250*----------------------------------------------------------------
003260 2010-READ-APPROVED.
003270     READ CHGAPRV INTO PEND-RECORD
003280         AT END
003290             SET APRV-EOF TO TRUE
003300     END-READ.
003310 2010-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*    2020-APPLY-ONE-APPROVED - ROWS FOR THE OTHER MAINTENANCE
003350*    PROGRAMS ARE PASSED OVER.  THE TWO-OPERATOR RULE IS
003360*    CHECKED AGAIN HERE SO A HAND-BUILT ROW CANNOT SLIP PAST IT
003370*----------------------------------------------------------------
003380 2020-APPLY-ONE-APPROVED.
003390     IF NOT PEND-FROM-REFMNT OR NOT PEND-IS-APPROVED
003400         GO TO 2020-READ-NEXT
003410     END-IF
003420     ADD 1 TO WS-COMMAND-COUNT
003430     MOVE PEND-CARD-IMAGE TO REF-APL-CARD
003440     MOVE PEND-REQUESTER TO REF-APL-REQUESTER
003450     MOVE PEND-APPROVER TO REF-APL-APPROVER
003460     MOVE REF-APPLY-LINE TO REFRPT-RECORD
003470     WRITE REFRPT-RECORD
003480     IF PEND-APPROVER = SPACES
003490         OR PEND-REQUESTER = SPACES
003500         OR PEND-APPROVER = PEND-REQUESTER
003510         MOVE "REFUSED - NEEDS TWO DIFFERENT OPERATORS"
003520             TO REF-MSG-TEXT
003530         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003540         ADD 1 TO WS-FAILED-COUNT
003550         GO TO 2020-READ-NEXT
003560     END-IF
003570     MOVE PEND-CARD-IMAGE TO CMDFILE-RECORD
003580     IF CMD-VERB = "DEACT   "
003590         PERFORM 3300-SET-STATE THRU 3300-EXIT
003600     ELSE
003610         MOVE "APPROVED VERB NOT RECOGNIZED" TO REF-MSG-TEXT
003620         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003630         ADD 1 TO WS-FAILED-COUNT
003640     END-IF.
003650 2020-READ-NEXT.
003660     PERFORM 2010-READ-APPROVED THRU 2010-EXIT.
003670 2020-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700*    2030-CARRY-APPROVED - THE MASTER IS NOT AVAILABLE, SO NONE
003710*    OF THE APPROVED REFMNT CHANGES ON CHGAPRV CAN BE APPLIED.
003720*    EACH GOES BACK ON THE PENDNEW CARRY STILL APPROVED, AND
003730*    CHGAPPR REISSUES IT ON ITS NEXT RUN.  NO CHGAPRV DD IS AN
003740*    ORDINARY REQUEST RUN WITH NOTHING TO CARRY
003750*----------------------------------------------------------------
003760 2030-CARRY-APPROVED.
003770     OPEN INPUT CHGAPRV
003780     IF WS-CHGAPRV-STATUS NOT = "00"
003790         GO TO 2030-EXIT
003800     END-IF
003810     OPEN EXTEND PENDNEW
003820     IF WS-PENDNEW-STATUS NOT = "00"
003830         DISPLAY "REFMNT: PENDNEW NOT AVAILABLE - STATUS "
003840             WS-PENDNEW-STATUS
003850         CLOSE CHGAPRV
003860         GO TO 2030-EXIT
003870     END-IF
003880     PERFORM 2010-READ-APPROVED THRU 2010-EXIT
003890     PERFORM 2035-CARRY-ONE-APPROVED THRU 2035-EXIT
003900         UNTIL APRV-EOF
003910     CLOSE CHGAPRV
003920     CLOSE PENDNEW.
003930 2030-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960*    2035-CARRY-ONE-APPROVED - ROWS FOR THE OTHER MAINTENANCE
003970*    PROGRAMS ARE APPLIED BY THEIR OWN STEPS AND PASSED OVER
003980*----------------------------------------------------------------
003990 2035-CARRY-ONE-APPROVED.
004000     IF NOT PEND-FROM-REFMNT OR NOT PEND-IS-APPROVED
004010         GO TO 2035-READ-NEXT
004020     END-IF
004030     WRITE PENDNEW-RECORD FROM PEND-RECORD
004040     MOVE PEND-CARD-IMAGE TO REF-APL-CARD
004050     MOVE PEND-REQUESTER TO REF-APL-REQUESTER
004060     MOVE PEND-APPROVER TO REF-APL-APPROVER
004070     MOVE REF-APPLY-LINE TO REFRPT-RECORD
004080     WRITE REFRPT-RECORD
004090     MOVE "CARRIED - MASTER NOT AVAILABLE" TO REF-MSG-TEXT
004100     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
004110 2035-READ-NEXT.
004120     PERFORM 2010-READ-APPROVED THRU 2010-EXIT.
004130 2035-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160*    2050-READ-COMMAND
004170*----------------------------------------------------------------
004180 2050-READ-COMMAND.
004190     IF WS-CMDFILE-STATUS = "00"
004200         READ CMDFILE
004210             AT END
004220                 SET CMD-EOF TO TRUE
004230         END-READ
004240     ELSE
004250         SET CMD-EOF TO TRUE
004260     END-IF.
004270 2050-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    2100-PROCESS-ONE-COMMAND - ECHO THE CARD AND ROUTE ON THE
004310*    VERB; AN UNRECOGNIZED VERB COUNTS AS A FAILED COMMAND.
004320*    DEACT ONLY RECORDS A PENDING CHANGE
004330*----------------------------------------------------------------
004340 2100-PROCESS-ONE-COMMAND.
004350     ADD 1 TO WS-COMMAND-COUNT
004360     MOVE CMDFILE-RECORD TO REF-ECHO-TEXT
004370     MOVE REF-ECHO-LINE TO REFRPT-RECORD
004380     WRITE REFRPT-RECORD
004390     EVALUATE CMD-VERB
004400         WHEN "LIST    "
004410             PERFORM 3000-LIST-ALL THRU 3000-EXIT
004420         WHEN "SHOW    "
004430             PERFORM 3100-SHOW-ONE THRU 3100-EXIT
004440         WHEN "ADD     "
004450             PERFORM 3200-ADD-ONE THRU 3200-EXIT
004460         WHEN "DEACT   "
004470             PERFORM 3500-RECORD-PENDING THRU 3500-EXIT
004480         WHEN "REACT   "
004490             PERFORM 3300-SET-STATE THRU 3300-EXIT
004500         WHEN OTHER
004510             MOVE "VERB NOT RECOGNIZED" TO REF-MSG-TEXT
004520             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004530             ADD 1 TO WS-FAILED-COUNT
004540     END-EVALUATE
004550     PERFORM 2050-READ-COMMAND THRU 2050-EXIT.
004560 2100-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590*    3000-LIST-ALL - START AT THE LOWEST KEY AND READ NEXT TO
004600*    END OF FILE, ONE DETAIL LINE PER REFERENCE RECORD
004610*----------------------------------------------------------------
004620 3000-LIST-ALL.
004630     MOVE ZERO TO WS-LISTED-COUNT
004640     MOVE "N" TO WS-LIST-EOF-SWITCH
004650     MOVE ZERO TO REF-KEY
004660     START REFMSTR KEY NOT < REF-KEY
004670         INVALID KEY
004680             SET LIST-EOF TO TRUE
004690     END-START
004700     PERFORM 3050-LIST-NEXT THRU 3050-EXIT
004710         UNTIL LIST-EOF
004720     MOVE WS-LISTED-COUNT TO REF-CNT-VALUE
004730     MOVE REF-COUNT-LINE TO REFRPT-RECORD
004740     WRITE REFRPT-RECORD.
004750 3000-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780*    3050-LIST-NEXT
004790*----------------------------------------------------------------
004800 3050-LIST-NEXT.
004810     READ REFMSTR NEXT RECORD
004820         AT END
004830             SET LIST-EOF TO TRUE
004840         NOT AT END
004850             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
004860             ADD 1 TO WS-LISTED-COUNT
004870     END-READ.
004880 3050-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910*    3100-SHOW-ONE - RANDOM READ OF A SINGLE KEY
004920*----------------------------------------------------------------
004930 3100-SHOW-ONE.
004940     MOVE CMD-KEY TO REF-KEY
004950     READ REFMSTR
004960         INVALID KEY
004970             MOVE "KEY NOT ON REFERENCE MASTER" TO REF-MSG-TEXT
004980             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004990             ADD 1 TO WS-FAILED-COUNT
005000         NOT INVALID KEY
005010             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005020     END-READ.
005030 3100-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060*    3200-ADD-ONE - ADD A KEY AS ACTIVE WITH ITS OFFICIAL
005070*    DESCRIPTION.  ADD OF A KEY ALREADY ON FILE REWRITES THE
005080*    DESCRIPTION AND REACTIVATES IT - THE UPSTREAM TEAM SENDS
005090*    ONE CARD PER KEY AND EXPECTS THE LAST CARD TO WIN
005100*----------------------------------------------------------------
005110 3200-ADD-ONE.
005120     IF CMD-KEY NOT NUMERIC OR CMD-KEY = ZERO
005130         MOVE "KEY MISSING OR NOT NUMERIC" TO REF-MSG-TEXT
005140         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005150         ADD 1 TO WS-FAILED-COUNT
005160         GO TO 3200-EXIT
005170     END-IF
005180     IF CMD-DESC = SPACES
005190         MOVE "OFFICIAL DESCRIPTION MISSING" TO REF-MSG-TEXT
005200         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005210         ADD 1 TO WS-FAILED-COUNT
005220         GO TO 3200-EXIT
005230     END-IF
005240     MOVE SPACES TO REFMSTR-RECORD
005250     MOVE CMD-KEY TO REF-KEY
005260     MOVE CMD-DESC TO REF-DESCRIPTION
005270     MOVE "A" TO REF-ACTIVE-FLAG
005280     MOVE WS-RUN-DATE TO REF-UPDATE-DATE
005290     WRITE REFMSTR-RECORD
005300     IF WS-REFMSTR-STATUS = "22"
005310         REWRITE REFMSTR-RECORD
005320     END-IF
005330     IF WS-REFMSTR-STATUS = "00"
005340         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005350     ELSE
005360         MOVE "ADD FAILED - SEE FILE STATUS" TO REF-MSG-TEXT
005370         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005380         ADD 1 TO WS-FAILED-COUNT
005390     END-IF.
005400 3200-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430*    3300-SET-STATE - DEACT MARKS A KEY INACTIVE SO TRANEDIT
005440*    REJECTS IT FROM THE NEXT FEED ON; REACT TURNS IT BACK ON.
005450*    THE ROW AND ITS OFFICIAL DESCRIPTION STAY ON FILE.  A
005460*    DEACT REACHES HERE ONLY FROM AN APPROVED CHANGE
005470*----------------------------------------------------------------
005480 3300-SET-STATE.
005490     MOVE CMD-KEY TO REF-KEY
005500     READ REFMSTR
005510         INVALID KEY
005520             MOVE "KEY NOT ON REFERENCE MASTER" TO REF-MSG-TEXT
005530             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005540             ADD 1 TO WS-FAILED-COUNT
005550             GO TO 3300-EXIT
005560     END-READ
005570     IF CMD-VERB = "DEACT   "
005580         MOVE "I" TO REF-ACTIVE-FLAG
005590     ELSE
005600         MOVE "A" TO REF-ACTIVE-FLAG
005610     END-IF
005620     MOVE WS-RUN-DATE TO REF-UPDATE-DATE
005630     REWRITE REFMSTR-RECORD
005640     IF WS-REFMSTR-STATUS = "00"
005650         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005660     ELSE
005670         MOVE "REWRITE FAILED - SEE FILE STATUS" TO REF-MSG-TEXT
005680         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005690         ADD 1 TO WS-FAILED-COUNT
005700     END-IF.
005710 3300-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740*    3500-RECORD-PENDING - A DEACT CARD BECOMES A PENDING
005750*    CHANGE FOR CHGAPPR.  THE CARD MUST NAME ITS OPERATOR, AND
005760*    THE KEY MUST BE ON THE REFERENCE MASTER NOW SO A MISTYPED
005770*    KEY IS CAUGHT BEFORE ANYONE IS ASKED TO APPROVE IT
005780*----------------------------------------------------------------
005790 3500-RECORD-PENDING.
005800     IF CMD-OPERATOR = SPACES
005810         MOVE "REFUSED - NO REQUESTING OPERATOR ID"
005820             TO REF-MSG-TEXT
005830         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005840         ADD 1 TO WS-FAILED-COUNT
005850         GO TO 3500-EXIT
005860     END-IF
005870     MOVE CMD-KEY TO REF-KEY
005880     READ REFMSTR
005890         INVALID KEY
005900             MOVE "KEY NOT ON REFERENCE MASTER" TO REF-MSG-TEXT
005910             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005920             ADD 1 TO WS-FAILED-COUNT
005930             GO TO 3500-EXIT
005940     END-READ
005950     ACCEPT WS-REQUEST-TIME FROM TIME
005960     MOVE SPACES TO PEND-RECORD
005970     MOVE "REFMNT  " TO PEND-SOURCE
005980     MOVE CMDFILE-RECORD (1:42) TO PEND-CARD-IMAGE
005990     MOVE CMD-OPERATOR TO PEND-REQUESTER
006000     MOVE WS-RUN-DATE TO PEND-REQUEST-DATE
006010     MOVE WS-REQUEST-TIME (1:6) TO PEND-REQUEST-TIME
006020     SET PEND-IS-PENDING TO TRUE
006030     MOVE ZERO TO PEND-ACTION-DATE
006040     WRITE PENDCHG-RECORD FROM PEND-RECORD
006050     IF WS-PENDCHG-STATUS = "00"
006060         MOVE "CHANGE PENDING APPROVAL" TO REF-MSG-TEXT
006070     ELSE
006080         MOVE "PENDING WRITE FAILED - SEE FILE STATUS"
006090             TO REF-MSG-TEXT
006100         ADD 1 TO WS-FAILED-COUNT
006110     END-IF
006120     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
006130 3500-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160*    8000-FINALIZE
006170*----------------------------------------------------------------
006180 8000-FINALIZE.
006190     IF MASTER-IS-OPEN
006200         CLOSE REFMSTR
006210         CLOSE PENDCHG
006220         IF WS-CMDFILE-STATUS NOT = "35"
006230             CLOSE CMDFILE
006240         END-IF
006250     END-IF
006260     CLOSE REFRPT.
006270 8000-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300*    8100-WRITE-DETAIL - ONE LISTING LINE FROM THE CURRENT
006310*    REFERENCE RECORD
006320*----------------------------------------------------------------
006330 8100-WRITE-DETAIL.
006340     MOVE REF-KEY TO REF-DET-KEY
006350     MOVE REF-DESCRIPTION TO REF-DET-DESC
006360     IF REF-IS-ACTIVE
006370         MOVE "ACTIVE  " TO REF-DET-STATE
006380     ELSE
006390         MOVE "INACTIVE" TO REF-DET-STATE
006400     END-IF
006410     MOVE REF-UPDATE-DATE TO REF-DET-DATE
006420     MOVE REF-DETAIL-LINE TO REFRPT-RECORD
006430     WRITE REFRPT-RECORD.
006440 8100-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470*    8200-WRITE-MESSAGE - ONE MESSAGE LINE TO THE LISTING
006480*----------------------------------------------------------------
006490 8200-WRITE-MESSAGE.
006500     MOVE REF-MESSAGE-LINE TO REFRPT-RECORD
006510     WRITE REFRPT-RECORD
006520     MOVE SPACES TO REF-MSG-TEXT.
006530 8200-EXIT.
006540     EXIT.
006550 END PROGRAM REFMNT.
