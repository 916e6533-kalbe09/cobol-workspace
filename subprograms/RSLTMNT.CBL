001080*      COLS 10-12  KEY (SHOW/UPDATE/DELETE/HISTORY)
001090*      COLS 14-16  NEW RESULT VALUE (UPDATE, BLANK = KEEP)
001100*      COLS 18-42  NEW DESCRIPTION (UPDATE, BLANK = KEEP)
001110*      COLS 44-51  REQUESTING OPERATOR ID (UPDATE/DELETE,
001120*                  REQUIRED)
001130*  UPDATE AND DELETE ARE UNDER DUAL CONTROL.  THE CARD ONLY
001140*  REQUESTS THE CHANGE: ONCE THE KEY IS FOUND ON THE MASTER,
001150*  THE CARD IS WRITTEN TO THE PENDCHG FILE WITH THE OPERATOR'S
001160*  ID AND NOTHING ELSE IS TOUCHED.  CHGAPPR APPROVES IT ONLY
001170*  ON A DIFFERENT OPERATOR'S SIGNATURE, AND THE NEXT RUN THAT
001180*  HAS THE CHGAPRV DD APPLIES EVERY APPROVED RSLTMNT CHANGE ON
001190*  IT BEFORE READING ANY CARD.
001200*  WHEN THE MASTER IS NOT AVAILABLE (RC=08) THE APPROVED RSLTMNT
001210*  CHANGES GO BACK ON THE PENDNEW CARRY STILL APPROVED, AND
001220*  CHGAPPR REISSUES THEM ON ITS NEXT RUN.
001230*  AN UPDATE STAMPS THE RECORD WITH TODAY'S DATE SO A MANUAL
001240*  CORRECTION IS DISTINGUISHABLE FROM THE RUN THAT POSTED IT.
001250*  EVERY UPDATE AND DELETE FIRST WRITES THE STANDING RECORD'S
001260*  IMAGE TO THE RSLTHIST HISTORY FILE (SOURCE TAG MANUAL, WITH
001270*  THE REQUESTER AND THE APPROVER), AND THE HISTORY VERB LISTS
001280*  EVERY HISTORY ROW FOR A KEY IN THE ORDER THE CHANGES
001290*  HAPPENED.
001300*  RETURN CODES:
001310*      00 - EVERY COMMAND SUCCEEDED
001320*      04 - AT LEAST ONE COMMAND FAILED (SEE THE LISTING)
001330*      08 - RESULTS MASTER NOT AVAILABLE
001340*----------------------------------------------------------------
001350*  MODIFICATION HISTORY
001360*  DATE       INIT  DESCRIPTION
001370*  08/22/26   JPM   ORIGINAL VERSION.
001380*  09/02/26   JPM   BEFORE-IMAGE HISTORY.  UPDATE AND DELETE
001390*                   NOW WRITE THE PRIOR RECORD TO RSLTHIST
001400*                   BEFORE TOUCHING THE MASTER, AND THE NEW
001410*                   HISTORY VERB LISTS A KEY'S FULL CHANGE
001420*                   HISTORY IN ORDER.
001430*  10/15/26   JPM   DUAL CONTROL.  UPDATE AND DELETE CARDS NOW
001440*                   CARRY THE REQUESTING OPERATOR'S ID AND ARE
001450*                   WRITTEN TO PENDCHG INSTEAD OF APPLIED;
001460*                   CHANGES APPROVED BY A SECOND OPERATOR COME
001470*                   BACK ON CHGAPRV AND ARE APPLIED HERE, WITH
001480*                   BOTH IDS ON THE HISTORY ROW.  THE HISTORY
001490*                   LISTING SHOWS THE APPROVER.  RESEQUENCED
001500*                   THE SOURCE DECK.
001510*  10/15/26   JPM   THE LISTING SHOWS THE HANDLER RULE THAT
001520*                   PRODUCED EACH RESULT, AND THE HISTORY ROW
001530*                   CARRIES THE PRIOR RECORD'S RULE.  A MANUAL
001540*                   UPDATE LEAVES THE RULE ON THE RECORD AS IT
001550*                   WAS; ITS HISTORY ROW SHOWS THE CHANGE.
001560*  10/15/26   JPM   THE HISTORY ROW CARRIES THE PRIOR RECORD'S
001570*                   CURRENCY AND BASE AMOUNT.  RESEQUENCED THE
001580*                   SOURCE DECK.
001590*  10/15/26   JPM   WHEN THE RESULTS MASTER IS NOT AVAILABLE THE
001600*                   APPROVED RSLTMNT CHANGES ON CHGAPRV ARE
001610*                   WRITTEN BACK TO THE PENDNEW CARRY, STILL
001620*                   APPROVED, SO THE JOB CAN REPLACE ITS QUEUE
001630*                   AFTER A PARTIAL APPLY.  RESEQUENCED THE SOURCE
001640*                   DECK.
001650*****************************************************************
001660 IDENTIFICATION DIVISION.
001670 PROGRAM-ID. RSLTMNT.
001680 AUTHOR. J P MEYER.
001690 INSTALLATION. BATCH SYSTEMS GROUP.
001700 DATE-WRITTEN. 08/22/26.
001710 DATE-COMPILED.
001720 ENVIRONMENT DIVISION.
001730 INPUT-OUTPUT SECTION.
001740 FILE-CONTROL.
001750     SELECT CMDFILE ASSIGN TO CMDFILE
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS WS-CMDFILE-STATUS.
001780     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001810         RECORD KEY IS RSLT-KEY
001820         FILE STATUS IS WS-RSLTMSTR-STATUS.
001830     SELECT RSLTRPT ASSIGN TO RSLTRPT
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-RSLTRPT-STATUS.
001860     SELECT RSLTHIST ASSIGN TO RSLTHIST
001870         ORGANIZATION IS SEQUENTIAL
001880         FILE STATUS IS WS-RSLTHIST-STATUS.
001890     SELECT PENDCHG ASSIGN TO PENDCHG
001900         ORGANIZATION IS SEQUENTIAL
001910         FILE STATUS IS WS-PENDCHG-STATUS.
001920     SELECT CHGAPRV ASSIGN TO CHGAPRV
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-CHGAPRV-STATUS.
001950     SELECT PENDNEW ASSIGN TO PENDNEW
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-PENDNEW-STATUS.
001980 DATA DIVISION.
001990 FILE SECTION.
002000 FD  CMDFILE
002010     RECORD CONTAINS 80 CHARACTERS
002020     RECORDING MODE IS F.
002030 01  CMDFILE-RECORD.
002040     05  CMD-VERB                   PIC X(08).
002050     05  FILLER                     PIC X(01).
002060     05  CMD-KEY                    PIC 999.
002070     05  FILLER                     PIC X(01).
002080     05  CMD-NEW-ZAHL2              PIC 999.
002090     05  FILLER                     PIC X(01).
002100     05  CMD-NEW-DESC               PIC X(25).
002110     05  FILLER                     PIC X(01).
002120     05  CMD-OPERATOR               PIC X(08).
002130     05  FILLER                     PIC X(29).
002140 FD  RSLTMSTR
002150     RECORD CONTAINS 80 CHARACTERS.
002160 COPY RSLTREC.
002170 FD  RSLTRPT
002180     RECORD CONTAINS 80 CHARACTERS
002190     RECORDING MODE IS F.
002200 01  RSLTRPT-RECORD                 PIC X(80).
002210 FD  RSLTHIST
002220     RECORD CONTAINS 120 CHARACTERS
002230     RECORDING MODE IS F.
002240 COPY RSLTHREC.
002250 FD  PENDCHG
002260     RECORD CONTAINS 120 CHARACTERS
002270     RECORDING MODE IS F.
002280 01  PENDCHG-RECORD                 PIC X(120).
002290 FD  CHGAPRV
002300     RECORD CONTAINS 120 CHARACTERS
002310     RECORDING MODE IS F.
002320 01  CHGAPRV-RECORD                 PIC X(120).
002330 FD  PENDNEW
002340     RECORD CONTAINS 120 CHARACTERS
002350     RECORDING MODE IS F.
002360 01  PENDNEW-RECORD                 PIC X(120).
002370 WORKING-STORAGE SECTION.
002380 COPY PENDREC.
002390 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
002400 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
002410 01  WS-RSLTRPT-STATUS              PIC X(02) VALUE "00".
002420 01  WS-RSLTHIST-STATUS             PIC X(02) VALUE "00".
002430 01  WS-PENDCHG-STATUS              PIC X(02) VALUE "00".
002440 01  WS-CHGAPRV-STATUS              PIC X(02) VALUE "00".
002450 01  WS-PENDNEW-STATUS              PIC X(02) VALUE "00".
002460 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002470     88  CMD-EOF                     VALUE "Y".
002480 77  WS-LIST-EOF-SWITCH             PIC X(01) VALUE "N".
002490     88  LIST-EOF                    VALUE "Y".
002500 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
002510     88  MASTER-IS-OPEN              VALUE "Y".
002520 77  WS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".
002530     88  HIST-EOF                    VALUE "Y".
002540 77  WS-HIST-TIME                   PIC 9(08) VALUE ZERO.
002550 77  WS-HIST-ACTION                 PIC X(08) VALUE SPACES.
002560 77  WS-HIST-REQUESTER              PIC X(08) VALUE SPACES.
002570 77  WS-HIST-APPROVER               PIC X(08) VALUE SPACES.
002580 77  WS-APRV-EOF-SWITCH             PIC X(01) VALUE "N".
002590     88  APRV-EOF                    VALUE "Y".
002600 77  WS-COMMAND-COUNT               PIC 9(05) VALUE ZERO.
002610 77  WS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
002620 77  WS-LISTED-COUNT                PIC 9(05) VALUE ZERO.
002630 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002640 01  WS-PRIOR-RSLT-RECORD.
002650     05  PRIOR-RSLT-KEY             PIC 999.
002660     05  PRIOR-RSLT-DESC            PIC X(25).
002670     05  PRIOR-RSLT-ZAHL2           PIC 999.
002680     05  PRIOR-RSLT-RUN-DATE        PIC 9(08).
002690     05  PRIOR-RSLT-GL-DISP         PIC X(01).
002700     05  PRIOR-RSLT-GL-ACK-DATE     PIC X(08).
002710     05  PRIOR-RSLT-AMOUNT          PIC S9(07)V99
002720                                    SIGN LEADING SEPARATE.
002730     05  PRIOR-RSLT-REVERSAL-FLAG   PIC X(01).
002740     05  PRIOR-RSLT-RULE-ID         PIC X(08).
002750     05  PRIOR-RSLT-CURRENCY        PIC X(03).
002760     05  PRIOR-RSLT-BASE-AMOUNT     PIC S9(07)V99
002770                                    SIGN LEADING SEPARATE.
002780 01  MNT-HEADER-LINE.
002790     05  FILLER                     PIC X(26)
002800         VALUE "RESULTS MASTER LISTING -  ".
002810     05  MNT-HDR-DATE               PIC 9(08).
002820     05  FILLER                     PIC X(46) VALUE SPACES.
002830 01  MNT-ECHO-LINE.
002840     05  FILLER                     PIC X(09) VALUE "COMMAND: ".
002850     05  MNT-ECHO-TEXT              PIC X(43).
002860     05  FILLER                     PIC X(28) VALUE SPACES.
002870 01  MNT-APPLY-LINE.
002880     05  FILLER                     PIC X(09) VALUE "APPROVED ".
002890     05  MNT-APL-CARD               PIC X(42).
002900     05  FILLER                     PIC X(05) VALUE " REQ ".
002910     05  MNT-APL-REQUESTER          PIC X(08).
002920     05  FILLER                     PIC X(05) VALUE " APR ".
002930     05  MNT-APL-APPROVER           PIC X(08).
002940     05  FILLER                     PIC X(03) VALUE SPACES.
002950 01  MNT-DETAIL-LINE.
002960     05  FILLER                     PIC X(04) VALUE "KEY ".
002970     05  MNT-DET-KEY                PIC 999.
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  MNT-DET-DESC               PIC X(25).
003000     05  FILLER                     PIC X(08) VALUE " RESULT ".
003010     05  MNT-DET-ZAHL2              PIC 999.
003020     05  FILLER                     PIC X(06) VALUE " DATE ".
003030     05  MNT-DET-DATE               PIC 9(08).
003040     05  FILLER                     PIC X(06) VALUE " RULE ".
003050     05  MNT-DET-RULE-ID            PIC X(08).
003060     05  FILLER                     PIC X(07) VALUE SPACES.
003070 01  MNT-MESSAGE-LINE.
003080     05  MNT-MSG-TEXT               PIC X(40).
003090     05  FILLER                     PIC X(40) VALUE SPACES.
003100 01  MNT-COUNT-LINE.
003110     05  FILLER                     PIC X(16)
003120         VALUE "RECORDS LISTED: ".
003130     05  MNT-CNT-VALUE              PIC ZZZZ9.
003140     05  FILLER                     PIC X(59) VALUE SPACES.
003150 01  MNT-HIST-LINE.
003160     05  FILLER                     PIC X(04) VALUE "KEY ".
003170     05  MNT-HIS-KEY                PIC 999.
003180     05  FILLER                     PIC X(01) VALUE SPACE.
003190     05  MNT-HIS-DESC               PIC X(21).
003200     05  FILLER                     PIC X(05) VALUE " RES ".
003210     05  MNT-HIS-ZAHL2              PIC 999.
003220     05  FILLER                     PIC X(01) VALUE SPACE.
003230     05  MNT-HIS-CHG-DATE           PIC 9(08).
003240     05  FILLER                     PIC X(01) VALUE SPACE.
003250     05  MNT-HIS-CHG-TIME           PIC 9(06).
003260     05  FILLER                     PIC X(01) VALUE SPACE.
003270     05  MNT-HIS-SOURCE             PIC X(08).
003280     05  FILLER                     PIC X(01) VALUE SPACE.
003290     05  MNT-HIS-ACTION             PIC X(08).
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003310     05  MNT-HIS-APPROVER           PIC X(08).
003320 PROCEDURE DIVISION.
003330*----------------------------------------------------------------
003340*    0000-MAINLINE
003350*----------------------------------------------------------------
003360 0000-MAINLINE.
003370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003380     OPEN OUTPUT RSLTRPT
003390     MOVE WS-RUN-DATE TO MNT-HDR-DATE
003400     MOVE MNT-HEADER-LINE TO RSLTRPT-RECORD
003410     WRITE RSLTRPT-RECORD
003420     OPEN I-O RSLTMSTR
003430     IF WS-RSLTMSTR-STATUS NOT = "00"
003440         DISPLAY "RSLTMNT: RSLTMSTR NOT AVAILABLE - STATUS "
003450             WS-RSLTMSTR-STATUS
003460         MOVE "RESULTS MASTER NOT AVAILABLE" TO MNT-MSG-TEXT
003470         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003480         PERFORM 2030-CARRY-APPROVED THRU 2030-EXIT
003490         MOVE 8 TO RETURN-CODE
003500         PERFORM 8000-FINALIZE THRU 8000-EXIT
003510         GOBACK
003520     END-IF
003530     MOVE "Y" TO WS-MASTER-OPEN-SWITCH
003540     OPEN EXTEND RSLTHIST
003550     IF WS-RSLTHIST-STATUS = "35"
003560         OPEN OUTPUT RSLTHIST
003570     END-IF
003580     OPEN EXTEND PENDCHG
003590     IF WS-PENDCHG-STATUS = "35"
003600         OPEN OUTPUT PENDCHG
003610     END-IF
003620     OPEN INPUT CMDFILE
003630     PERFORM 2000-APPLY-APPROVED THRU 2000-EXIT
003640     PERFORM 2050-READ-COMMAND THRU 2050-EXIT
003650     PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
003660         UNTIL CMD-EOF
003670     IF WS-FAILED-COUNT > ZERO
003680         MOVE 4 TO RETURN-CODE
003690     END-IF
003700     PERFORM 8000-FINALIZE THRU 8000-EXIT
003710     GOBACK.
003720*----------------------------------------------------------------
003730*    2000-APPLY-APPROVED - CHANGES A SECOND OPERATOR HAS
003740*    APPROVED COME BACK FROM CHGAPPR ON CHGAPRV.  EACH RSLTMNT
003750*    ROW IS RUN THROUGH THE ORDINARY UPDATE OR DELETE LOGIC
003760*    WITH BOTH OPERATORS' IDS CARRIED TO THE HISTORY ROW.  NO
003770*    CHGAPRV DD IS AN ORDINARY REQUEST AND INQUIRY RUN
003780*----------------------------------------------------------------
003790 2000-APPLY-APPROVED.
003800     OPEN INPUT CHGAPRV
003810     IF WS-CHGAPRV-STATUS NOT = "00"
003820         GO TO 2000-EXIT
003830     END-IF
003840     PERFORM 2010-READ-APPROVED THRU 2010-EXIT
003850     PERFORM 2020-APPLY-ONE-APPROVED THRU 2020-EXIT
003860         UNTIL APRV-EOF
003870     CLOSE CHGAPRV.
003880 2000-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910*    2010-READ-APPROVED
003920*----------------------------------------------------------------
003930 2010-READ-APPROVED.
003940     READ CHGAPRV INTO PEND-RECORD
003950         AT END
003960             SET APRV-EOF TO TRUE
003970     END-READ.
003980 2010-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010*    2020-APPLY-ONE-APPROVED - ROWS FOR THE OTHER MAINTENANCE
004020*    PROGRAMS ARE PASSED OVER.  THE TWO-OPERATOR RULE IS
004030*    CHECKED AGAIN HERE SO A HAND-BUILT ROW CANNOT SLIP PAST IT
004040*----------------------------------------------------------------
004050 2020-APPLY-ONE-APPROVED.
004060     IF NOT PEND-FROM-RSLTMNT OR NOT PEND-IS-APPROVED
004070         GO TO 2020-READ-NEXT
004080     END-IF
004090     ADD 1 TO WS-COMMAND-COUNT
004100     MOVE PEND-CARD-IMAGE TO MNT-APL-CARD
004110     MOVE PEND-REQUESTER TO MNT-APL-REQUESTER
004120     MOVE PEND-APPROVER TO MNT-APL-APPROVER
004130     MOVE MNT-APPLY-LINE TO RSLTRPT-RECORD
004140     WRITE RSLTRPT-RECORD
004150     IF PEND-APPROVER = SPACES
004160         OR PEND-REQUESTER = SPACES
004170         OR PEND-APPROVER = PEND-REQUESTER
004180         MOVE "REFUSED - NEEDS TWO DIFFERENT OPERATORS"
004190             TO MNT-MSG-TEXT
004200         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004210         ADD 1 TO WS-FAILED-COUNT
004220         GO TO 2020-READ-NEXT
004230     END-IF
004240     MOVE PEND-CARD-IMAGE TO CMDFILE-RECORD
004250     MOVE PEND-REQUESTER TO WS-HIST-REQUESTER
004260     MOVE PEND-APPROVER TO WS-HIST-APPROVER
004270     EVALUATE CMD-VERB
004280         WHEN "UPDATE  "
004290             PERFORM 3200-UPDATE-ONE THRU 3200-EXIT
004300         WHEN "DELETE  "
004310             PERFORM 3300-DELETE-ONE THRU 3300-EXIT
004320         WHEN OTHER
004330             MOVE "APPROVED VERB NOT RECOGNIZED" TO MNT-MSG-TEXT
004340             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004350             ADD 1 TO WS-FAILED-COUNT
004360     END-EVALUATE
004370     MOVE SPACES TO WS-HIST-REQUESTER
004380     MOVE SPACES TO WS-HIST-APPROVER.
004390 2020-READ-NEXT.
004400     PERFORM 2010-READ-APPROVED THRU 2010-EXIT.
004410 2020-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440*    2030-CARRY-APPROVED - THE MASTER IS NOT AVAILABLE, SO NONE
004450*    OF THE APPROVED RSLTMNT CHANGES ON CHGAPRV CAN BE APPLIED.
004460*    EACH GOES BACK ON THE PENDNEW CARRY STILL APPROVED, AND
004470*    CHGAPPR REISSUES IT ON ITS NEXT RUN.  NO CHGAPRV DD IS AN
004480*    ORDINARY REQUEST RUN WITH NOTHING TO CARRY
004490*----------------------------------------------------------------
004500 2030-CARRY-APPROVED.
004510     OPEN INPUT CHGAPRV
004520     IF WS-CHGAPRV-STATUS NOT = "00"
004530         GO TO 2030-EXIT
004540     END-IF
004550     OPEN EXTEND PENDNEW
004560     IF WS-PENDNEW-STATUS NOT = "00"
004570         DISPLAY "RSLTMNT: PENDNEW NOT AVAILABLE - STATUS "
004580             WS-PENDNEW-STATUS
004590         CLOSE CHGAPRV
004600         GO TO 2030-EXIT
004610     END-IF
004620     PERFORM 2010-READ-APPROVED THRU 2010-EXIT
004630     PERFORM 2035-CARRY-ONE-APPROVED THRU 2035-EXIT
004640         UNTIL APRV-EOF
004650     CLOSE CHGAPRV
004660     CLOSE PENDNEW.
004670 2030-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700*    2035-CARRY-ONE-APPROVED - ROWS FOR THE OTHER MAINTENANCE
004710*    PROGRAMS ARE APPLIED BY THEIR OWN STEPS AND PASSED OVER
004720*----------------------------------------------------------------
004730 2035-CARRY-ONE-APPROVED.
004740     IF NOT PEND-FROM-RSLTMNT OR NOT PEND-IS-APPROVED
004750         GO TO 2035-READ-NEXT
004760     END-IF
004770     WRITE PENDNEW-RECORD FROM PEND-RECORD
004780     MOVE PEND-CARD-IMAGE TO MNT-APL-CARD
004790     MOVE PEND-REQUESTER TO MNT-APL-REQUESTER
004800     MOVE PEND-APPROVER TO MNT-APL-APPROVER
004810     MOVE MNT-APPLY-LINE TO RSLTRPT-RECORD
004820     WRITE RSLTRPT-RECORD
004830     MOVE "CARRIED - MASTER NOT AVAILABLE" TO MNT-MSG-TEXT
004840     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
004850 2035-READ-NEXT.
004860     PERFORM 2010-READ-APPROVED THRU 2010-EXIT.
004870 2035-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900*    2050-READ-COMMAND
004910*----------------------------------------------------------------
004920 2050-READ-COMMAND.
004930     IF WS-CMDFILE-STATUS = "00"
004940         READ CMDFILE
004950             AT END
004960                 SET CMD-EOF TO TRUE
004970         END-READ
004980     ELSE
004990         SET CMD-EOF TO TRUE
005000     END-IF.
005010 2050-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040*    2100-PROCESS-ONE-COMMAND - ECHO THE CARD AND ROUTE ON THE
005050*    VERB; AN UNRECOGNIZED VERB COUNTS AS A FAILED COMMAND.
005060*    UPDATE AND DELETE ONLY RECORD A PENDING CHANGE
005070*----------------------------------------------------------------
005080 2100-PROCESS-ONE-COMMAND.
005090     ADD 1 TO WS-COMMAND-COUNT
005100     MOVE CMDFILE-RECORD TO MNT-ECHO-TEXT
005110     MOVE MNT-ECHO-LINE TO RSLTRPT-RECORD
005120     WRITE RSLTRPT-RECORD
005130     EVALUATE CMD-VERB
005140         WHEN "LIST    "
005150             PERFORM 3000-LIST-ALL THRU 3000-EXIT
005160         WHEN "SHOW    "
005170             PERFORM 3100-SHOW-ONE THRU 3100-EXIT
005180         WHEN "UPDATE  "
005190         WHEN "DELETE  "
005200             PERFORM 3500-RECORD-PENDING THRU 3500-EXIT
005210         WHEN "HISTORY "
005220             PERFORM 3400-SHOW-HISTORY THRU 3400-EXIT
005230         WHEN OTHER
005240             MOVE "VERB NOT RECOGNIZED" TO MNT-MSG-TEXT
005250             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005260             ADD 1 TO WS-FAILED-COUNT
005270     END-EVALUATE
005280     PERFORM 2050-READ-COMMAND THRU 2050-EXIT.
005290 2100-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320*    3000-LIST-ALL - START AT THE LOWEST KEY AND READ NEXT TO
005330*    END OF FILE, ONE DETAIL LINE PER MASTER RECORD
005340*----------------------------------------------------------------
005350 3000-LIST-ALL.
005360     MOVE ZERO TO WS-LISTED-COUNT
005370     MOVE "N" TO WS-LIST-EOF-SWITCH
005380     MOVE ZERO TO RSLT-KEY
005390     START RSLTMSTR KEY NOT < RSLT-KEY
005400         INVALID KEY
005410             SET LIST-EOF TO TRUE
005420     END-START
005430     PERFORM 3050-LIST-NEXT THRU 3050-EXIT
005440         UNTIL LIST-EOF
005450     MOVE WS-LISTED-COUNT TO MNT-CNT-VALUE
005460     MOVE MNT-COUNT-LINE TO RSLTRPT-RECORD
005470     WRITE RSLTRPT-RECORD.
005480 3000-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------
005510*    3050-LIST-NEXT
005520*----------------------------------------------------------------
005530 3050-LIST-NEXT.
005540     READ RSLTMSTR NEXT RECORD
005550         AT END
005560             SET LIST-EOF TO TRUE
005570         NOT AT END
005580             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005590             ADD 1 TO WS-LISTED-COUNT
005600     END-READ.
005610 3050-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640*    3100-SHOW-ONE - RANDOM READ OF A SINGLE KEY
005650*----------------------------------------------------------------
005660 3100-SHOW-ONE.
005670     MOVE CMD-KEY TO RSLT-KEY
005680     READ RSLTMSTR
005690         INVALID KEY
005700             MOVE "KEY NOT ON RESULTS MASTER" TO MNT-MSG-TEXT
005710             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005720             ADD 1 TO WS-FAILED-COUNT
005730         NOT INVALID KEY
005740             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005750     END-READ.
005760 3100-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*    3200-UPDATE-ONE - ADMINISTRATIVE CORRECTION.  A BLANK NEW
005800*    VALUE OR DESCRIPTION MEANS KEEP WHAT IS THERE; THE RECORD
005810*    IS RESTAMPED WITH TODAY'S DATE EITHER WAY.  THE STANDING
005820*    IMAGE IS SAVED ON THE READ AND WRITTEN TO RSLTHIST ONCE
005830*    THE REWRITE HAS ACTUALLY HAPPENED.  REACHED ONLY FROM AN
005840*    APPROVED CHANGE
005850*----------------------------------------------------------------
005860 3200-UPDATE-ONE.
005870     MOVE CMD-KEY TO RSLT-KEY
005880     READ RSLTMSTR
005890         INVALID KEY
005900             MOVE "KEY NOT ON RESULTS MASTER" TO MNT-MSG-TEXT
005910             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005920             ADD 1 TO WS-FAILED-COUNT
005930             GO TO 3200-EXIT
005940     END-READ
005950     MOVE RSLTMSTR-RECORD TO WS-PRIOR-RSLT-RECORD
005960     IF CMD-NEW-ZAHL2 NUMERIC
005970         MOVE CMD-NEW-ZAHL2 TO RSLT-ZAHL2
005980     END-IF
005990     IF CMD-NEW-DESC NOT = SPACES
006000         MOVE CMD-NEW-DESC TO RSLT-DESCRIPTION
006010     END-IF
006020     MOVE WS-RUN-DATE TO RSLT-RUN-DATE
006030     REWRITE RSLTMSTR-RECORD
006040     IF WS-RSLTMSTR-STATUS = "00"
006050         MOVE "REWRITE " TO WS-HIST-ACTION
006060         PERFORM 8300-WRITE-HISTORY-ROW THRU 8300-EXIT
006070         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
006080     ELSE
006090         MOVE "REWRITE FAILED - SEE FILE STATUS" TO MNT-MSG-TEXT
006100         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006110         ADD 1 TO WS-FAILED-COUNT
006120     END-IF.
006130 3200-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160*    3300-DELETE-ONE - REMOVE A MASTER RECORD OUTRIGHT.  THE
006170*    RECORD IS READ FIRST SO ITS LAST IMAGE SURVIVES ON THE
006180*    HISTORY FILE; A DELETE USED TO BE THE ONE CHANGE THAT
006190*    LEFT NO TRACE AT ALL.  REACHED ONLY FROM AN APPROVED
006200*    CHANGE
006210*----------------------------------------------------------------
006220 3300-DELETE-ONE.
006230     MOVE CMD-KEY TO RSLT-KEY
006240     READ RSLTMSTR
006250         INVALID KEY
006260             MOVE "KEY NOT ON RESULTS MASTER" TO MNT-MSG-TEXT
006270             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006280             ADD 1 TO WS-FAILED-COUNT
006290             GO TO 3300-EXIT
006300     END-READ
006310     MOVE RSLTMSTR-RECORD TO WS-PRIOR-RSLT-RECORD
006320     DELETE RSLTMSTR RECORD
006330         INVALID KEY
006340             MOVE "DELETE FAILED - SEE FILE STATUS"
006350                 TO MNT-MSG-TEXT
006360             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006370             ADD 1 TO WS-FAILED-COUNT
006380         NOT INVALID KEY
006390             MOVE "DELETE  " TO WS-HIST-ACTION
006400             PERFORM 8300-WRITE-HISTORY-ROW THRU 8300-EXIT
006410             MOVE "KEY DELETED" TO MNT-MSG-TEXT
006420             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006430     END-DELETE.
006440 3300-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470*    3400-SHOW-HISTORY - LIST EVERY HISTORY ROW FOR THE KEY IN
006480*    THE ORDER THE CHANGES HAPPENED.  RSLTHIST IS HELD OPEN
006490*    EXTEND FOR THE RUN, SO IT IS CLOSED AROUND THE SCAN AND
006500*    REOPENED FOR ANY LATER UPDATE OR DELETE ON THE SAME CARD
006510*    DECK - THE SAME DANCE MAIN DOES WITH RSTRFILE AT A DATE
006520*    BREAK
006530*----------------------------------------------------------------
006540 3400-SHOW-HISTORY.
006550     CLOSE RSLTHIST
006560     MOVE "N" TO WS-HIST-EOF-SWITCH
006570     MOVE ZERO TO WS-LISTED-COUNT
006580     MOVE "00" TO WS-RSLTHIST-STATUS
006590     OPEN INPUT RSLTHIST
006600     IF WS-RSLTHIST-STATUS NOT = "00"
006610         MOVE "NO HISTORY ON FILE" TO MNT-MSG-TEXT
006620         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006630         SET HIST-EOF TO TRUE
006640     ELSE
006650         PERFORM 3450-LIST-ONE-HISTORY THRU 3450-EXIT
006660             UNTIL HIST-EOF
006670         CLOSE RSLTHIST
006680     END-IF
006690     MOVE WS-LISTED-COUNT TO MNT-CNT-VALUE
006700     MOVE MNT-COUNT-LINE TO RSLTRPT-RECORD
006710     WRITE RSLTRPT-RECORD
006720     MOVE "00" TO WS-RSLTHIST-STATUS
006730     OPEN EXTEND RSLTHIST
006740     IF WS-RSLTHIST-STATUS = "35"
006750         OPEN OUTPUT RSLTHIST
006760     END-IF.
006770 3400-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800*    3450-LIST-ONE-HISTORY
006810*----------------------------------------------------------------
006820 3450-LIST-ONE-HISTORY.
006830     READ RSLTHIST
006840         AT END
006850             SET HIST-EOF TO TRUE
006860             GO TO 3450-EXIT
006870     END-READ
006880     IF HIST-KEY = CMD-KEY
006890         MOVE HIST-KEY TO MNT-HIS-KEY
006900         MOVE HIST-PRIOR-DESC TO MNT-HIS-DESC
006910         MOVE HIST-PRIOR-ZAHL2 TO MNT-HIS-ZAHL2
006920         MOVE HIST-CHANGE-DATE TO MNT-HIS-CHG-DATE
006930         MOVE HIST-CHANGE-TIME TO MNT-HIS-CHG-TIME
006940         MOVE HIST-SOURCE TO MNT-HIS-SOURCE
006950         MOVE HIST-ACTION TO MNT-HIS-ACTION
006960         MOVE HIST-APPROVER TO MNT-HIS-APPROVER
006970         MOVE MNT-HIST-LINE TO RSLTRPT-RECORD
006980         WRITE RSLTRPT-RECORD
006990         ADD 1 TO WS-LISTED-COUNT
007000     END-IF.
007010 3450-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040*    3500-RECORD-PENDING - AN UPDATE OR DELETE CARD BECOMES A
007050*    PENDING CHANGE FOR CHGAPPR.  THE CARD MUST NAME ITS
007060*    OPERATOR, AND THE KEY MUST BE ON THE MASTER NOW SO A
007070*    MISTYPED KEY IS CAUGHT BEFORE ANYONE IS ASKED TO APPROVE
007080*    IT; THE MASTER ITSELF IS NOT TOUCHED
007090*----------------------------------------------------------------
007100 3500-RECORD-PENDING.
007110     IF CMD-OPERATOR = SPACES
007120         MOVE "REFUSED - NO REQUESTING OPERATOR ID"
007130             TO MNT-MSG-TEXT
007140         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
007150         ADD 1 TO WS-FAILED-COUNT
007160         GO TO 3500-EXIT
007170     END-IF
007180     MOVE CMD-KEY TO RSLT-KEY
007190     READ RSLTMSTR
007200         INVALID KEY
007210             MOVE "KEY NOT ON RESULTS MASTER" TO MNT-MSG-TEXT
007220             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
007230             ADD 1 TO WS-FAILED-COUNT
007240             GO TO 3500-EXIT
007250     END-READ
007260     ACCEPT WS-HIST-TIME FROM TIME
007270     MOVE SPACES TO PEND-RECORD
007280     MOVE "RSLTMNT " TO PEND-SOURCE
007290     MOVE CMDFILE-RECORD (1:42) TO PEND-CARD-IMAGE
007300     MOVE CMD-OPERATOR TO PEND-REQUESTER
007310     MOVE WS-RUN-DATE TO PEND-REQUEST-DATE
007320     MOVE WS-HIST-TIME (1:6) TO PEND-REQUEST-TIME
007330     SET PEND-IS-PENDING TO TRUE
007340     MOVE ZERO TO PEND-ACTION-DATE
007350     WRITE PENDCHG-RECORD FROM PEND-RECORD
007360     IF WS-PENDCHG-STATUS = "00"
007370         MOVE "CHANGE PENDING APPROVAL" TO MNT-MSG-TEXT
007380     ELSE
007390         MOVE "PENDING WRITE FAILED - SEE FILE STATUS"
007400             TO MNT-MSG-TEXT
007410         ADD 1 TO WS-FAILED-COUNT
007420     END-IF
007430     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
007440 3500-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------
007470*    8000-FINALIZE
007480*----------------------------------------------------------------
007490 8000-FINALIZE.
007500     IF MASTER-IS-OPEN
007510         CLOSE RSLTMSTR
007520         CLOSE RSLTHIST
007530         CLOSE PENDCHG
007540         IF WS-CMDFILE-STATUS NOT = "35"
007550             CLOSE CMDFILE
007560         END-IF
007570     END-IF
007580     CLOSE RSLTRPT.
007590 8000-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620*    8100-WRITE-DETAIL - ONE LISTING LINE FROM THE CURRENT
007630*    MASTER RECORD
007640*----------------------------------------------------------------
007650 8100-WRITE-DETAIL.
007660     MOVE RSLT-KEY TO MNT-DET-KEY
007670     MOVE RSLT-DESCRIPTION TO MNT-DET-DESC
007680     MOVE RSLT-ZAHL2 TO MNT-DET-ZAHL2
007690     MOVE RSLT-RUN-DATE TO MNT-DET-DATE
007700     MOVE RSLT-RULE-ID TO MNT-DET-RULE-ID
007710     MOVE MNT-DETAIL-LINE TO RSLTRPT-RECORD
007720     WRITE RSLTRPT-RECORD.
007730 8100-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760*    8200-WRITE-MESSAGE - ONE MESSAGE LINE TO THE LISTING
007770*----------------------------------------------------------------
007780 8200-WRITE-MESSAGE.
007790     MOVE MNT-MESSAGE-LINE TO RSLTRPT-RECORD
007800     WRITE RSLTRPT-RECORD
007810     MOVE SPACES TO MNT-MSG-TEXT.
007820 8200-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850*    8300-WRITE-HISTORY-ROW - ONE BEFORE-IMAGE ROW FROM THE
007860*    IMAGE SAVED BEFORE THE MASTER WAS TOUCHED; THE CALLER HAS
007870*    ALREADY SET THE ACTION TAG
007880*----------------------------------------------------------------
007890 8300-WRITE-HISTORY-ROW.
007900     ACCEPT WS-HIST-TIME FROM TIME
007910     MOVE SPACES TO RSLTHIST-RECORD
007920     MOVE PRIOR-RSLT-KEY TO HIST-KEY
007930     MOVE PRIOR-RSLT-DESC TO HIST-PRIOR-DESC
007940     MOVE PRIOR-RSLT-ZAHL2 TO HIST-PRIOR-ZAHL2
007950     MOVE PRIOR-RSLT-RUN-DATE TO HIST-PRIOR-RUN-DATE
007960     IF PRIOR-RSLT-AMOUNT NUMERIC
007970         MOVE PRIOR-RSLT-AMOUNT TO HIST-PRIOR-AMOUNT
007980     ELSE
007990         MOVE ZERO TO HIST-PRIOR-AMOUNT
008000     END-IF
008010     MOVE WS-RUN-DATE TO HIST-CHANGE-DATE
008020     MOVE WS-HIST-TIME (1:6) TO HIST-CHANGE-TIME
008030     MOVE "MANUAL  " TO HIST-SOURCE
008040     MOVE WS-HIST-ACTION TO HIST-ACTION
008050     MOVE WS-HIST-REQUESTER TO HIST-REQUESTER
008060     MOVE WS-HIST-APPROVER TO HIST-APPROVER
008070     MOVE PRIOR-RSLT-RULE-ID TO HIST-PRIOR-RULE-ID
008080     MOVE PRIOR-RSLT-CURRENCY TO HIST-PRIOR-CURRENCY
008090     IF PRIOR-RSLT-BASE-AMOUNT NUMERIC
008100         MOVE PRIOR-RSLT-BASE-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
008110     ELSE
008120         MOVE HIST-PRIOR-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
008130     END-IF
008140     WRITE RSLTHIST-RECORD.
008150 8300-EXIT.
008160     EXIT.
008170 END PROGRAM RSLTMNT.
