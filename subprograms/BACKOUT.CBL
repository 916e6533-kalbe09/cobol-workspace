001180*      COLS 10-12  KEY
001190*      COLS 14-21  UNIT DATE YYYYMMDD (MUST MATCH THE DATE
001200*                  POSTED ON THE MASTER ROW - A STALE CARD
001210*                  MUST NOT BACK OUT A NEWER POSTING; THE
001220*                  DATE MUST NOT FALL IN A PERIOD FINANCE
001230*                  HAS CLOSED - SEE PERDCLOS)
001240*      COLS 44-51  REQUESTING OPERATOR ID (REQUIRED)
001250*  A BACKOUT IS UNDER DUAL CONTROL.  THE CARD ONLY REQUESTS
001260*  IT: ONCE THE KEY AND UNIT DATE CHECK OUT AGAINST THE MASTER,
001270*  THE CARD IS WRITTEN TO THE PENDCHG FILE WITH THE OPERATOR'S
001280*  ID AND NOTHING ELSE IS TOUCHED.  CHGAPPR APPROVES IT ONLY ON
001290*  A DIFFERENT OPERATOR'S SIGNATURE, AND THE NEXT RUN THAT HAS
001300*  THE CHGAPRV DD BACKS OUT EVERY APPROVED UNIT ON IT, WITH
001310*  BOTH IDS ON THE HISTORY ROW, BEFORE READING ANY CARD.
001320*  WHEN THE MASTER IS NOT AVAILABLE (RC=08) THE APPROVED
001330*  BACKOUTS GO BACK ON THE PENDNEW CARRY STILL APPROVED, AND
001340*  CHGAPPR REISSUES THEM ON ITS NEXT RUN.
001350*  RETURN CODES:
001360*      00 - EVERY COMMAND SUCCEEDED
001370*      02 - APPROVED-CHANGE RUN THAT BACKED OUT NO UNIT AND HAD
001380*           NO FAILURE, SO THERE IS NO CORRECTION TO SEND
001390*      04 - AT LEAST ONE COMMAND FAILED (SEE THE LISTING); IN
001400*           AN APPROVED-CHANGE RUN THE UNITS THAT WERE BACKED
001410*           OUT ARE ON THE CORRECTING EXTRACT AND MUST BE SENT
001420*      08 - RESULTS MASTER NOT AVAILABLE
001430*----------------------------------------------------------------
001440*  MODIFICATION HISTORY
001450*  DATE       INIT  DESCRIPTION
001460*  09/02/26   JPM   ORIGINAL VERSION.
001470*  10/15/26   JPM   DUAL CONTROL.  BACKOUT CARDS NOW CARRY THE
001480*                   REQUESTING OPERATOR'S ID AND ARE WRITTEN TO
001490*                   PENDCHG INSTEAD OF APPLIED; BACKOUTS
001500*                   APPROVED BY A SECOND OPERATOR COME BACK ON
001510*                   CHGAPRV AND ARE APPLIED HERE, WITH BOTH IDS
001520*                   ON THE HISTORY ROW.  NEW RETURN CODE 02.
001530*                   RESEQUENCED THE SOURCE DECK.
001540*  10/15/26   JPM   THE BACKOUT AUDIT ROW AND THE HISTORY ROW
001550*                   CARRY THE HANDLER RULE THAT PRODUCED THE
001560*                   RESULT BEING BACKED OUT.
001570*  10/15/26   JPM   MULTI-CURRENCY.  THE AUDIT ROW, THE HISTORY
001580*                   ROW, AND THE CORRECTING EXTRACT DETAIL CARRY
001590*                   THE POSTED CURRENCY AND THE NEGATED BASE
001600*                   AMOUNT AS POSTED, AND THE EXTRACT TRAILER
001610*                   ITS BASE TOTAL.  RESEQUENCED THE SOURCE DECK.
001620*  10/15/26   JPM   PERIOD LOCK.  A BACKOUT OF A UNIT DATED INTO
001630*                   A PERIOD CLOSED ON THE PERIOD-CONTROL MASTER
001640*                   (PERDSEL) IS REFUSED, BOTH WHEN THE CARD IS
001650*                   RECORDED AND WHEN THE APPROVED BACKOUT IS
001660*                   APPLIED, AND GOES TO THE PERDEXC EXCEPTION
001670*                   FILE WITH THE REASON.  RESEQUENCED THE SOURCE
001680*                   DECK.
001690*  10/15/26   JPM   WHEN THE RESULTS MASTER IS NOT AVAILABLE THE
001700*                   APPROVED BACKOUTS ON CHGAPRV ARE WRITTEN BACK
001710*                   TO THE PENDNEW CARRY, STILL APPROVED, SO THE
001720*                   JOB CAN REPLACE ITS QUEUE AFTER A PARTIAL
001730*                   APPLY.  A FAILED COMMAND NOW ENDS THE STEP
001740*                   RC=04 EVEN WHEN NO UNIT WAS BACKED OUT - IT
001750*                   USED TO BE HIDDEN UNDER RC=02.  RESEQUENCED
001760*                   THE SOURCE DECK.
001770*****************************************************************
001780 IDENTIFICATION DIVISION.
001790 PROGRAM-ID. BACKOUT.
001800 AUTHOR. J P MEYER.
001810 INSTALLATION. BATCH SYSTEMS GROUP.
001820 DATE-WRITTEN. 09/02/26.
001830 DATE-COMPILED.
001840 ENVIRONMENT DIVISION.
001850 INPUT-OUTPUT SECTION.
001860 FILE-CONTROL.
001870     SELECT CMDFILE ASSIGN TO CMDFILE
001880         ORGANIZATION IS SEQUENTIAL
001890         FILE STATUS IS WS-CMDFILE-STATUS.
001900     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001910         ORGANIZATION IS INDEXED
001920         ACCESS MODE IS RANDOM
001930         RECORD KEY IS RSLT-KEY
001940         FILE STATUS IS WS-RSLTMSTR-STATUS.
001950     SELECT RSLTHIST ASSIGN TO RSLTHIST
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-RSLTHIST-STATUS.
001980     SELECT AUDITLOG ASSIGN TO AUDITLOG
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS WS-AUDITLOG-STATUS.
002010     SELECT BKOEXTR ASSIGN TO BKOEXTR
002020         ORGANIZATION IS SEQUENTIAL
002030         FILE STATUS IS WS-BKOEXTR-STATUS.
002040     SELECT BKORPT ASSIGN TO BKORPT
002050         ORGANIZATION IS SEQUENTIAL
002060         FILE STATUS IS WS-BKORPT-STATUS.
002070     SELECT PENDCHG ASSIGN TO PENDCHG
002080         ORGANIZATION IS SEQUENTIAL
002090         FILE STATUS IS WS-PENDCHG-STATUS.
002100     SELECT CHGAPRV ASSIGN TO CHGAPRV
002110         ORGANIZATION IS SEQUENTIAL
002120         FILE STATUS IS WS-CHGAPRV-STATUS.
002130     SELECT PENDNEW ASSIGN TO PENDNEW
002140         ORGANIZATION IS SEQUENTIAL
002150         FILE STATUS IS WS-PENDNEW-STATUS.
002160     SELECT PERDEXC ASSIGN TO PERDEXC
002170         ORGANIZATION IS SEQUENTIAL
002180         FILE STATUS IS WS-PERDEXC-STATUS.
002190 DATA DIVISION.
002200 FILE SECTION.
002210 FD  CMDFILE
002220     RECORD CONTAINS 80 CHARACTERS
002230     RECORDING MODE IS F.
002240 01  CMDFILE-RECORD.
002250     05  CMD-VERB                   PIC X(08).
002260     05  FILLER                     PIC X(01).
002270     05  CMD-KEY                    PIC X(03).
002280     05  FILLER                     PIC X(01).
002290     05  CMD-UNIT-DATE              PIC X(08).
002300     05  FILLER                     PIC X(22).
002310     05  CMD-OPERATOR               PIC X(08).
002320     05  FILLER                     PIC X(29).
002330 FD  RSLTMSTR
002340     RECORD CONTAINS 80 CHARACTERS.
002350 COPY RSLTREC.
002360 FD  RSLTHIST
002370     RECORD CONTAINS 120 CHARACTERS
002380     RECORDING MODE IS F.
002390 COPY RSLTHREC.
002400 FD  AUDITLOG
002410     RECORD CONTAINS 80 CHARACTERS
002420     RECORDING MODE IS F.
002430 COPY AUDITREC.
002440 FD  BKOEXTR
002450     RECORD CONTAINS 80 CHARACTERS
002460     RECORDING MODE IS F.
002470 01  BKOEXTR-RECORD                 PIC X(80).
002480 FD  BKORPT
002490     RECORD CONTAINS 80 CHARACTERS
002500     RECORDING MODE IS F.
002510 01  BKORPT-RECORD                  PIC X(80).
002520 FD  PENDCHG
002530     RECORD CONTAINS 120 CHARACTERS
002540     RECORDING MODE IS F.
002550 01  PENDCHG-RECORD                 PIC X(120).
002560 FD  CHGAPRV
002570     RECORD CONTAINS 120 CHARACTERS
002580     RECORDING MODE IS F.
002590 01  CHGAPRV-RECORD                 PIC X(120).
002600 FD  PENDNEW
002610     RECORD CONTAINS 120 CHARACTERS
002620     RECORDING MODE IS F.
002630 01  PENDNEW-RECORD                 PIC X(120).
002640 FD  PERDEXC
002650     RECORD CONTAINS 120 CHARACTERS
002660     RECORDING MODE IS F.
002670 COPY PERXREC.
002680 WORKING-STORAGE SECTION.
002690 COPY EXTREC.
002700 COPY RUNSREC.
002710 COPY PENDREC.
002720 COPY PERSREC.
002730 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
002740 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
002750 01  WS-RSLTHIST-STATUS             PIC X(02) VALUE "00".
002760 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
002770 01  WS-BKOEXTR-STATUS              PIC X(02) VALUE "00".
002780 01  WS-BKORPT-STATUS               PIC X(02) VALUE "00".
002790 01  WS-PENDCHG-STATUS              PIC X(02) VALUE "00".
002800 01  WS-CHGAPRV-STATUS              PIC X(02) VALUE "00".
002810 01  WS-PENDNEW-STATUS              PIC X(02) VALUE "00".
002820 01  WS-PERDEXC-STATUS              PIC X(02) VALUE "00".
002830 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002840     88  CMD-EOF                     VALUE "Y".
002850 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
002860     88  MASTER-IS-OPEN              VALUE "Y".
002870 77  WS-APRV-EOF-SWITCH             PIC X(01) VALUE "N".
002880     88  APRV-EOF                    VALUE "Y".
002890 77  WS-APPLY-RUN-SWITCH            PIC X(01) VALUE "N".
002900     88  APPLY-RUN                   VALUE "Y".
002910 77  WS-UNIT-LOCKED-SWITCH          PIC X(01) VALUE "N".
002920     88  UNIT-IS-LOCKED              VALUE "Y".
002930 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002940 77  WS-START-TIME                  PIC 9(08) VALUE ZERO.
002950 77  WS-HIST-TIME                   PIC 9(08) VALUE ZERO.
002960 77  WS-COMMAND-COUNT               PIC 9(05) VALUE ZERO.
002970 77  WS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
002980 77  WS-BACKOUT-COUNT               PIC 9(05) VALUE ZERO.
002990 77  WS-PENDED-COUNT                PIC 9(05) VALUE ZERO.
003000 77  WS-LOCKED-COUNT                PIC 9(05) VALUE ZERO.
003010 77  WS-HIST-REQUESTER              PIC X(08) VALUE SPACES.
003020 77  WS-HIST-APPROVER               PIC X(08) VALUE SPACES.
003030 77  WS-EXTRACT-COUNT               PIC 9(07) VALUE ZERO.
003040 77  WS-EXTRACT-HASH                PIC 9(09) VALUE ZERO.
003050 77  WS-EXTRACT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
003060 77  WS-PRIOR-AMOUNT                PIC S9(07)V99 VALUE ZERO.
003070 77  WS-PRIOR-BASE-AMOUNT           PIC S9(07)V99 VALUE ZERO.
003080 77  WS-EXTRACT-BASE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
003090 01  BKO-HEADER-LINE.
003100     05  FILLER                     PIC X(18)
003110         VALUE "BACKOUT LISTING - ".
003120     05  BKO-HDR-DATE               PIC 9(08).
003130     05  FILLER                     PIC X(54) VALUE SPACES.
003140 01  BKO-ECHO-LINE.
003150     05  FILLER                     PIC X(09) VALUE "COMMAND: ".
003160     05  BKO-ECHO-TEXT              PIC X(43).
003170     05  FILLER                     PIC X(28) VALUE SPACES.
003180 01  BKO-APPLY-LINE.
003190     05  FILLER                     PIC X(09) VALUE "APPROVED ".
003200     05  BKO-APL-CARD               PIC X(42).
003210     05  FILLER                     PIC X(05) VALUE " REQ ".
003220     05  BKO-APL-REQUESTER          PIC X(08).
003230     05  FILLER                     PIC X(05) VALUE " APR ".
003240     05  BKO-APL-APPROVER           PIC X(08).
003250     05  FILLER                     PIC X(03) VALUE SPACES.
003260 01  BKO-MESSAGE-LINE.
003270     05  BKO-MSG-TEXT               PIC X(40).
003280     05  FILLER                     PIC X(40) VALUE SPACES.
003290 01  BKO-COUNT-LINE.
003300     05  BKO-CNT-LABEL              PIC X(24).
003310     05  BKO-CNT-VALUE              PIC ZZZZ9.
003320     05  FILLER                     PIC X(51) VALUE SPACES.
003330 PROCEDURE DIVISION.
003340*----------------------------------------------------------------
003350*    0000-MAINLINE
003360*----------------------------------------------------------------
003370 0000-MAINLINE.
003380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003390     ACCEPT WS-START-TIME FROM TIME
003400     PERFORM 1050-POST-START-STATUS THRU 1050-EXIT
003410     OPEN OUTPUT BKORPT
003420     MOVE WS-RUN-DATE TO BKO-HDR-DATE
003430     MOVE BKO-HEADER-LINE TO BKORPT-RECORD
003440     WRITE BKORPT-RECORD
003450     OPEN I-O RSLTMSTR
003460     IF WS-RSLTMSTR-STATUS NOT = "00"
003470         DISPLAY "BACKOUT: RSLTMSTR NOT AVAILABLE - STATUS "
003480             WS-RSLTMSTR-STATUS
003490         MOVE "RESULTS MASTER NOT AVAILABLE" TO BKO-MSG-TEXT
003500         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003510         PERFORM 2030-CARRY-APPROVED THRU 2030-EXIT
003520         MOVE 8 TO RETURN-CODE
003530         PERFORM 8000-FINALIZE THRU 8000-EXIT
003540         GOBACK
003550     END-IF
003560     MOVE "Y" TO WS-MASTER-OPEN-SWITCH
003570     OPEN EXTEND RSLTHIST
003580     IF WS-RSLTHIST-STATUS = "35"
003590         OPEN OUTPUT RSLTHIST
003600     END-IF
003610     OPEN EXTEND AUDITLOG
003620     IF WS-AUDITLOG-STATUS = "35"
003630         OPEN OUTPUT AUDITLOG
003640     END-IF
003650     OPEN OUTPUT BKOEXTR
003660     PERFORM 1500-WRITE-EXTRACT-HEADER THRU 1500-EXIT
003670     OPEN EXTEND PENDCHG
003680     IF WS-PENDCHG-STATUS = "35"
003690         OPEN OUTPUT PENDCHG
003700     END-IF
003710     OPEN EXTEND PERDEXC
003720     IF WS-PERDEXC-STATUS = "35"
003730         OPEN OUTPUT PERDEXC
003740     END-IF
003750     OPEN INPUT CMDFILE
003760     PERFORM 2000-APPLY-APPROVED THRU 2000-EXIT
003770     PERFORM 2050-READ-COMMAND THRU 2050-EXIT
003780     PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
003790         UNTIL CMD-EOF
003800     EVALUATE TRUE
003810         WHEN WS-FAILED-COUNT > ZERO
003820             MOVE 4 TO RETURN-CODE
003830         WHEN APPLY-RUN AND WS-BACKOUT-COUNT = ZERO
003840             MOVE 2 TO RETURN-CODE
003850     END-EVALUATE
003860     PERFORM 8000-FINALIZE THRU 8000-EXIT
003870     GOBACK.
003880*----------------------------------------------------------------
003890*    1050-POST-START-STATUS - ONE START ROW TO THE SHARED
003900*    NIGHT-RUN STATUS FILE
003910*----------------------------------------------------------------
003920 1050-POST-START-STATUS.
003930     MOVE SPACES TO RUNSTAT-RECORD
003940     MOVE "BACKOUT " TO RS-PROGRAM
003950     MOVE ZERO TO RS-STREAM
003960     MOVE "START" TO RS-PHASE
003970     MOVE ZERO TO RS-READ-COUNT
003980     MOVE ZERO TO RS-WRITE-COUNT
003990     MOVE ZERO TO RS-RETURN-CODE
004000     CALL "STATPOST" USING RUNSTAT-RECORD.
004010 1050-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040*    1500-WRITE-EXTRACT-HEADER - HEADER KIND C MARKS THE FILE
004050*    AS A CORRECTION SO THE RECEIVER LOADS IT AS REVERSING
004060*    ENTRIES, NOT A FRESH NIGHTLY CUT
004070*----------------------------------------------------------------
004080 1500-WRITE-EXTRACT-HEADER.
004090     MOVE WS-RUN-DATE TO EXT-HDR-RUN-DATE
004100     MOVE WS-START-TIME (1:6) TO EXT-HDR-RUN-TIME
004110     MOVE "C" TO EXT-HDR-KIND
004120     MOVE EXT-HEADER-LINE TO BKOEXTR-RECORD
004130     WRITE BKOEXTR-RECORD.
004140 1500-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    2000-APPLY-APPROVED - BACKOUTS A SECOND OPERATOR HAS
004180*    APPROVED COME BACK FROM CHGAPPR ON CHGAPRV.  EACH BACKOUT
004190*    ROW IS RUN THROUGH THE ORDINARY BACKOUT LOGIC WITH BOTH
004200*    OPERATORS' IDS CARRIED TO THE HISTORY ROW.  NO CHGAPRV DD
004210*    IS AN ORDINARY REQUEST RUN
004220*----------------------------------------------------------------
004230 2000-APPLY-APPROVED.
004240     OPEN INPUT CHGAPRV
004250     IF WS-CHGAPRV-STATUS NOT = "00"
004260         GO TO 2000-EXIT
004270     END-IF
004280     SET APPLY-RUN TO TRUE
004290     PERFORM 2010-READ-APPROVED THRU 2010-EXIT
004300     PERFORM 2020-APPLY-ONE-APPROVED THRU 2020-EXIT
004310         UNTIL APRV-EOF
004320     CLOSE CHGAPRV.
004330 2000-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*    2010-READ-APPROVED
004370*----------------------------------------------------------------
004380 2010-READ-APPROVED.
004390     READ CHGAPRV INTO PEND-RECORD
004400         AT END
004410             SET APRV-EOF TO TRUE
004420     END-READ.
004430 2010-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460*    2020-APPLY-ONE-APPROVED - ROWS FOR THE OTHER MAINTENANCE
004470*    PROGRAMS ARE PASSED OVER.  THE TWO-OPERATOR RULE IS
004480*    CHECKED AGAIN HERE SO A HAND-BUILT ROW CANNOT SLIP PAST
004490*    IT, AND THE CARD IS RE-EDITED AS IF READ FROM CMDFILE
004500*----------------------------------------------------------------
004510 2020-APPLY-ONE-APPROVED.
004520     IF NOT PEND-FROM-BACKOUT OR NOT PEND-IS-APPROVED
004530         GO TO 2020-READ-NEXT
004540     END-IF
004550     ADD 1 TO WS-COMMAND-COUNT
004560     MOVE PEND-CARD-IMAGE TO BKO-APL-CARD
004570     MOVE PEND-REQUESTER TO BKO-APL-REQUESTER
004580     MOVE PEND-APPROVER TO BKO-APL-APPROVER
004590     MOVE BKO-APPLY-LINE TO BKORPT-RECORD
004600     WRITE BKORPT-RECORD
004610     IF PEND-APPROVER = SPACES
004620         OR PEND-REQUESTER = SPACES
004630         OR PEND-APPROVER = PEND-REQUESTER
004640         MOVE "REFUSED - NEEDS TWO DIFFERENT OPERATORS"
004650             TO BKO-MSG-TEXT
004660         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004670         ADD 1 TO WS-FAILED-COUNT
004680         GO TO 2020-READ-NEXT
004690     END-IF
004700     MOVE PEND-CARD-IMAGE TO CMDFILE-RECORD
004710     IF CMD-VERB NOT = "BACKOUT "
004720         OR CMD-KEY NOT NUMERIC
004730         OR CMD-UNIT-DATE NOT NUMERIC
004740         MOVE "APPROVED CARD NOT RECOGNIZED" TO BKO-MSG-TEXT
004750         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004760         ADD 1 TO WS-FAILED-COUNT
004770         GO TO 2020-READ-NEXT
004780     END-IF
004790     MOVE PEND-REQUESTER TO WS-HIST-REQUESTER
004800     MOVE PEND-APPROVER TO WS-HIST-APPROVER
004810     PERFORM 3000-BACK-OUT-ONE-UNIT THRU 3000-EXIT
004820     MOVE SPACES TO WS-HIST-REQUESTER
004830     MOVE SPACES TO WS-HIST-APPROVER.
004840 2020-READ-NEXT.
004850     PERFORM 2010-READ-APPROVED THRU 2010-EXIT.
004860 2020-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890*    2030-CARRY-APPROVED - THE MASTER IS NOT AVAILABLE, SO NONE
004900*    OF THE APPROVED BACKOUTS ON CHGAPRV CAN BE APPLIED.
004910*    EACH GOES BACK ON THE PENDNEW CARRY STILL APPROVED, AND
004920*    CHGAPPR REISSUES IT ON ITS NEXT RUN.  NO CHGAPRV DD IS AN
004930*    ORDINARY REQUEST RUN WITH NOTHING TO CARRY
004940*----------------------------------------------------------------
004950 2030-CARRY-APPROVED.
004960     OPEN INPUT CHGAPRV
004970     IF WS-CHGAPRV-STATUS NOT = "00"
004980         GO TO 2030-EXIT
004990     END-IF
005000     OPEN EXTEND PENDNEW
005010     IF WS-PENDNEW-STATUS NOT = "00"
005020         DISPLAY "BACKOUT: PENDNEW NOT AVAILABLE - STATUS "
005030             WS-PENDNEW-STATUS
005040         CLOSE CHGAPRV
005050         GO TO 2030-EXIT
005060     END-IF
005070     PERFORM 2010-READ-APPROVED THRU 2010-EXIT
005080     PERFORM 2035-CARRY-ONE-APPROVED THRU 2035-EXIT
005090         UNTIL APRV-EOF
005100     CLOSE CHGAPRV
005110     CLOSE PENDNEW.
005120 2030-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150*    2035-CARRY-ONE-APPROVED - ROWS FOR THE OTHER MAINTENANCE
005160*    PROGRAMS ARE APPLIED BY THEIR OWN STEPS AND PASSED OVER
005170*----------------------------------------------------------------
005180 2035-CARRY-ONE-APPROVED.
005190     IF NOT PEND-FROM-BACKOUT OR NOT PEND-IS-APPROVED
005200         GO TO 2035-READ-NEXT
005210     END-IF
005220     WRITE PENDNEW-RECORD FROM PEND-RECORD
005230     MOVE PEND-CARD-IMAGE TO BKO-APL-CARD
005240     MOVE PEND-REQUESTER TO BKO-APL-REQUESTER
005250     MOVE PEND-APPROVER TO BKO-APL-APPROVER
005260     MOVE BKO-APPLY-LINE TO BKORPT-RECORD
005270     WRITE BKORPT-RECORD
005280     MOVE "CARRIED - MASTER NOT AVAILABLE" TO BKO-MSG-TEXT
005290     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
005300 2035-READ-NEXT.
005310     PERFORM 2010-READ-APPROVED THRU 2010-EXIT.
005320 2035-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350*    2050-READ-COMMAND
005360*----------------------------------------------------------------
005370 2050-READ-COMMAND.
005380     IF WS-CMDFILE-STATUS = "00"
005390         READ CMDFILE
005400             AT END
005410                 SET CMD-EOF TO TRUE
005420         END-READ
005430     ELSE
005440         SET CMD-EOF TO TRUE
005450     END-IF.
005460 2050-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490*    2100-PROCESS-ONE-COMMAND - ECHO THE CARD, CHECK IT SCANS,
005500*    AND RECORD THE BACKOUT AS A PENDING CHANGE
005510*----------------------------------------------------------------
005520 2100-PROCESS-ONE-COMMAND.
005530     ADD 1 TO WS-COMMAND-COUNT
005540     MOVE CMDFILE-RECORD TO BKO-ECHO-TEXT
005550     MOVE BKO-ECHO-LINE TO BKORPT-RECORD
005560     WRITE BKORPT-RECORD
005570     IF CMD-VERB NOT = "BACKOUT "
005580         MOVE "VERB NOT RECOGNIZED" TO BKO-MSG-TEXT
005590         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005600         ADD 1 TO WS-FAILED-COUNT
005610         GO TO 2100-READ-NEXT
005620     END-IF
005630     IF CMD-KEY NOT NUMERIC OR CMD-UNIT-DATE NOT NUMERIC
005640         MOVE "KEY OR UNIT DATE NOT NUMERIC" TO BKO-MSG-TEXT
005650         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005660         ADD 1 TO WS-FAILED-COUNT
005670         GO TO 2100-READ-NEXT
005680     END-IF
005690     PERFORM 3500-RECORD-PENDING THRU 3500-EXIT.
005700 2100-READ-NEXT.
005710     PERFORM 2050-READ-COMMAND THRU 2050-EXIT.
005720 2100-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750*    3000-BACK-OUT-ONE-UNIT - MASTER ROW OUT (WITH BEFORE-IMAGE
005760*    HISTORY), BACKOUT AUDIT ROW IN, REVERSING EXTRACT DETAIL
005770*    OUT.  THE CARD'S UNIT DATE MUST MATCH THE POSTED DATE SO A
005780*    STALE CARD CANNOT BACK OUT A NEWER POSTING OF THE KEY.
005790*    A UNIT IN A PERIOD CLOSED SINCE THE CARD WAS RECORDED IS
005800*    REFUSED.  REACHED ONLY FROM AN APPROVED CHANGE
005810*----------------------------------------------------------------
005820 3000-BACK-OUT-ONE-UNIT.
005830     MOVE CMD-KEY TO RSLT-KEY
005840     READ RSLTMSTR
005850         INVALID KEY
005860             MOVE "KEY NOT ON RESULTS MASTER" TO BKO-MSG-TEXT
005870             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005880             ADD 1 TO WS-FAILED-COUNT
005890             GO TO 3000-EXIT
005900     END-READ
005910     IF RSLT-RUN-DATE NOT = CMD-UNIT-DATE
005920         MOVE "POSTED DATE DOES NOT MATCH CARD" TO BKO-MSG-TEXT
005930         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005940         ADD 1 TO WS-FAILED-COUNT
005950         GO TO 3000-EXIT
005960     END-IF
005970     PERFORM 3050-CHECK-PERIOD-LOCK THRU 3050-EXIT
005980     IF UNIT-IS-LOCKED
005990         GO TO 3000-EXIT
006000     END-IF
006010     IF RSLT-AMOUNT NUMERIC
006020         MOVE RSLT-AMOUNT TO WS-PRIOR-AMOUNT
006030     ELSE
006040         MOVE ZERO TO WS-PRIOR-AMOUNT
006050     END-IF
006060     IF RSLT-BASE-AMOUNT NUMERIC
006070         MOVE RSLT-BASE-AMOUNT TO WS-PRIOR-BASE-AMOUNT
006080     ELSE
006090         MOVE WS-PRIOR-AMOUNT TO WS-PRIOR-BASE-AMOUNT
006100     END-IF
006110     PERFORM 3100-WRITE-HISTORY-ROW THRU 3100-EXIT
006120     PERFORM 3200-WRITE-AUDIT-ROW THRU 3200-EXIT
006130     PERFORM 3300-WRITE-REVERSING-DETAIL THRU 3300-EXIT
006140     DELETE RSLTMSTR RECORD
006150         INVALID KEY
006160             MOVE "DELETE FAILED - SEE FILE STATUS"
006170                 TO BKO-MSG-TEXT
006180             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006190             ADD 1 TO WS-FAILED-COUNT
006200             GO TO 3000-EXIT
006210     END-DELETE
006220     ADD 1 TO WS-BACKOUT-COUNT
006230     MOVE "UNIT BACKED OUT" TO BKO-MSG-TEXT
006240     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
006250 3000-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280*    3050-CHECK-PERIOD-LOCK - FINANCE HAS CLOSED THE PERIOD THE
006290*    POSTING IS DATED INTO, SO IT CAN NO LONGER BE BACKED OUT
006300*    THERE.  THE CARD FAILS, AND THE UNIT, WITH THE AMOUNT THE
006310*    BACKOUT WOULD HAVE POSTED AND PERDSEL'S REASON, GOES TO THE
006320*    PERDEXC EXCEPTION FILE
006330*----------------------------------------------------------------
006340 3050-CHECK-PERIOD-LOCK.
006350     MOVE "N" TO WS-UNIT-LOCKED-SWITCH
006360     MOVE RSLT-RUN-DATE TO PERS-DATE
006370     CALL "PERDSEL" USING PERDSEL-PARM
006380     IF NOT PERS-PERIOD-CLOSED
006390         GO TO 3050-EXIT
006400     END-IF
006410     SET UNIT-IS-LOCKED TO TRUE
006420     ADD 1 TO WS-LOCKED-COUNT
006430     ADD 1 TO WS-FAILED-COUNT
006440     MOVE SPACES TO PERDEXC-RECORD
006450     MOVE "BACKOUT " TO PERX-PROGRAM
006460     MOVE WS-RUN-DATE TO PERX-RUN-DATE
006470     MOVE RSLT-KEY TO PERX-KEY
006480     MOVE RSLT-DESCRIPTION TO PERX-DESCRIPTION
006490     MOVE RSLT-RUN-DATE TO PERX-UNIT-DATE
006500     IF RSLT-AMOUNT NUMERIC
006510         COMPUTE PERX-AMOUNT = ZERO - RSLT-AMOUNT
006520     ELSE
006530         MOVE ZERO TO PERX-AMOUNT
006540     END-IF
006550     MOVE RSLT-CURRENCY TO PERX-CURRENCY
006560     IF RSLT-BASE-AMOUNT NUMERIC
006570         COMPUTE PERX-BASE-AMOUNT = ZERO - RSLT-BASE-AMOUNT
006580     ELSE
006590         MOVE PERX-AMOUNT TO PERX-BASE-AMOUNT
006600     END-IF
006610     MOVE PERS-REASON TO PERX-REASON
006620     WRITE PERDEXC-RECORD
006630     IF WS-PERDEXC-STATUS NOT = "00"
006640         DISPLAY "BACKOUT: PERDEXC WRITE FAILED - STATUS "
006650             WS-PERDEXC-STATUS " KEY " RSLT-KEY
006660     END-IF
006670     MOVE "REFUSED - UNIT DATED IN A CLOSED PERIOD"
006680         TO BKO-MSG-TEXT
006690     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006700     MOVE PERS-REASON TO BKO-MSG-TEXT
006710     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
006720 3050-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750*    3100-WRITE-HISTORY-ROW - THE LAST IMAGE OF THE ROW BEING
006760*    REMOVED, TAGGED BACKOUT SO THE CHANGE HISTORY SHOWS THIS
006770*    WAS A CONTROLLED REVERSAL AND NOT A MANUAL EDIT
006780*----------------------------------------------------------------
006790 3100-WRITE-HISTORY-ROW.
006800     ACCEPT WS-HIST-TIME FROM TIME
006810     MOVE SPACES TO RSLTHIST-RECORD
006820     MOVE RSLT-KEY TO HIST-KEY
006830     MOVE RSLT-DESCRIPTION TO HIST-PRIOR-DESC
006840     MOVE RSLT-ZAHL2 TO HIST-PRIOR-ZAHL2
006850     MOVE RSLT-RUN-DATE TO HIST-PRIOR-RUN-DATE
006860     MOVE WS-PRIOR-AMOUNT TO HIST-PRIOR-AMOUNT
006870     MOVE WS-RUN-DATE TO HIST-CHANGE-DATE
006880     MOVE WS-HIST-TIME (1:6) TO HIST-CHANGE-TIME
006890     MOVE "BACKOUT " TO HIST-SOURCE
006900     MOVE "DELETE  " TO HIST-ACTION
006910     MOVE WS-HIST-REQUESTER TO HIST-REQUESTER
006920     MOVE WS-HIST-APPROVER TO HIST-APPROVER
006930     MOVE RSLT-RULE-ID TO HIST-PRIOR-RULE-ID
006940     MOVE RSLT-CURRENCY TO HIST-PRIOR-CURRENCY
006950     MOVE WS-PRIOR-BASE-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
006960     WRITE RSLTHIST-RECORD.
006970 3100-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000*    3200-WRITE-AUDIT-ROW - ONE BACKOUT ROW UNDER THE UNIT'S
007010*    OWN DATE WITH THE AMOUNT REVERSED; BALANCING READERS
007020*    COUNT BACKOUT ROWS APART FROM FEED-DRIVEN UNITS
007030*----------------------------------------------------------------
007040 3200-WRITE-AUDIT-ROW.
007050     MOVE SPACES TO AUDITLOG-RECORD
007060     MOVE RSLT-RUN-DATE TO AUDIT-RUN-DATE
007070     MOVE RSLT-KEY TO AUDIT-ZAHL-IN
007080     MOVE RSLT-ZAHL2 TO AUDIT-ZAHL2-OUT
007090     COMPUTE AUDIT-AMOUNT = ZERO - WS-PRIOR-AMOUNT
007100     MOVE "BACKOUT " TO AUDIT-STATUS
007110     MOVE RSLT-RULE-ID TO AUDIT-RULE-ID
007120     MOVE RSLT-CURRENCY TO AUDIT-CURRENCY
007130     COMPUTE AUDIT-BASE-AMOUNT = ZERO - WS-PRIOR-BASE-AMOUNT
007140     WRITE AUDITLOG-RECORD.
007150 3200-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180*    3300-WRITE-REVERSING-DETAIL - SAME DETAIL SHAPE THE
007190*    NIGHTLY EXTRACT CARRIES, AMOUNT NEGATED, SO THE GL LOADS
007200*    IT AS A REVERSING ENTRY AGAINST THE ORIGINAL
007210*----------------------------------------------------------------
007220 3300-WRITE-REVERSING-DETAIL.
007230     MOVE RSLT-KEY TO EXT-DET-KEY
007240     MOVE RSLT-DESCRIPTION TO EXT-DET-DESC
007250     MOVE RSLT-KEY TO EXT-DET-ZAHL-IN
007260     MOVE RSLT-ZAHL2 TO EXT-DET-ZAHL2-OUT
007270     MOVE RSLT-RUN-DATE TO EXT-DET-DATE
007280     MOVE WS-START-TIME (1:6) TO EXT-DET-TIME
007290     COMPUTE EXT-DET-AMOUNT = ZERO - WS-PRIOR-AMOUNT
007300     MOVE RSLT-CURRENCY TO EXT-DET-CURRENCY
007310     COMPUTE EXT-DET-BASE-AMOUNT = ZERO - WS-PRIOR-BASE-AMOUNT
007320     MOVE EXT-DETAIL-LINE TO BKOEXTR-RECORD
007330     WRITE BKOEXTR-RECORD
007340     ADD 1 TO WS-EXTRACT-COUNT
007350     ADD RSLT-ZAHL2 TO WS-EXTRACT-HASH
007360     ADD EXT-DET-AMOUNT TO WS-EXTRACT-AMOUNT
007370     ADD EXT-DET-BASE-AMOUNT TO WS-EXTRACT-BASE-AMOUNT.
007380 3300-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410*    3500-RECORD-PENDING - A BACKOUT CARD BECOMES A PENDING
007420*    CHANGE FOR CHGAPPR.  THE CARD MUST NAME ITS OPERATOR, AND
007430*    THE KEY AND UNIT DATE MUST MATCH THE MASTER NOW SO A BAD
007440*    CARD IS CAUGHT BEFORE ANYONE IS ASKED TO APPROVE IT; THE
007450*    DATE IS CHECKED AGAIN WHEN THE APPROVED BACKOUT IS APPLIED.
007460*    A POSTING IN A CLOSED PERIOD IS REFUSED HERE AS WELL
007470*----------------------------------------------------------------
007480 3500-RECORD-PENDING.
007490     IF CMD-OPERATOR = SPACES
007500         MOVE "REFUSED - NO REQUESTING OPERATOR ID"
007510             TO BKO-MSG-TEXT
007520         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
007530         ADD 1 TO WS-FAILED-COUNT
007540         GO TO 3500-EXIT
007550     END-IF
007560     MOVE CMD-KEY TO RSLT-KEY
007570     READ RSLTMSTR
007580         INVALID KEY
007590             MOVE "KEY NOT ON RESULTS MASTER" TO BKO-MSG-TEXT
007600             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
007610             ADD 1 TO WS-FAILED-COUNT
007620             GO TO 3500-EXIT
007630     END-READ
007640     IF RSLT-RUN-DATE NOT = CMD-UNIT-DATE
007650         MOVE "POSTED DATE DOES NOT MATCH CARD" TO BKO-MSG-TEXT
007660         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
007670         ADD 1 TO WS-FAILED-COUNT
007680         GO TO 3500-EXIT
007690     END-IF
007700     PERFORM 3050-CHECK-PERIOD-LOCK THRU 3050-EXIT
007710     IF UNIT-IS-LOCKED
007720         GO TO 3500-EXIT
007730     END-IF
007740     ACCEPT WS-HIST-TIME FROM TIME
007750     MOVE SPACES TO PEND-RECORD
007760     MOVE "BACKOUT " TO PEND-SOURCE
007770     MOVE CMDFILE-RECORD (1:42) TO PEND-CARD-IMAGE
007780     MOVE CMD-OPERATOR TO PEND-REQUESTER
007790     MOVE WS-RUN-DATE TO PEND-REQUEST-DATE
007800     MOVE WS-HIST-TIME (1:6) TO PEND-REQUEST-TIME
007810     SET PEND-IS-PENDING TO TRUE
007820     MOVE ZERO TO PEND-ACTION-DATE
007830     WRITE PENDCHG-RECORD FROM PEND-RECORD
007840     IF WS-PENDCHG-STATUS = "00"
007850         ADD 1 TO WS-PENDED-COUNT
007860         MOVE "BACKOUT PENDING APPROVAL" TO BKO-MSG-TEXT
007870     ELSE
007880         MOVE "PENDING WRITE FAILED - SEE FILE STATUS"
007890             TO BKO-MSG-TEXT
007900         ADD 1 TO WS-FAILED-COUNT
007910     END-IF
007920     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
007930 3500-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960*    8000-FINALIZE - TRAILER, TOTALS, CLOSES, STATUS ROW
007970*----------------------------------------------------------------
007980 8000-FINALIZE.
007990     IF MASTER-IS-OPEN
008000         MOVE WS-EXTRACT-COUNT TO EXT-TRL-COUNT
008010         MOVE WS-EXTRACT-HASH TO EXT-TRL-HASH
008020         MOVE WS-EXTRACT-AMOUNT TO EXT-TRL-AMOUNT
008030         MOVE WS-EXTRACT-BASE-AMOUNT TO EXT-TRL-BASE-AMOUNT
008040         MOVE EXT-TRAILER-LINE TO BKOEXTR-RECORD
008050         WRITE BKOEXTR-RECORD
008060         CLOSE BKOEXTR
008070         CLOSE AUDITLOG
008080         CLOSE RSLTHIST
008090         CLOSE PENDCHG
008100         CLOSE PERDEXC
008110         CLOSE RSLTMSTR
008120         IF WS-CMDFILE-STATUS NOT = "35"
008130             CLOSE CMDFILE
008140         END-IF
008150     END-IF
008160     MOVE "COMMANDS READ:          " TO BKO-CNT-LABEL
008170     MOVE WS-COMMAND-COUNT TO BKO-CNT-VALUE
008180     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008190     MOVE "UNITS BACKED OUT:       " TO BKO-CNT-LABEL
008200     MOVE WS-BACKOUT-COUNT TO BKO-CNT-VALUE
008210     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008220     MOVE "BACKOUTS PENDING:       " TO BKO-CNT-LABEL
008230     MOVE WS-PENDED-COUNT TO BKO-CNT-VALUE
008240     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008250     MOVE "COMMANDS FAILED:        " TO BKO-CNT-LABEL
008260     MOVE WS-FAILED-COUNT TO BKO-CNT-VALUE
008270     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008280     MOVE "UNITS IN CLOSED PERIOD: " TO BKO-CNT-LABEL
008290     MOVE WS-LOCKED-COUNT TO BKO-CNT-VALUE
008300     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008310     CLOSE BKORPT
008320     PERFORM 8900-POST-END-STATUS THRU 8900-EXIT.
008330 8000-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360*    8100-WRITE-COUNT
008370*----------------------------------------------------------------
008380 8100-WRITE-COUNT.
008390     MOVE BKO-COUNT-LINE TO BKORPT-RECORD
008400     WRITE BKORPT-RECORD.
008410 8100-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440*    8200-WRITE-MESSAGE
008450*----------------------------------------------------------------
008460 8200-WRITE-MESSAGE.
008470     MOVE BKO-MESSAGE-LINE TO BKORPT-RECORD
008480     WRITE BKORPT-RECORD
008490     MOVE SPACES TO BKO-MSG-TEXT.
008500 8200-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530*    8900-POST-END-STATUS
008540*----------------------------------------------------------------
008550 8900-POST-END-STATUS.
008560     MOVE SPACES TO RUNSTAT-RECORD
008570     MOVE "BACKOUT " TO RS-PROGRAM
008580     MOVE ZERO TO RS-STREAM
008590     MOVE "END  " TO RS-PHASE
008600     MOVE WS-COMMAND-COUNT TO RS-READ-COUNT
008610     MOVE WS-BACKOUT-COUNT TO RS-WRITE-COUNT
008620     MOVE RETURN-CODE TO RS-RETURN-CODE
008630     CALL "STATPOST" USING RUNSTAT-RECORD.
008640 8900-EXIT.
008650     EXIT.
008660 END PROGRAM BACKOUT.
