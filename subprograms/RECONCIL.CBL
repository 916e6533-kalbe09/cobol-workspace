001150*  INTO A HARD STOP THE SAME MORNING.
001160*  A QUIET DAY (EMPTY TRANFILE, ONE FALLBACK SEED UNIT) IS
001170*  RECOGNIZED AND TREATED AS IN BALANCE.  EVERY RUN OF MAIN
001180*  OPENS ITS AUDIT ROWS WITH A RUNSTART MARKER; THE TALLY
001190*  RESTARTS AT EACH OF TODAY'S MARKERS SO ONLY THE FINAL
001200*  ATTEMPT OF THE DATE IS BALANCED - A CHECKPOINTED RERUN
001210*  AFTER AN ABEND IS JUDGED ON ITS OWN ROWS, NOT ON BOTH
001220*  ATTEMPTS' ROWS ADDED TOGETHER.
001230*----------------------------------------------------------------
001240*  MODIFICATION HISTORY
001250*  DATE       INIT  DESCRIPTION
001260*  08/22/26   JPM   ORIGINAL VERSION.
001270*  08/22/26   JPM   SCOPED THE AUDIT-SIDE COUNTS TO THE ROWS
001280*                   AFTER TODAY'S LAST RUNSTART MARKER.  THE
001290*                   OLD WHOLE-DAY COUNT TURNED EVERY
001300*                   CHECKPOINT-RESTART DAY INTO A FALSE
001310*                   OUT-OF-BALANCE STOP.
001320*  09/02/26   JPM   THE RUN NOW BALANCES ON VALUE AS WELL AS
001330*                   ON COUNTS: THE TRANFILE AMOUNT TOTAL MUST
001340*                   MATCH THE AUDITED AMOUNT TOTAL, AND THE
001350*                   AUDITED COMPLETED AMOUNT MUST MATCH THE
001360*                   AMOUNT COMPLETED LINE ON THE RUN-SUMMARY
001370*                   REPORT, SO A DROPPED OR DOUBLED UNIT NOW
001380*                   SHOWS UP AS A DOLLAR BREAK AND NOT JUST A
001390*                   COUNT BREAK.
001400*  09/02/26   JPM   POSTS A START AND AN END ROW TO THE SHARED
001410*                   RUNSTAT NIGHT-RUN STATUS FILE THROUGH THE
001420*                   STATPOST SUBPROGRAM.
001430*  09/02/26   JPM   BALANCES THE NEW PARKED STATUS (PARK-AND-
001440*                   CONTINUE MODE) AGAINST THE UNITS PARKED
001450*                   LINE ON THE RUN SUMMARY; A PARKED UNIT IS
001460*                   STILL ONE INPUT RECORD AND ONE AUDIT ROW.
001470*  09/02/26   JPM   BACKOUT ROWS (CONTROLLED REVERSALS CUT BY
001480*                   THE BACKOUT PROGRAM) ARE NOT DRIVEN BY THE
001490*                   TRANFILE FEED - THEY ARE COUNTED ON THEIR
001500*                   OWN INFORMATION LINE AND LEFT OUT OF THE
001510*                   INPUT-SIDE BALANCE INSTEAD OF FALLING INTO
001520*                   THE UNRECOGNIZED-STATUS HARD STOP.
001530*  10/15/26   JPM   COUNTS THE REVERSAL REJECTIONS (RVORPHAN,
001540*                   RVREPEAT, RVAMOUNT) ON THEIR OWN LINE AND
001550*                   BALANCES THEM ON THE SKIPPED SIDE, WHERE
001560*                   THE DRIVER'S RUN SUMMARY COUNTS THEM.
001570*                   RESEQUENCED THE SOURCE DECK.
001580*  10/15/26   JPM   BALANCES THE NEW HELD STATUS (LARGE-AMOUNT
001590*                   HOLD) AGAINST THE UNITS HELD LINE ON THE
001600*                   RUN SUMMARY; A HELD UNIT IS STILL ONE INPUT
001610*                   RECORD AND ONE AUDIT ROW.
001620*  10/15/26   JPM   MULTI-CURRENCY.  THE INPUT AND AUDITED
001630*                   AMOUNTS ARE ALSO BALANCED CURRENCY BY
001640*                   CURRENCY (A BLANK CURRENCY IS THE BASE
001650*                   CURRENCY), THE AUDITED BASE AMOUNT COMPLETED
001660*                   AGAINST THE BASE AMOUNT COMPLETED LINE, AND
001670*                   EACH CURRENCY'S COMPLETED COUNT, AMOUNT AND
001680*                   BASE AMOUNT AGAINST ITS CURRENCY LINE ON THE
001690*                   RUN SUMMARY.  A SUMMARY THAT GATHERED EXCESS
001700*                   CURRENCIES UNDER *** IS BALANCED ON ITS
001710*                   TOTALS ONLY.  RESEQUENCED THE SOURCE DECK.
001720*  10/15/26   JPM   PERIOD LOCK.  COUNTS UNITS REFUSED BECAUSE
001730*                   THEIR DATE FALLS IN A CLOSED PERIOD (PERDLOCK)
001740*                   ON THEIR OWN LINE, BALANCES THEM ON THE
001750*                   SKIPPED SIDE, WHERE THE DRIVER'S RUN SUMMARY
001760*                   COUNTS THEM, AND AGAINST THE UNITS PERIOD
001770*                   LOCKED LINE.  RESEQUENCED THE SOURCE DECK.
001772*  10/15/26   JPM   THE CURRENCY TABLE SEARCH NOW STOPS ON A FOUND
001774*                   SWITCH SO IT NEVER TESTS A SLOT PAST THE LAST
001776*                   ONE IN USE.
001780*****************************************************************
001790 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. RECONCIL.
001810 AUTHOR. J P MEYER.
001820 INSTALLATION. BATCH SYSTEMS GROUP.
001830 DATE-WRITTEN. 08/22/26.
001840 DATE-COMPILED.
001850 ENVIRONMENT DIVISION.
001860 INPUT-OUTPUT SECTION.
001870 FILE-CONTROL.
001880     SELECT TRANFILE ASSIGN TO TRANFILE
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-TRANFILE-STATUS.
001910     SELECT AUDITLOG ASSIGN TO AUDITLOG
001920         ORGANIZATION IS SEQUENTIAL
001930         FILE STATUS IS WS-AUDITLOG-STATUS.
001940     SELECT REPTFILE ASSIGN TO REPTFILE
001950         ORGANIZATION IS SEQUENTIAL
001960         FILE STATUS IS WS-REPTFILE-STATUS.
001970     SELECT RECRPT ASSIGN TO RECRPT
001980         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS WS-RECRPT-STATUS.
002000 DATA DIVISION.
002010 FILE SECTION.
002020 FD  TRANFILE
002030     RECORD CONTAINS 80 CHARACTERS
002040     RECORDING MODE IS F.
002050 COPY TRANREC.
002060 FD  AUDITLOG
002070     RECORD CONTAINS 80 CHARACTERS
002080     RECORDING MODE IS F.
002090 COPY AUDITREC.
002100 FD  REPTFILE
002110     RECORD CONTAINS 80 CHARACTERS
002120     RECORDING MODE IS F.
002130 01  REPTFILE-RECORD                PIC X(80).
002140 FD  RECRPT
002150     RECORD CONTAINS 80 CHARACTERS
002160     RECORDING MODE IS F.
002170 01  RECRPT-RECORD                  PIC X(80).
002180 WORKING-STORAGE SECTION.
002190 COPY RUNSREC.
002200 COPY RATSREC.
002210 01  WS-TRANFILE-STATUS             PIC X(02) VALUE "00".
002220 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
002230 01  WS-REPTFILE-STATUS             PIC X(02) VALUE "00".
002240 01  WS-RECRPT-STATUS               PIC X(02) VALUE "00".
002250 77  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE "N".
002260     88  TRAN-EOF                    VALUE "Y".
002270 77  WS-AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
002280     88  AUDIT-EOF                   VALUE "Y".
002290 77  WS-REPT-EOF-SWITCH             PIC X(01) VALUE "N".
002300     88  REPT-EOF                    VALUE "Y".
002310 77  WS-OUT-OF-BALANCE-SWITCH       PIC X(01) VALUE "N".
002320     88  RUN-OUT-OF-BALANCE          VALUE "Y".
002330 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002340 77  WS-TRAN-COUNT                  PIC 9(05) VALUE ZERO.
002350 77  WS-AUDIT-TOTAL-COUNT           PIC 9(05) VALUE ZERO.
002360 77  WS-AUDIT-COMPLETE-COUNT        PIC 9(05) VALUE ZERO.
002370 77  WS-AUDIT-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
002380 77  WS-AUDIT-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
002390 77  WS-AUDIT-CKPTSKIP-COUNT        PIC 9(05) VALUE ZERO.
002400 77  WS-AUDIT-ABEND-COUNT           PIC 9(05) VALUE ZERO.
002410 77  WS-AUDIT-UNKNOWN-COUNT         PIC 9(05) VALUE ZERO.
002420 77  WS-AUDIT-OTHER-COUNT           PIC 9(05) VALUE ZERO.
002430 77  WS-AUDIT-PARKED-COUNT          PIC 9(05) VALUE ZERO.
002440 77  WS-AUDIT-BACKOUT-COUNT         PIC 9(05) VALUE ZERO.
002450 77  WS-AUDIT-REVREJ-COUNT          PIC 9(05) VALUE ZERO.
002460 77  WS-AUDIT-HELD-COUNT            PIC 9(05) VALUE ZERO.
002470 77  WS-AUDIT-PERDLOCK-COUNT        PIC 9(05) VALUE ZERO.
002480 77  WS-RPT-COMPLETE-COUNT          PIC 9(05) VALUE ZERO.
002490 77  WS-RPT-SKIPPED-COUNT           PIC 9(05) VALUE ZERO.
002500 77  WS-RPT-FAILED-COUNT            PIC 9(05) VALUE ZERO.
002510 77  WS-RPT-PARKED-COUNT            PIC 9(05) VALUE ZERO.
002520 77  WS-RPT-HELD-COUNT              PIC 9(05) VALUE ZERO.
002530 77  WS-RPT-LOCKED-COUNT            PIC 9(05) VALUE ZERO.
002540 77  WS-RPT-LINES-FOUND-SWITCH      PIC X(01) VALUE "N".
002550     88  RPT-LINES-FOUND             VALUE "Y".
002560 77  WS-AUDIT-SKIP-SIDE             PIC 9(05) VALUE ZERO.
002570 77  WS-AUDIT-FAIL-SIDE             PIC 9(05) VALUE ZERO.
002580 77  WS-TRAN-AMOUNT-TOTAL           PIC S9(09)V99 VALUE ZERO.
002590 77  WS-AUDIT-AMOUNT-TOTAL          PIC S9(09)V99 VALUE ZERO.
002600 77  WS-AUDIT-AMOUNT-COMPLETE       PIC S9(09)V99 VALUE ZERO.
002610 77  WS-RPT-AMOUNT-COMPLETE         PIC S9(09)V99 VALUE ZERO.
002620 77  WS-AUDIT-BASE-COMPLETE         PIC S9(09)V99 VALUE ZERO.
002630 77  WS-RPT-BASE-COMPLETE           PIC S9(09)V99 VALUE ZERO.
002640 77  WS-BASE-CURRENCY               PIC X(03) VALUE SPACES.
002650 77  WS-FIND-CURRENCY               PIC X(03) VALUE SPACES.
002660 77  WS-ROW-BASE-AMOUNT             PIC S9(07)V99 VALUE ZERO.
002670 77  WS-CURR-USED                   PIC 9(03) COMP VALUE ZERO.
002680 77  WS-CURR-SUB                    PIC 9(03) COMP VALUE ZERO.
002690 77  WS-CURR-LIMIT                  PIC 9(03) COMP VALUE 50.
002693 77  WS-CURR-FOUND-SWITCH           PIC X(01) VALUE "N".
002696     88  CURRENCY-FOUND              VALUE "Y".
002700 77  WS-RPT-COMBINED-SWITCH         PIC X(01) VALUE "N".
002710     88  RPT-CURRENCIES-COMBINED     VALUE "Y".
002720 01  WS-CURRENCY-TABLE              VALUE ZEROS.
002730     05  WS-CURR-ENTRY              OCCURS 50 TIMES.
002740         10  WS-CURR-CODE           PIC X(03).
002750         10  WS-CURR-TRAN-AMOUNT    PIC S9(09)V99.
002760         10  WS-CURR-AUDIT-AMOUNT   PIC S9(09)V99.
002770         10  WS-CURR-AUDIT-COUNT    PIC 9(05).
002780         10  WS-CURR-AUDIT-COMP     PIC S9(09)V99.
002790         10  WS-CURR-AUDIT-BASE     PIC S9(09)V99.
002800         10  WS-CURR-RPT-COUNT      PIC 9(05).
002810         10  WS-CURR-RPT-COMP       PIC S9(09)V99.
002820         10  WS-CURR-RPT-BASE       PIC S9(09)V99.
002830 01  WS-COUNT-FIELD-X               PIC X(05).
002840 01  WS-COUNT-FIELD-N REDEFINES WS-COUNT-FIELD-X
002850                                    PIC 9(05).
002860 01  WS-AMOUNT-FIELD-X              PIC X(11).
002870 01  WS-AMOUNT-STORE                PIC X(10).
002880 01  WS-AMOUNT-STORE-N REDEFINES WS-AMOUNT-STORE
002890                                    PIC S9(07)V99
002900                                    SIGN LEADING SEPARATE.
002910 01  WS-WIDE-AMOUNT-X               PIC X(13).
002920 01  WS-WIDE-STORE                  PIC X(12).
002930 01  WS-WIDE-STORE-N REDEFINES WS-WIDE-STORE
002940                                    PIC S9(09)V99
002950                                    SIGN LEADING SEPARATE.
002960 01  REC-HEADER-LINE.
002970     05  FILLER                     PIC X(28)
002980         VALUE "RUN RECONCILIATION REPORT - ".
002990     05  REC-HDR-DATE               PIC 9(08).
003000     05  FILLER                     PIC X(44) VALUE SPACES.
003010 01  REC-DETAIL-LINE.
003020     05  REC-DET-LABEL              PIC X(30).
003030     05  REC-DET-COUNT              PIC ZZZZ9.
003040     05  FILLER                     PIC X(45) VALUE SPACES.
003050 01  REC-VERDICT-LINE.
003060     05  REC-VER-LABEL              PIC X(30).
003070     05  REC-VER-TEXT               PIC X(14).
003080     05  FILLER                     PIC X(36) VALUE SPACES.
003090 01  REC-AMOUNT-LINE.
003100     05  REC-AMT-LABEL              PIC X(30).
003110     05  REC-AMT-VALUE              PIC +9(09).99.
003120     05  FILLER                     PIC X(37) VALUE SPACES.
003130 01  REC-CURRENCY-LINE.
003140     05  FILLER                     PIC X(09) VALUE "CURRENCY ".
003150     05  REC-CUR-CODE               PIC X(03).
003160     05  FILLER                     PIC X(07) VALUE " INPUT ".
003170     05  REC-CUR-INPUT              PIC +9(09).99.
003180     05  FILLER                     PIC X(06) VALUE " COMP ".
003190     05  REC-CUR-COMP               PIC +9(09).99.
003200     05  FILLER                     PIC X(06) VALUE " BASE ".
003210     05  REC-CUR-BASE               PIC +9(09).99.
003220     05  FILLER                     PIC X(10) VALUE SPACES.
003230 PROCEDURE DIVISION.
003240*----------------------------------------------------------------
003250*    0000-MAINLINE
003260*----------------------------------------------------------------
003270 0000-MAINLINE.
003280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003290     PERFORM 1050-POST-START-STATUS THRU 1050-EXIT
003300     MOVE SPACES TO RATS-CURRENCY
003310     MOVE WS-RUN-DATE TO RATS-DATE
003320     MOVE ZERO TO RATS-AMOUNT
003330     CALL "RATESEL" USING RATESEL-PARM
003340     MOVE RATS-BASE-CURRENCY TO WS-BASE-CURRENCY
003350     OPEN OUTPUT RECRPT
003360     MOVE WS-RUN-DATE TO REC-HDR-DATE
003370     MOVE REC-HEADER-LINE TO RECRPT-RECORD
003380     WRITE RECRPT-RECORD
003390     PERFORM 1000-COUNT-TRANFILE THRU 1000-EXIT
003400     PERFORM 2000-COUNT-AUDITLOG THRU 2000-EXIT
003410     PERFORM 3000-SCAN-REPTFILE THRU 3000-EXIT
003420     PERFORM 4000-COMPARE-AND-REPORT THRU 4000-EXIT
003430     CLOSE RECRPT
003440     IF RUN-OUT-OF-BALANCE
003450         DISPLAY "RECONCIL: RUN IS OUT OF BALANCE - SEE RECRPT"
003460         MOVE 8 TO RETURN-CODE
003470     END-IF
003480     PERFORM 8900-POST-END-STATUS THRU 8900-EXIT
003490     GOBACK.
003500*----------------------------------------------------------------
003510*    1050-POST-START-STATUS - ONE START ROW TO THE SHARED
003520*    NIGHT-RUN STATUS FILE
003530*----------------------------------------------------------------
003540 1050-POST-START-STATUS.
003550     MOVE SPACES TO RUNSTAT-RECORD
003560     MOVE "RECONCIL" TO RS-PROGRAM
003570     MOVE ZERO TO RS-STREAM
003580     MOVE "START" TO RS-PHASE
003590     MOVE ZERO TO RS-READ-COUNT
003600     MOVE ZERO TO RS-WRITE-COUNT
003610     MOVE ZERO TO RS-RETURN-CODE
003620     CALL "STATPOST" USING RUNSTAT-RECORD.
003630 1050-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660*    1000-COUNT-TRANFILE - INDEPENDENT COUNT OF THE INPUT SIDE
003670*----------------------------------------------------------------
003680 1000-COUNT-TRANFILE.
003690     OPEN INPUT TRANFILE
003700     PERFORM 1100-READ-TRANFILE THRU 1100-EXIT
003710         UNTIL TRAN-EOF
003720     IF WS-TRANFILE-STATUS NOT = "35"
003730         CLOSE TRANFILE
003740     END-IF.
003750 1000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780*    1100-READ-TRANFILE
003790*----------------------------------------------------------------
003800 1100-READ-TRANFILE.
003810     IF WS-TRANFILE-STATUS = "00"
003820         READ TRANFILE
003830             AT END
003840                 SET TRAN-EOF TO TRUE
003850             NOT AT END
003860                 ADD 1 TO WS-TRAN-COUNT
003870                 IF TRAN-AMOUNT NUMERIC
003880                     ADD TRAN-AMOUNT TO WS-TRAN-AMOUNT-TOTAL
003890                     PERFORM 1150-ADD-TRAN-CURRENCY THRU 1150-EXIT
003900                 END-IF
003910         END-READ
003920     ELSE
003930         SET TRAN-EOF TO TRUE
003940     END-IF.
003950 1100-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980*    1150-ADD-TRAN-CURRENCY - THE INPUT AMOUNT BY CURRENCY
003990*----------------------------------------------------------------
004000 1150-ADD-TRAN-CURRENCY.
004010     MOVE TRAN-CURRENCY TO WS-FIND-CURRENCY
004020     PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT
004030     IF WS-CURR-SUB > ZERO
004040         ADD TRAN-AMOUNT TO WS-CURR-TRAN-AMOUNT (WS-CURR-SUB)
004050     END-IF.
004060 1150-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090*    2000-COUNT-AUDITLOG - COUNT TODAY'S AUDIT ROWS BY STATUS;
004100*    ROWS FROM EARLIER RUN DATES ARE HISTORY AND ARE IGNORED
004110*----------------------------------------------------------------
004120 2000-COUNT-AUDITLOG.
004130     OPEN INPUT AUDITLOG
004140     PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT
004150         UNTIL AUDIT-EOF
004160     IF WS-AUDITLOG-STATUS NOT = "35"
004170         CLOSE AUDITLOG
004180     END-IF.
004190 2000-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220*    2100-READ-AUDITLOG
004230*----------------------------------------------------------------
004240 2100-READ-AUDITLOG.
004250     IF WS-AUDITLOG-STATUS = "00"
004260         READ AUDITLOG
004270             AT END
004280                 SET AUDIT-EOF TO TRUE
004290             NOT AT END
004300                 PERFORM 2200-TALLY-AUDIT-ROW THRU 2200-EXIT
004310         END-READ
004320     ELSE
004330         SET AUDIT-EOF TO TRUE
004340     END-IF.
004350 2100-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380*    2200-TALLY-AUDIT-ROW - A RUNSTART MARKER FOR TODAY MEANS A
004390*    FRESH ATTEMPT BEGINS HERE: THROW AWAY WHAT WAS COUNTED SO
004400*    FAR SO ONLY THE FINAL ATTEMPT'S ROWS ARE BALANCED
004410*----------------------------------------------------------------
004420 2200-TALLY-AUDIT-ROW.
004430     IF AUDIT-RUN-DATE NOT = WS-RUN-DATE
004440         GO TO 2200-EXIT
004450     END-IF
004460     IF AUDIT-STATUS = "RUNSTART"
004470         MOVE ZERO TO WS-AUDIT-TOTAL-COUNT
004480         MOVE ZERO TO WS-AUDIT-COMPLETE-COUNT
004490         MOVE ZERO TO WS-AUDIT-SKIPPED-COUNT
004500         MOVE ZERO TO WS-AUDIT-REJECTED-COUNT
004510         MOVE ZERO TO WS-AUDIT-CKPTSKIP-COUNT
004520         MOVE ZERO TO WS-AUDIT-ABEND-COUNT
004530         MOVE ZERO TO WS-AUDIT-UNKNOWN-COUNT
004540         MOVE ZERO TO WS-AUDIT-OTHER-COUNT
004550         MOVE ZERO TO WS-AUDIT-PARKED-COUNT
004560         MOVE ZERO TO WS-AUDIT-REVREJ-COUNT
004570         MOVE ZERO TO WS-AUDIT-HELD-COUNT
004580         MOVE ZERO TO WS-AUDIT-PERDLOCK-COUNT
004590         MOVE ZERO TO WS-AUDIT-AMOUNT-TOTAL
004600         MOVE ZERO TO WS-AUDIT-AMOUNT-COMPLETE
004610         MOVE ZERO TO WS-AUDIT-BASE-COMPLETE
004620         PERFORM 2260-RESET-AUDIT-CURRENCY THRU 2260-EXIT
004630             VARYING WS-CURR-SUB FROM 1 BY 1
004640             UNTIL WS-CURR-SUB > WS-CURR-USED
004650         GO TO 2200-EXIT
004660     END-IF
004670     IF AUDIT-STATUS = "BACKOUT "
004680         ADD 1 TO WS-AUDIT-BACKOUT-COUNT
004690         GO TO 2200-EXIT
004700     END-IF
004710     ADD 1 TO WS-AUDIT-TOTAL-COUNT
004720     IF AUDIT-AMOUNT NUMERIC
004730         ADD AUDIT-AMOUNT TO WS-AUDIT-AMOUNT-TOTAL
004740     END-IF
004750     PERFORM 2250-ADD-AUDIT-CURRENCY THRU 2250-EXIT
004760     EVALUATE AUDIT-STATUS
004770         WHEN "COMPLETE"
004780             ADD 1 TO WS-AUDIT-COMPLETE-COUNT
004790             IF AUDIT-AMOUNT NUMERIC
004800                 ADD AUDIT-AMOUNT TO WS-AUDIT-AMOUNT-COMPLETE
004810             END-IF
004820         WHEN "SKIPPED "
004830             ADD 1 TO WS-AUDIT-SKIPPED-COUNT
004840         WHEN "REJECTED"
004850             ADD 1 TO WS-AUDIT-REJECTED-COUNT
004860         WHEN "CKPTSKIP"
004870             ADD 1 TO WS-AUDIT-CKPTSKIP-COUNT
004880         WHEN "ABEND   "
004890             ADD 1 TO WS-AUDIT-ABEND-COUNT
004900         WHEN "UNKNOWN "
004910             ADD 1 TO WS-AUDIT-UNKNOWN-COUNT
004920         WHEN "PARKED  "
004930             ADD 1 TO WS-AUDIT-PARKED-COUNT
004940         WHEN "RVORPHAN"
004950         WHEN "RVREPEAT"
004960         WHEN "RVAMOUNT"
004970             ADD 1 TO WS-AUDIT-REVREJ-COUNT
004980         WHEN "HELD    "
004990             ADD 1 TO WS-AUDIT-HELD-COUNT
005000         WHEN "PERDLOCK"
005010             ADD 1 TO WS-AUDIT-PERDLOCK-COUNT
005020         WHEN OTHER
005030             ADD 1 TO WS-AUDIT-OTHER-COUNT
005040     END-EVALUATE.
005050 2200-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080*    2250-ADD-AUDIT-CURRENCY - THE AUDITED AMOUNT BY CURRENCY,
005090*    AND FOR A COMPLETE ROW ITS COUNT, AMOUNT AND BASE AMOUNT.
005100*    A ROW WITH NO BASE AMOUNT COUNTS AT ITS OWN AMOUNT
005110*----------------------------------------------------------------
005120 2250-ADD-AUDIT-CURRENCY.
005130     IF AUDIT-AMOUNT NOT NUMERIC
005140         GO TO 2250-EXIT
005150     END-IF
005160     IF AUDIT-BASE-AMOUNT NUMERIC
005170         MOVE AUDIT-BASE-AMOUNT TO WS-ROW-BASE-AMOUNT
005180     ELSE
005190         MOVE AUDIT-AMOUNT TO WS-ROW-BASE-AMOUNT
005200     END-IF
005210     IF AUDIT-STATUS = "COMPLETE"
005220         ADD WS-ROW-BASE-AMOUNT TO WS-AUDIT-BASE-COMPLETE
005230     END-IF
005240     MOVE AUDIT-CURRENCY TO WS-FIND-CURRENCY
005250     PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT
005260     IF WS-CURR-SUB = ZERO
005270         GO TO 2250-EXIT
005280     END-IF
005290     ADD AUDIT-AMOUNT TO WS-CURR-AUDIT-AMOUNT (WS-CURR-SUB)
005300     IF AUDIT-STATUS = "COMPLETE"
005310         ADD 1 TO WS-CURR-AUDIT-COUNT (WS-CURR-SUB)
005320         ADD AUDIT-AMOUNT TO WS-CURR-AUDIT-COMP (WS-CURR-SUB)
005330         ADD WS-ROW-BASE-AMOUNT
005340             TO WS-CURR-AUDIT-BASE (WS-CURR-SUB)
005350     END-IF.
005360 2250-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390*    2260-RESET-AUDIT-CURRENCY - A FRESH ATTEMPT CLEARS THE
005400*    AUDIT SIDE OF ONE CURRENCY
005410*----------------------------------------------------------------
005420 2260-RESET-AUDIT-CURRENCY.
005430     MOVE ZERO TO WS-CURR-AUDIT-AMOUNT (WS-CURR-SUB)
005440     MOVE ZERO TO WS-CURR-AUDIT-COUNT (WS-CURR-SUB)
005450     MOVE ZERO TO WS-CURR-AUDIT-COMP (WS-CURR-SUB)
005460     MOVE ZERO TO WS-CURR-AUDIT-BASE (WS-CURR-SUB).
005470 2260-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500*    3000-SCAN-REPTFILE - PICK UP THE UNITS COMPLETED/SKIPPED/
005510*    FAILED LINES.  THE LAST OCCURRENCE OF EACH WINS, SO A
005520*    REPORT DATASET HOLDING MORE THAN ONE RUN'S REPORT STILL
005530*    RECONCILES THE MOST RECENT RUN
005540*----------------------------------------------------------------
005550 3000-SCAN-REPTFILE.
005560     OPEN INPUT REPTFILE
005570     PERFORM 3100-READ-REPTFILE THRU 3100-EXIT
005580         UNTIL REPT-EOF
005590     IF WS-REPTFILE-STATUS NOT = "35"
005600         CLOSE REPTFILE
005610     END-IF.
005620 3000-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650*    3100-READ-REPTFILE
005660*----------------------------------------------------------------
005670 3100-READ-REPTFILE.
005680     IF WS-REPTFILE-STATUS = "00"
005690         READ REPTFILE
005700             AT END
005710                 SET REPT-EOF TO TRUE
005720             NOT AT END
005730                 PERFORM 3200-TALLY-REPORT-LINE THRU 3200-EXIT
005740         END-READ
005750     ELSE
005760         SET REPT-EOF TO TRUE
005770     END-IF.
005780 3100-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810*    3200-TALLY-REPORT-LINE - THE COUNT PRINTS RIGHT-JUSTIFIED
005820*    WITH LEADING SPACES, SO THE FIELD IS RE-EDITED TO A PLAIN
005830*    NUMBER BEFORE THE COMPARE
005840*----------------------------------------------------------------
005850 3200-TALLY-REPORT-LINE.
005860     EVALUATE REPTFILE-RECORD (1:24)
005870         WHEN "UNITS COMPLETED:        "
005880             PERFORM 3300-EDIT-COUNT-FIELD THRU 3300-EXIT
005890             MOVE WS-COUNT-FIELD-N TO WS-RPT-COMPLETE-COUNT
005900             SET RPT-LINES-FOUND TO TRUE
005910         WHEN "UNITS SKIPPED:          "
005920             PERFORM 3300-EDIT-COUNT-FIELD THRU 3300-EXIT
005930             MOVE WS-COUNT-FIELD-N TO WS-RPT-SKIPPED-COUNT
005940         WHEN "UNITS FAILED:           "
005950             PERFORM 3300-EDIT-COUNT-FIELD THRU 3300-EXIT
005960             MOVE WS-COUNT-FIELD-N TO WS-RPT-FAILED-COUNT
005970         WHEN "UNITS PARKED:           "
005980             PERFORM 3300-EDIT-COUNT-FIELD THRU 3300-EXIT
005990             MOVE WS-COUNT-FIELD-N TO WS-RPT-PARKED-COUNT
006000         WHEN "UNITS HELD:             "
006010             PERFORM 3300-EDIT-COUNT-FIELD THRU 3300-EXIT
006020             MOVE WS-COUNT-FIELD-N TO WS-RPT-HELD-COUNT
006030         WHEN "UNITS PERIOD LOCKED:    "
006040             PERFORM 3300-EDIT-COUNT-FIELD THRU 3300-EXIT
006050             MOVE WS-COUNT-FIELD-N TO WS-RPT-LOCKED-COUNT
006060         WHEN "AMOUNT COMPLETED:       "
006070             PERFORM 3350-EDIT-AMOUNT-FIELD THRU 3350-EXIT
006080             MOVE WS-AMOUNT-STORE-N TO WS-RPT-AMOUNT-COMPLETE
006090         WHEN "BASE AMOUNT COMPLETED:  "
006100             PERFORM 3350-EDIT-AMOUNT-FIELD THRU 3350-EXIT
006110             MOVE WS-AMOUNT-STORE-N TO WS-RPT-BASE-COMPLETE
006120     END-EVALUATE
006130     IF REPTFILE-RECORD (1:20) = "DAILY RUN SUMMARY - "
006140         MOVE "N" TO WS-RPT-COMBINED-SWITCH
006150         PERFORM 3260-RESET-REPORT-CURRENCY THRU 3260-EXIT
006160             VARYING WS-CURR-SUB FROM 1 BY 1
006170             UNTIL WS-CURR-SUB > WS-CURR-USED
006180     END-IF
006190     IF REPTFILE-RECORD (1:9) = "CURRENCY "
006200         PERFORM 3250-TAKE-CURRENCY-LINE THRU 3250-EXIT
006210     END-IF.
006220 3200-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250*    3250-TAKE-CURRENCY-LINE - ONE CURRENCY'S COMPLETED COUNT
006260*    (COLS 20-24), AMOUNT (34-46) AND BASE AMOUNT (54-66)
006270*----------------------------------------------------------------
006280 3250-TAKE-CURRENCY-LINE.
006290     IF REPTFILE-RECORD (10:3) = "***"
006300         SET RPT-CURRENCIES-COMBINED TO TRUE
006310         GO TO 3250-EXIT
006320     END-IF
006330     MOVE REPTFILE-RECORD (10:3) TO WS-FIND-CURRENCY
006340     PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT
006350     IF WS-CURR-SUB = ZERO
006360         GO TO 3250-EXIT
006370     END-IF
006380     MOVE REPTFILE-RECORD (20:5) TO WS-COUNT-FIELD-X
006390     INSPECT WS-COUNT-FIELD-X
006400         REPLACING LEADING " " BY "0"
006410     MOVE WS-COUNT-FIELD-N TO WS-CURR-RPT-COUNT (WS-CURR-SUB)
006420     MOVE REPTFILE-RECORD (34:13) TO WS-WIDE-AMOUNT-X
006430     PERFORM 3400-EDIT-WIDE-AMOUNT THRU 3400-EXIT
006440     MOVE WS-WIDE-STORE-N TO WS-CURR-RPT-COMP (WS-CURR-SUB)
006450     MOVE REPTFILE-RECORD (54:13) TO WS-WIDE-AMOUNT-X
006460     PERFORM 3400-EDIT-WIDE-AMOUNT THRU 3400-EXIT
006470     MOVE WS-WIDE-STORE-N TO WS-CURR-RPT-BASE (WS-CURR-SUB).
006480 3250-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510*    3260-RESET-REPORT-CURRENCY - A NEW RUN SUMMARY IN THE
006520*    REPORT DATASET CLEARS THE REPORT SIDE OF ONE CURRENCY, SO
006530*    ONLY THE MOST RECENT RUN'S CURRENCY LINES ARE BALANCED
006540*----------------------------------------------------------------
006550 3260-RESET-REPORT-CURRENCY.
006560     MOVE ZERO TO WS-CURR-RPT-COUNT (WS-CURR-SUB)
006570     MOVE ZERO TO WS-CURR-RPT-COMP (WS-CURR-SUB)
006580     MOVE ZERO TO WS-CURR-RPT-BASE (WS-CURR-SUB).
006590 3260-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620*    3300-EDIT-COUNT-FIELD
006630*----------------------------------------------------------------
006640 3300-EDIT-COUNT-FIELD.
006650     MOVE REPTFILE-RECORD (25:5) TO WS-COUNT-FIELD-X
006660     INSPECT WS-COUNT-FIELD-X
006670         REPLACING LEADING " " BY "0".
006680 3300-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710*    3350-EDIT-AMOUNT-FIELD - THE REPORT PRINTS THE AMOUNT AS
006720*    +9999999.99; THE SIGN AND DIGITS ARE LIFTED AROUND THE
006730*    DECIMAL POINT AND REASSEMBLED INTO A SIGNED WORK FIELD
006740*----------------------------------------------------------------
006750 3350-EDIT-AMOUNT-FIELD.
006760     MOVE REPTFILE-RECORD (25:11) TO WS-AMOUNT-FIELD-X
006770     MOVE WS-AMOUNT-FIELD-X (1:8) TO WS-AMOUNT-STORE (1:8)
006780     MOVE WS-AMOUNT-FIELD-X (10:2) TO WS-AMOUNT-STORE (9:2)
006790     IF WS-AMOUNT-STORE-N NOT NUMERIC
006800         MOVE ZERO TO WS-AMOUNT-STORE-N
006810     END-IF.
006820 3350-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850*    3400-EDIT-WIDE-AMOUNT - AS 3350, FOR THE +999999999.99
006860*    AMOUNTS ON A CURRENCY LINE
006870*----------------------------------------------------------------
006880 3400-EDIT-WIDE-AMOUNT.
006890     MOVE WS-WIDE-AMOUNT-X (1:10) TO WS-WIDE-STORE (1:10)
006900     MOVE WS-WIDE-AMOUNT-X (12:2) TO WS-WIDE-STORE (11:2)
006910     IF WS-WIDE-STORE-N NOT NUMERIC
006920         MOVE ZERO TO WS-WIDE-STORE-N
006930     END-IF.
006940 3400-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970*    4000-COMPARE-AND-REPORT - WRITE THE THREE VIEWS AND THE
006980*    VERDICT FOR EACH BALANCING RULE
006990*----------------------------------------------------------------
007000 4000-COMPARE-AND-REPORT.
007010     MOVE "TRANFILE RECORDS READ:        " TO REC-DET-LABEL
007020     MOVE WS-TRAN-COUNT TO REC-DET-COUNT
007030     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007040     MOVE "AUDIT ROWS FOR RUN DATE:      " TO REC-DET-LABEL
007050     MOVE WS-AUDIT-TOTAL-COUNT TO REC-DET-COUNT
007060     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007070     MOVE "AUDIT COMPLETE:               " TO REC-DET-LABEL
007080     MOVE WS-AUDIT-COMPLETE-COUNT TO REC-DET-COUNT
007090     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007100     MOVE "AUDIT SKIPPED:                " TO REC-DET-LABEL
007110     MOVE WS-AUDIT-SKIPPED-COUNT TO REC-DET-COUNT
007120     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007130     MOVE "AUDIT REJECTED:               " TO REC-DET-LABEL
007140     MOVE WS-AUDIT-REJECTED-COUNT TO REC-DET-COUNT
007150     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007160     MOVE "AUDIT CKPTSKIP:               " TO REC-DET-LABEL
007170     MOVE WS-AUDIT-CKPTSKIP-COUNT TO REC-DET-COUNT
007180     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007190     MOVE "AUDIT ABEND:                  " TO REC-DET-LABEL
007200     MOVE WS-AUDIT-ABEND-COUNT TO REC-DET-COUNT
007210     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007220     MOVE "AUDIT UNKNOWN:                " TO REC-DET-LABEL
007230     MOVE WS-AUDIT-UNKNOWN-COUNT TO REC-DET-COUNT
007240     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007250     MOVE "AUDIT PARKED:                 " TO REC-DET-LABEL
007260     MOVE WS-AUDIT-PARKED-COUNT TO REC-DET-COUNT
007270     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007280     MOVE "AUDIT REVERSAL REJECTED:      " TO REC-DET-LABEL
007290     MOVE WS-AUDIT-REVREJ-COUNT TO REC-DET-COUNT
007300     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007310     MOVE "AUDIT HELD:                   " TO REC-DET-LABEL
007320     MOVE WS-AUDIT-HELD-COUNT TO REC-DET-COUNT
007330     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007340     MOVE "AUDIT PERIOD LOCKED:          " TO REC-DET-LABEL
007350     MOVE WS-AUDIT-PERDLOCK-COUNT TO REC-DET-COUNT
007360     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007370     MOVE "AUDIT BACKOUT (NOT BALANCED): " TO REC-DET-LABEL
007380     MOVE WS-AUDIT-BACKOUT-COUNT TO REC-DET-COUNT
007390     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007400     MOVE "REPORT UNITS COMPLETED:       " TO REC-DET-LABEL
007410     MOVE WS-RPT-COMPLETE-COUNT TO REC-DET-COUNT
007420     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007430     MOVE "REPORT UNITS SKIPPED:         " TO REC-DET-LABEL
007440     MOVE WS-RPT-SKIPPED-COUNT TO REC-DET-COUNT
007450     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007460     MOVE "REPORT UNITS FAILED:          " TO REC-DET-LABEL
007470     MOVE WS-RPT-FAILED-COUNT TO REC-DET-COUNT
007480     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007490     MOVE "REPORT UNITS PARKED:          " TO REC-DET-LABEL
007500     MOVE WS-RPT-PARKED-COUNT TO REC-DET-COUNT
007510     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007520     MOVE "REPORT UNITS HELD:            " TO REC-DET-LABEL
007530     MOVE WS-RPT-HELD-COUNT TO REC-DET-COUNT
007540     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007550     MOVE "REPORT UNITS PERIOD LOCKED:   " TO REC-DET-LABEL
007560     MOVE WS-RPT-LOCKED-COUNT TO REC-DET-COUNT
007570     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
007580     MOVE "TRANFILE AMOUNT TOTAL:        " TO REC-AMT-LABEL
007590     MOVE WS-TRAN-AMOUNT-TOTAL TO REC-AMT-VALUE
007600     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT
007610     MOVE "AUDIT AMOUNT TOTAL:           " TO REC-AMT-LABEL
007620     MOVE WS-AUDIT-AMOUNT-TOTAL TO REC-AMT-VALUE
007630     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT
007640     MOVE "AUDIT AMOUNT COMPLETED:       " TO REC-AMT-LABEL
007650     MOVE WS-AUDIT-AMOUNT-COMPLETE TO REC-AMT-VALUE
007660     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT
007670     MOVE "REPORT AMOUNT COMPLETED:      " TO REC-AMT-LABEL
007680     MOVE WS-RPT-AMOUNT-COMPLETE TO REC-AMT-VALUE
007690     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT
007700     MOVE "AUDIT BASE AMOUNT COMPLETED:  " TO REC-AMT-LABEL
007710     MOVE WS-AUDIT-BASE-COMPLETE TO REC-AMT-VALUE
007720     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT
007730     MOVE "REPORT BASE AMOUNT COMPLETED: " TO REC-AMT-LABEL
007740     MOVE WS-RPT-BASE-COMPLETE TO REC-AMT-VALUE
007750     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT
007760     COMPUTE WS-AUDIT-SKIP-SIDE = WS-AUDIT-SKIPPED-COUNT
007770         + WS-AUDIT-REJECTED-COUNT + WS-AUDIT-CKPTSKIP-COUNT
007780         + WS-AUDIT-REVREJ-COUNT + WS-AUDIT-PERDLOCK-COUNT
007790     COMPUTE WS-AUDIT-FAIL-SIDE = WS-AUDIT-ABEND-COUNT
007800         + WS-AUDIT-UNKNOWN-COUNT
007810     MOVE "INPUT VS AUDIT ROWS:          " TO REC-VER-LABEL
007820     IF WS-TRAN-COUNT = WS-AUDIT-TOTAL-COUNT
007830         OR (WS-TRAN-COUNT = ZERO
007840             AND WS-AUDIT-TOTAL-COUNT = 1)
007850         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
007860     ELSE
007870         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
007880     END-IF
007890     MOVE "AUDIT VS REPORT COMPLETED:    " TO REC-VER-LABEL
007900     IF WS-AUDIT-COMPLETE-COUNT = WS-RPT-COMPLETE-COUNT
007910         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
007920     ELSE
007930         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
007940     END-IF
007950     MOVE "AUDIT VS REPORT SKIPPED:      " TO REC-VER-LABEL
007960     IF WS-AUDIT-SKIP-SIDE = WS-RPT-SKIPPED-COUNT
007970         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
007980     ELSE
007990         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008000     END-IF
008010     MOVE "AUDIT VS REPORT FAILED:       " TO REC-VER-LABEL
008020     IF WS-AUDIT-FAIL-SIDE = WS-RPT-FAILED-COUNT
008030         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008040     ELSE
008050         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008060     END-IF
008070     MOVE "AUDIT VS REPORT PARKED:       " TO REC-VER-LABEL
008080     IF WS-AUDIT-PARKED-COUNT = WS-RPT-PARKED-COUNT
008090         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008100     ELSE
008110         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008120     END-IF
008130     MOVE "AUDIT VS REPORT HELD:         " TO REC-VER-LABEL
008140     IF WS-AUDIT-HELD-COUNT = WS-RPT-HELD-COUNT
008150         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008160     ELSE
008170         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008180     END-IF
008190     MOVE "AUDIT VS REPORT PERIOD LOCKED:" TO REC-VER-LABEL
008200     IF WS-AUDIT-PERDLOCK-COUNT = WS-RPT-LOCKED-COUNT
008210         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008220     ELSE
008230         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008240     END-IF
008250     MOVE "INPUT VS AUDIT AMOUNT:        " TO REC-VER-LABEL
008260     IF WS-TRAN-AMOUNT-TOTAL = WS-AUDIT-AMOUNT-TOTAL
008270         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008280     ELSE
008290         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008300     END-IF
008310     MOVE "AUDIT VS REPORT AMOUNT:       " TO REC-VER-LABEL
008320     IF WS-AUDIT-AMOUNT-COMPLETE = WS-RPT-AMOUNT-COMPLETE
008330         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008340     ELSE
008350         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008360     END-IF
008370     MOVE "AUDIT VS REPORT BASE AMOUNT:  " TO REC-VER-LABEL
008380     IF WS-AUDIT-BASE-COMPLETE = WS-RPT-BASE-COMPLETE
008390         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008400     ELSE
008410         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008420     END-IF
008430     PERFORM 4100-COMPARE-ONE-CURRENCY THRU 4100-EXIT
008440         VARYING WS-CURR-SUB FROM 1 BY 1
008450         UNTIL WS-CURR-SUB > WS-CURR-USED
008460     IF WS-CURR-USED NOT < WS-CURR-LIMIT
008470         MOVE "CURRENCY TABLE FULL:          " TO REC-VER-LABEL
008480         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008490     END-IF
008500     IF NOT RPT-LINES-FOUND
008510         MOVE "REPORT SUMMARY LINES:         " TO REC-VER-LABEL
008520         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008530     END-IF
008540     IF WS-AUDIT-OTHER-COUNT > ZERO
008550         MOVE "UNRECOGNIZED AUDIT STATUS:    " TO REC-VER-LABEL
008560         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008570     END-IF
008580     MOVE "RECONCILIATION RESULT:        " TO REC-VER-LABEL
008590     IF RUN-OUT-OF-BALANCE
008600         MOVE "OUT OF BALANCE" TO REC-VER-TEXT
008610     ELSE
008620         MOVE "IN BALANCE    " TO REC-VER-TEXT
008630     END-IF
008640     MOVE REC-VERDICT-LINE TO RECRPT-RECORD
008650     WRITE RECRPT-RECORD.
008660 4000-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690*    4100-COMPARE-ONE-CURRENCY - ONE CURRENCY'S AMOUNTS, THEN
008700*    INPUT AGAINST AUDIT AND AUDIT AGAINST ITS RUN-SUMMARY LINE
008710*    (COUNT, AMOUNT AND BASE AMOUNT MUST ALL AGREE)
008720*----------------------------------------------------------------
008730 4100-COMPARE-ONE-CURRENCY.
008740     MOVE WS-CURR-CODE (WS-CURR-SUB) TO REC-CUR-CODE
008750     MOVE WS-CURR-TRAN-AMOUNT (WS-CURR-SUB) TO REC-CUR-INPUT
008760     MOVE WS-CURR-AUDIT-COMP (WS-CURR-SUB) TO REC-CUR-COMP
008770     MOVE WS-CURR-AUDIT-BASE (WS-CURR-SUB) TO REC-CUR-BASE
008780     MOVE REC-CURRENCY-LINE TO RECRPT-RECORD
008790     WRITE RECRPT-RECORD
008800     MOVE "INPUT VS AUDIT AMOUNT    :    " TO REC-VER-LABEL
008810     MOVE WS-CURR-CODE (WS-CURR-SUB) TO REC-VER-LABEL (23:3)
008820     IF WS-CURR-TRAN-AMOUNT (WS-CURR-SUB)
008830         = WS-CURR-AUDIT-AMOUNT (WS-CURR-SUB)
008840         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
008850     ELSE
008860         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
008870     END-IF
008880     IF RPT-CURRENCIES-COMBINED
008890         GO TO 4100-EXIT
008900     END-IF
008910     MOVE "AUDIT VS REPORT CURRENCY    : " TO REC-VER-LABEL
008920     MOVE WS-CURR-CODE (WS-CURR-SUB) TO REC-VER-LABEL (26:3)
008930     IF WS-CURR-AUDIT-COUNT (WS-CURR-SUB)
008940         = WS-CURR-RPT-COUNT (WS-CURR-SUB)
008950         AND WS-CURR-AUDIT-COMP (WS-CURR-SUB)
008960         = WS-CURR-RPT-COMP (WS-CURR-SUB)
008970         AND WS-CURR-AUDIT-BASE (WS-CURR-SUB)
008980         = WS-CURR-RPT-BASE (WS-CURR-SUB)
008990         PERFORM 8200-WRITE-BALANCED THRU 8200-EXIT
009000     ELSE
009010         PERFORM 8300-WRITE-UNBALANCED THRU 8300-EXIT
009020     END-IF.
009030 4100-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060*    5000-FIND-CURRENCY - THE TABLE SLOT FOR WS-FIND-CURRENCY
009070*    (BLANK MEANS THE BASE CURRENCY), ADDED ON FIRST SIGHT.
009080*    ZERO WHEN THE TABLE IS FULL
009090*----------------------------------------------------------------
009100 5000-FIND-CURRENCY.
009110     IF WS-FIND-CURRENCY = SPACES
009120         MOVE WS-BASE-CURRENCY TO WS-FIND-CURRENCY
009130     END-IF
009140     MOVE 1 TO WS-CURR-SUB
009145     MOVE "N" TO WS-CURR-FOUND-SWITCH
009150     PERFORM 5010-STEP-CURRENCY THRU 5010-EXIT
009160         UNTIL CURRENCY-FOUND
009170         OR WS-CURR-SUB > WS-CURR-USED
009180     IF WS-CURR-SUB NOT > WS-CURR-USED
009190         GO TO 5000-EXIT
009200     END-IF
009210     IF WS-CURR-USED NOT < WS-CURR-LIMIT
009220         MOVE ZERO TO WS-CURR-SUB
009230         GO TO 5000-EXIT
009240     END-IF
009250     ADD 1 TO WS-CURR-USED
009260     MOVE WS-CURR-USED TO WS-CURR-SUB
009270     MOVE WS-FIND-CURRENCY TO WS-CURR-CODE (WS-CURR-SUB).
009280 5000-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------
009306*    5010-STEP-CURRENCY - TEST ONE CURRENCY TABLE SLOT AND STEP
009312*    TO THE NEXT WHEN IT DOES NOT MATCH
009320*----------------------------------------------------------------
009330 5010-STEP-CURRENCY.
009333     IF WS-CURR-CODE (WS-CURR-SUB) = WS-FIND-CURRENCY
009336         SET CURRENCY-FOUND TO TRUE
009339     ELSE
009342         ADD 1 TO WS-CURR-SUB
009345     END-IF.
009350 5010-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380*    8100-WRITE-DETAIL
009390*----------------------------------------------------------------
009400 8100-WRITE-DETAIL.
009410     MOVE REC-DETAIL-LINE TO RECRPT-RECORD
009420     WRITE RECRPT-RECORD.
009430 8100-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------
009460*    8150-WRITE-AMOUNT
009470*----------------------------------------------------------------
009480 8150-WRITE-AMOUNT.
009490     MOVE REC-AMOUNT-LINE TO RECRPT-RECORD
009500     WRITE RECRPT-RECORD.
009510 8150-EXIT.
009520     EXIT.
009530*----------------------------------------------------------------
009540*    8200-WRITE-BALANCED
009550*----------------------------------------------------------------
009560 8200-WRITE-BALANCED.
009570     MOVE "IN BALANCE    " TO REC-VER-TEXT
009580     MOVE REC-VERDICT-LINE TO RECRPT-RECORD
009590     WRITE RECRPT-RECORD.
009600 8200-EXIT.
009610     EXIT.
009620*----------------------------------------------------------------
009630*    8300-WRITE-UNBALANCED
009640*----------------------------------------------------------------
009650 8300-WRITE-UNBALANCED.
009660     MOVE "OUT OF BALANCE" TO REC-VER-TEXT
009670     MOVE REC-VERDICT-LINE TO RECRPT-RECORD
009680     WRITE RECRPT-RECORD
009690     SET RUN-OUT-OF-BALANCE TO TRUE.
009700 8300-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------
009730*    8900-POST-END-STATUS - ONE END ROW WITH THE INPUT COUNT
009740*    AND THE VERDICT'S RETURN CODE
009750*----------------------------------------------------------------
009760 8900-POST-END-STATUS.
009770     MOVE SPACES TO RUNSTAT-RECORD
009780     MOVE "RECONCIL" TO RS-PROGRAM
009790     MOVE ZERO TO RS-STREAM
009800     MOVE "END  " TO RS-PHASE
009810     MOVE WS-TRAN-COUNT TO RS-READ-COUNT
009820     MOVE WS-AUDIT-TOTAL-COUNT TO RS-WRITE-COUNT
009830     MOVE RETURN-CODE TO RS-RETURN-CODE
009840     CALL "STATPOST" USING RUNSTAT-RECORD.
009850 8900-EXIT.
009860     EXIT.
009870 END PROGRAM RECONCIL.
