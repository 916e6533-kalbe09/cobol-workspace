001310*                   FLOW (WHERE THE MERGE JOB CANNOT TEST THE
001320*                   STREAM JOBS' RETURN CODES) CAN STILL HOLD
001330*                   THE REPORT AND EXTRACT DISTRIBUTION.
001340*  09/02/26   JPM   THE COMBINED REPORT NOW CARRIES THE SAME
001350*                   AMOUNT COMPLETED LINE AS THE SINGLE-STREAM
001360*                   RUN SUMMARY, TOTALLED FROM THE AUDIT ROWS'
001370*                   NEW AMOUNT FIELD, SO RECONCIL CAN BALANCE
001380*                   A SPLIT DAY ON VALUE TOO.
001390*  09/02/26   JPM   POSTS A START AND AN END ROW TO THE SHARED
001400*                   RUNSTAT NIGHT-RUN STATUS FILE THROUGH THE
001410*                   STATPOST SUBPROGRAM.
001420*  10/15/26   JPM   COUNTS THE REVERSAL REJECTIONS (RVORPHAN,
001430*                   RVREPEAT, RVAMOUNT) AS SKIPPED UNITS, AS
001440*                   THE SINGLE-STREAM RUN SUMMARY DOES.
001450*  10/15/26   JPM   COUNTS UNITS HELD FOR APPROVAL (LARGE-AMOUNT
001460*                   HOLD) ON THEIR OWN UNITS HELD AND AMOUNT
001470*                   HELD LINES, AS THE SINGLE-STREAM RUN
001480*                   SUMMARY DOES, INSTEAD OF AS FAILURES.
001490*                   RESEQUENCED THE SOURCE DECK.
001500*  10/15/26   JPM   MULTI-CURRENCY.  THE COMBINED REPORT CARRIES
001510*                   THE BASE AMOUNT COMPLETED LINE AND ONE LINE
001520*                   PER CURRENCY, AS THE SINGLE-STREAM RUN
001530*                   SUMMARY DOES, TOTALLED FROM THE AUDIT ROWS
001540*                   OF EACH STREAM'S FINAL ATTEMPT.  A ROW
001550*                   WRITTEN BEFORE THE CHANGE COUNTS UNDER THE
001560*                   BASE CURRENCY AT ITS OWN AMOUNT.
001570*                   RESEQUENCED THE SOURCE DECK.
001580*  10/15/26   JPM   PERIOD LOCK.  A UNIT REFUSED BECAUSE ITS DATE
001590*                   FALLS IN A CLOSED PERIOD (PERDLOCK) COUNTS AS
001600*                   SKIPPED AND ON ITS OWN UNITS PERIOD LOCKED AND
001610*                   AMOUNT PERIOD LOCKED LINES, AS THE SINGLE-
001620*                   STREAM RUN SUMMARY DOES.  RESEQUENCED THE
001630*                   SOURCE DECK.
001640*  10/15/26   JPM   THE STREAM CURRENCY TABLE SEARCH NOW STOPS ON
001650*                   A FOUND SWITCH SO IT NEVER TESTS A SLOT PAST
001660*                   THE LAST ONE IN USE.
001670*  10/15/26   JPM   THE COMBINED CURRENCY TABLE SEARCH NOW STOPS
001680*                   ON A FOUND SWITCH AS WELL, SO A STREAM
001690*                   CURRENCY MERGED AFTER THE *** SLOT IS IN USE
001700*                   NEVER TESTS A SLOT PAST THE END OF THE TABLE.
001710*                   RESEQUENCED THE SOURCE DECK.
001720*****************************************************************
001730 IDENTIFICATION DIVISION.
001740 PROGRAM-ID. CONSOLID.
001750 AUTHOR. J P MEYER.
001760 INSTALLATION. BATCH SYSTEMS GROUP.
001770 DATE-WRITTEN. 08/22/26.
001780 DATE-COMPILED.
001790 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001810 FILE-CONTROL.
001820     SELECT AUDIT1 ASSIGN TO AUDIT1
001830         ORGANIZATION IS SEQUENTIAL
001840         FILE STATUS IS WS-AUDIT1-STATUS.
001850     SELECT AUDIT2 ASSIGN TO AUDIT2
001860         ORGANIZATION IS SEQUENTIAL
001870         FILE STATUS IS WS-AUDIT2-STATUS.
001880     SELECT AUDIT3 ASSIGN TO AUDIT3
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS WS-AUDIT3-STATUS.
001910     SELECT AUDIT4 ASSIGN TO AUDIT4
001920         ORGANIZATION IS SEQUENTIAL
001930         FILE STATUS IS WS-AUDIT4-STATUS.
001940     SELECT COMBAUD ASSIGN TO COMBAUD
001950         ORGANIZATION IS SEQUENTIAL
001960         FILE STATUS IS WS-COMBAUD-STATUS.
001970     SELECT REPTFILE ASSIGN TO REPTFILE
001980         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS WS-REPTFILE-STATUS.
002000 DATA DIVISION.
002010 FILE SECTION.
002020 FD  AUDIT1
002030     RECORD CONTAINS 80 CHARACTERS
002040     RECORDING MODE IS F.
002050 01  AUDIT1-RECORD                  PIC X(80).
002060 FD  AUDIT2
002070     RECORD CONTAINS 80 CHARACTERS
002080     RECORDING MODE IS F.
002090 01  AUDIT2-RECORD                  PIC X(80).
002100 FD  AUDIT3
002110     RECORD CONTAINS 80 CHARACTERS
002120     RECORDING MODE IS F.
002130 01  AUDIT3-RECORD                  PIC X(80).
002140 FD  AUDIT4
002150     RECORD CONTAINS 80 CHARACTERS
002160     RECORDING MODE IS F.
002170 01  AUDIT4-RECORD                  PIC X(80).
002180 FD  COMBAUD
002190     RECORD CONTAINS 80 CHARACTERS
002200     RECORDING MODE IS F.
002210 01  COMBAUD-RECORD                 PIC X(80).
002220 FD  REPTFILE
002230     RECORD CONTAINS 80 CHARACTERS
002240     RECORDING MODE IS F.
002250 01  REPTFILE-RECORD                PIC X(80).
002260 WORKING-STORAGE SECTION.
002270 COPY AUDITREC.
002280 COPY RUNSREC.
002290 COPY RATSREC.
002300 01  WS-AUDIT1-STATUS               PIC X(02) VALUE "00".
002310 01  WS-AUDIT2-STATUS               PIC X(02) VALUE "00".
002320 01  WS-AUDIT3-STATUS               PIC X(02) VALUE "00".
002330 01  WS-AUDIT4-STATUS               PIC X(02) VALUE "00".
002340 01  WS-COMBAUD-STATUS              PIC X(02) VALUE "00".
002350 01  WS-REPTFILE-STATUS             PIC X(02) VALUE "00".
002360 77  WS-STREAM-EOF-SWITCH           PIC X(01) VALUE "N".
002370     88  STREAM-EOF                  VALUE "Y".
002380 77  WS-STREAM-OPEN-SWITCH          PIC X(01) VALUE "N".
002390     88  STREAM-IS-OPEN              VALUE "Y".
002400 77  WS-STREAM-SUB                  PIC 9 COMP VALUE ZERO.
002410 77  WS-STREAMS-READ-COUNT          PIC 9 COMP VALUE ZERO.
002420 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002430 77  WS-START-TIME                  PIC 9(08) VALUE ZERO.
002440 77  WS-END-TIME                    PIC 9(08) VALUE ZERO.
002450 77  WS-MERGED-COUNT                PIC 9(07) VALUE ZERO.
002460 77  WS-RECORD-COUNT                PIC 9(05) VALUE ZERO.
002470 77  WS-SKIP-COUNT                  PIC 9(05) VALUE ZERO.
002480 77  WS-FAILURE-COUNT               PIC 9(05) VALUE ZERO.
002490 77  WS-STRM-RECORD-COUNT           PIC 9(05) VALUE ZERO.
002500 77  WS-STRM-SKIP-COUNT             PIC 9(05) VALUE ZERO.
002510 77  WS-STRM-FAILURE-COUNT          PIC 9(05) VALUE ZERO.
002520 77  WS-AMOUNT-COMPLETE-TOTAL       PIC S9(07)V99 VALUE ZERO.
002530 77  WS-STRM-AMOUNT-TOTAL           PIC S9(07)V99 VALUE ZERO.
002540 77  WS-HELD-COUNT                  PIC 9(05) VALUE ZERO.
002550 77  WS-STRM-HELD-COUNT             PIC 9(05) VALUE ZERO.
002560 77  WS-HELD-AMOUNT                 PIC S9(07)V99 VALUE ZERO.
002570 77  WS-STRM-HELD-AMOUNT            PIC S9(07)V99 VALUE ZERO.
002580 77  WS-LOCKED-COUNT                PIC 9(05) VALUE ZERO.
002590 77  WS-STRM-LOCKED-COUNT           PIC 9(05) VALUE ZERO.
002600 77  WS-LOCKED-AMOUNT               PIC S9(07)V99 VALUE ZERO.
002610 77  WS-STRM-LOCKED-AMOUNT          PIC S9(07)V99 VALUE ZERO.
002620 77  WS-BASE-COMPLETE-TOTAL         PIC S9(07)V99 VALUE ZERO.
002630 77  WS-STRM-BASE-TOTAL             PIC S9(07)V99 VALUE ZERO.
002640 77  WS-BASE-CURRENCY               PIC X(03) VALUE SPACES.
002650 77  WS-ROW-CURRENCY                PIC X(03) VALUE SPACES.
002660 77  WS-ROW-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
002670 77  WS-ROW-BASE-AMOUNT             PIC S9(07)V99 VALUE ZERO.
002680 77  WS-CURR-USED                   PIC 9(03) COMP VALUE ZERO.
002690 77  WS-CURR-SUB                    PIC 9(03) COMP VALUE ZERO.
002700 77  WS-CURR-FOUND-SWITCH           PIC X(01) VALUE "N".
002710     88  CURRENCY-FOUND              VALUE "Y".
002720 77  WS-STRM-CURR-USED              PIC 9(03) COMP VALUE ZERO.
002730 77  WS-STRM-CURR-SUB               PIC 9(03) COMP VALUE ZERO.
002740 77  WS-STRM-CURR-FOUND-SWITCH      PIC X(01) VALUE "N".
002750     88  STREAM-CURRENCY-FOUND       VALUE "Y".
002760 01  WS-CURRENCY-TABLE              VALUE ZEROS.
002770     05  WS-CURR-ENTRY              OCCURS 21 TIMES.
002780         10  WS-CURR-CODE           PIC X(03).
002790         10  WS-CURR-COMPLETE-COUNT PIC 9(05).
002800         10  WS-CURR-AMOUNT         PIC S9(09)V99.
002810         10  WS-CURR-BASE-AMOUNT    PIC S9(09)V99.
002820 01  WS-STRM-CURRENCY-TABLE         VALUE ZEROS.
002830     05  WS-STRM-CURR-ENTRY         OCCURS 21 TIMES.
002840         10  WS-STRM-CURR-CODE      PIC X(03).
002850         10  WS-STRM-CURR-COUNT     PIC 9(05).
002860         10  WS-STRM-CURR-AMOUNT    PIC S9(09)V99.
002870         10  WS-STRM-CURR-BASE      PIC S9(09)V99.
002880 01  RPT-HEADER-LINE.
002890     05  FILLER                     PIC X(20)
002900         VALUE "DAILY RUN SUMMARY - ".
002910     05  RPT-HDR-DATE               PIC 9(08).
002920     05  FILLER                     PIC X(14)
002930         VALUE "  START TIME: ".
002940     05  RPT-HDR-START-TIME         PIC 9(06).
002950     05  FILLER                     PIC X(32) VALUE SPACES.
002960 01  RPT-DETAIL-LINE.
002970     05  RPT-DET-LABEL              PIC X(24).
002980     05  RPT-DET-COUNT              PIC ZZZZ9.
002990     05  FILLER                     PIC X(51) VALUE SPACES.
003000 01  RPT-TIME-LINE.
003010     05  RPT-TIME-LABEL             PIC X(24).
003020     05  RPT-TIME-VALUE             PIC 9(06).
003030     05  FILLER                     PIC X(50) VALUE SPACES.
003040 01  RPT-AMOUNT-LINE.
003050     05  RPT-AMT-LABEL              PIC X(24).
003060     05  RPT-AMT-VALUE              PIC +9(07).99.
003070     05  FILLER                     PIC X(45) VALUE SPACES.
003080 01  RPT-CURRENCY-LINE.
003090     05  FILLER                     PIC X(09) VALUE "CURRENCY ".
003100     05  RPT-CURR-CODE              PIC X(03).
003110     05  FILLER                     PIC X(07) VALUE " COMP: ".
003120     05  RPT-CURR-COMP              PIC ZZZZ9.
003130     05  FILLER                     PIC X(09) VALUE " AMOUNT: ".
003140     05  RPT-CURR-AMOUNT            PIC +9(09).99.
003150     05  FILLER                     PIC X(07) VALUE " BASE: ".
003160     05  RPT-CURR-BASE              PIC +9(09).99.
003170     05  FILLER                     PIC X(12) VALUE SPACES.
003180 01  RPT-TRAILER-LINE.
003190     05  FILLER                     PIC X(15)
003200         VALUE "END OF REPORT".
003210     05  FILLER                     PIC X(65) VALUE SPACES.
003220 PROCEDURE DIVISION.
003230*----------------------------------------------------------------
003240*    0000-MAINLINE
003250*----------------------------------------------------------------
003260 0000-MAINLINE.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003280     ACCEPT WS-START-TIME FROM TIME
003290     PERFORM 1050-POST-START-STATUS THRU 1050-EXIT
003300     MOVE SPACES TO RATS-CURRENCY
003310     MOVE WS-RUN-DATE TO RATS-DATE
003320     MOVE ZERO TO RATS-AMOUNT
003330     CALL "RATESEL" USING RATESEL-PARM
003340     MOVE RATS-BASE-CURRENCY TO WS-BASE-CURRENCY
003350     OPEN OUTPUT COMBAUD
003360     PERFORM 2000-CONSOLIDATE-STREAM THRU 2000-EXIT
003370         VARYING WS-STREAM-SUB FROM 1 BY 1
003380         UNTIL WS-STREAM-SUB > 4
003390     CLOSE COMBAUD
003400     PERFORM 8000-WRITE-COMBINED-REPORT THRU 8000-EXIT
003410     IF WS-STREAMS-READ-COUNT = ZERO
003420         DISPLAY "CONSOLID: NO STREAM AUDIT FILE AVAILABLE"
003430         MOVE 8 TO RETURN-CODE
003440     ELSE
003450         IF WS-FAILURE-COUNT > ZERO
003460             DISPLAY "CONSOLID: FAILED UNITS IN COMBINED RUN"
003470             MOVE 4 TO RETURN-CODE
003480         END-IF
003490     END-IF
003500     PERFORM 8900-POST-END-STATUS THRU 8900-EXIT
003510     GOBACK.
003520*----------------------------------------------------------------
003530*    1050-POST-START-STATUS - ONE START ROW TO THE SHARED
003540*    NIGHT-RUN STATUS FILE
003550*----------------------------------------------------------------
003560 1050-POST-START-STATUS.
003570     MOVE SPACES TO RUNSTAT-RECORD
003580     MOVE "CONSOLID" TO RS-PROGRAM
003590     MOVE ZERO TO RS-STREAM
003600     MOVE "START" TO RS-PHASE
003610     MOVE ZERO TO RS-READ-COUNT
003620     MOVE ZERO TO RS-WRITE-COUNT
003630     MOVE ZERO TO RS-RETURN-CODE
003640     CALL "STATPOST" USING RUNSTAT-RECORD.
003650 1050-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*    2000-CONSOLIDATE-STREAM - OPEN, DRAIN, AND CLOSE ONE
003690*    STREAM'S AUDIT FILE; A STREAM THAT IS NOT THERE (DUMMY DD
003700*    OR UNALLOCATED) IS SKIPPED WITHOUT COMPLAINT
003710*----------------------------------------------------------------
003720 2000-CONSOLIDATE-STREAM.
003730     MOVE "N" TO WS-STREAM-EOF-SWITCH
003740     MOVE "N" TO WS-STREAM-OPEN-SWITCH
003750     MOVE ZERO TO WS-STRM-RECORD-COUNT
003760     MOVE ZERO TO WS-STRM-SKIP-COUNT
003770     MOVE ZERO TO WS-STRM-FAILURE-COUNT
003780     MOVE ZERO TO WS-STRM-AMOUNT-TOTAL
003790     MOVE ZERO TO WS-STRM-HELD-COUNT
003800     MOVE ZERO TO WS-STRM-HELD-AMOUNT
003810     MOVE ZERO TO WS-STRM-LOCKED-COUNT
003820     MOVE ZERO TO WS-STRM-LOCKED-AMOUNT
003830     MOVE ZERO TO WS-STRM-BASE-TOTAL
003840     MOVE ZERO TO WS-STRM-CURR-USED
003850     MOVE ZEROS TO WS-STRM-CURRENCY-TABLE
003860     PERFORM 2100-OPEN-STREAM THRU 2100-EXIT
003870     IF NOT STREAM-IS-OPEN
003880         GO TO 2000-EXIT
003890     END-IF
003900     ADD 1 TO WS-STREAMS-READ-COUNT
003910     PERFORM 2200-READ-STREAM THRU 2200-EXIT
003920     PERFORM 2300-MERGE-ONE-ROW THRU 2300-EXIT
003930         UNTIL STREAM-EOF
003940     PERFORM 2400-CLOSE-STREAM THRU 2400-EXIT
003950     ADD WS-STRM-RECORD-COUNT TO WS-RECORD-COUNT
003960     ADD WS-STRM-SKIP-COUNT TO WS-SKIP-COUNT
003970     ADD WS-STRM-FAILURE-COUNT TO WS-FAILURE-COUNT
003980     ADD WS-STRM-AMOUNT-TOTAL TO WS-AMOUNT-COMPLETE-TOTAL
003990     ADD WS-STRM-HELD-COUNT TO WS-HELD-COUNT
004000     ADD WS-STRM-HELD-AMOUNT TO WS-HELD-AMOUNT
004010     ADD WS-STRM-LOCKED-COUNT TO WS-LOCKED-COUNT
004020     ADD WS-STRM-LOCKED-AMOUNT TO WS-LOCKED-AMOUNT
004030     ADD WS-STRM-BASE-TOTAL TO WS-BASE-COMPLETE-TOTAL
004040     PERFORM 2500-MERGE-STREAM-CURRENCY THRU 2500-EXIT
004050         VARYING WS-STRM-CURR-SUB FROM 1 BY 1
004060         UNTIL WS-STRM-CURR-SUB > WS-STRM-CURR-USED.
004070 2000-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100*    2100-OPEN-STREAM
004110*----------------------------------------------------------------
004120 2100-OPEN-STREAM.
004130     EVALUATE WS-STREAM-SUB
004140         WHEN 1
004150             OPEN INPUT AUDIT1
004160             IF WS-AUDIT1-STATUS = "00"
004170                 SET STREAM-IS-OPEN TO TRUE
004180             END-IF
004190         WHEN 2
004200             OPEN INPUT AUDIT2
004210             IF WS-AUDIT2-STATUS = "00"
004220                 SET STREAM-IS-OPEN TO TRUE
004230             END-IF
004240         WHEN 3
004250             OPEN INPUT AUDIT3
004260             IF WS-AUDIT3-STATUS = "00"
004270                 SET STREAM-IS-OPEN TO TRUE
004280             END-IF
004290         WHEN 4
004300             OPEN INPUT AUDIT4
004310             IF WS-AUDIT4-STATUS = "00"
004320                 SET STREAM-IS-OPEN TO TRUE
004330             END-IF
004340     END-EVALUATE.
004350 2100-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380*    2200-READ-STREAM - ONE ROW FROM THE CURRENT STREAM INTO
004390*    THE SHARED AUDIT RECORD AREA
004400*----------------------------------------------------------------
004410 2200-READ-STREAM.
004420     EVALUATE WS-STREAM-SUB
004430         WHEN 1
004440             READ AUDIT1 INTO AUDITLOG-RECORD
004450                 AT END
004460                     SET STREAM-EOF TO TRUE
004470             END-READ
004480         WHEN 2
004490             READ AUDIT2 INTO AUDITLOG-RECORD
004500                 AT END
004510                     SET STREAM-EOF TO TRUE
004520             END-READ
004530         WHEN 3
004540             READ AUDIT3 INTO AUDITLOG-RECORD
004550                 AT END
004560                     SET STREAM-EOF TO TRUE
004570             END-READ
004580         WHEN 4
004590             READ AUDIT4 INTO AUDITLOG-RECORD
004600                 AT END
004610                     SET STREAM-EOF TO TRUE
004620             END-READ
004630     END-EVALUATE.
004640 2200-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670*    2300-MERGE-ONE-ROW - EVERY ROW IS MERGED; ONLY TODAY'S
004680*    ROWS COUNT TOWARD THE COMBINED TRAILER, AND A RUNSTART
004690*    MARKER FOR TODAY RESTARTS THE STREAM'S COUNTS SO ONLY ITS
004700*    FINAL ATTEMPT IS TOTALLED
004710*----------------------------------------------------------------
004720 2300-MERGE-ONE-ROW.
004730     WRITE COMBAUD-RECORD FROM AUDITLOG-RECORD
004740     ADD 1 TO WS-MERGED-COUNT
004750     IF AUDIT-RUN-DATE = WS-RUN-DATE
004760         EVALUATE AUDIT-STATUS
004770             WHEN "COMPLETE"
004780                 ADD 1 TO WS-STRM-RECORD-COUNT
004790                 IF AUDIT-AMOUNT NUMERIC
004800                     ADD AUDIT-AMOUNT TO WS-STRM-AMOUNT-TOTAL
004810                 END-IF
004820                 PERFORM 2350-ADD-STREAM-CURRENCY THRU 2350-EXIT
004830             WHEN "SKIPPED "
004840             WHEN "REJECTED"
004850             WHEN "CKPTSKIP"
004860             WHEN "RVORPHAN"
004870             WHEN "RVREPEAT"
004880             WHEN "RVAMOUNT"
004890                 ADD 1 TO WS-STRM-SKIP-COUNT
004900             WHEN "PERDLOCK"
004910                 ADD 1 TO WS-STRM-SKIP-COUNT
004920                 ADD 1 TO WS-STRM-LOCKED-COUNT
004930                 IF AUDIT-AMOUNT NUMERIC
004940                     ADD AUDIT-AMOUNT TO WS-STRM-LOCKED-AMOUNT
004950                 END-IF
004960             WHEN "HELD    "
004970                 ADD 1 TO WS-STRM-HELD-COUNT
004980                 IF AUDIT-AMOUNT NUMERIC
004990                     ADD AUDIT-AMOUNT TO WS-STRM-HELD-AMOUNT
005000                 END-IF
005010             WHEN "RUNSTART"
005020                 MOVE ZERO TO WS-STRM-RECORD-COUNT
005030                 MOVE ZERO TO WS-STRM-SKIP-COUNT
005040                 MOVE ZERO TO WS-STRM-FAILURE-COUNT
005050                 MOVE ZERO TO WS-STRM-AMOUNT-TOTAL
005060                 MOVE ZERO TO WS-STRM-HELD-COUNT
005070                 MOVE ZERO TO WS-STRM-HELD-AMOUNT
005080                 MOVE ZERO TO WS-STRM-LOCKED-COUNT
005090                 MOVE ZERO TO WS-STRM-LOCKED-AMOUNT
005100                 MOVE ZERO TO WS-STRM-BASE-TOTAL
005110                 MOVE ZERO TO WS-STRM-CURR-USED
005120                 MOVE ZEROS TO WS-STRM-CURRENCY-TABLE
005130             WHEN OTHER
005140                 ADD 1 TO WS-STRM-FAILURE-COUNT
005150         END-EVALUATE
005160     END-IF
005170     PERFORM 2200-READ-STREAM THRU 2200-EXIT.
005180 2300-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210*    2350-ADD-STREAM-CURRENCY - ADD A COMPLETE ROW TO THE BASE
005220*    TOTAL AND ITS CURRENCY'S STREAM TOTALS.  A BLANK CURRENCY
005230*    IS THE BASE CURRENCY AND A ROW WITH NO BASE AMOUNT COUNTS
005240*    AT ITS OWN AMOUNT.  PAST 20 CURRENCIES THE REST ARE
005250*    GATHERED UNDER CODE ***, AS IN THE DRIVER
005260*----------------------------------------------------------------
005270 2350-ADD-STREAM-CURRENCY.
005280     MOVE AUDIT-CURRENCY TO WS-ROW-CURRENCY
005290     IF WS-ROW-CURRENCY = SPACES
005300         MOVE WS-BASE-CURRENCY TO WS-ROW-CURRENCY
005310     END-IF
005320     MOVE ZERO TO WS-ROW-AMOUNT
005330     IF AUDIT-AMOUNT NUMERIC
005340         MOVE AUDIT-AMOUNT TO WS-ROW-AMOUNT
005350     END-IF
005360     IF AUDIT-BASE-AMOUNT NUMERIC
005370         MOVE AUDIT-BASE-AMOUNT TO WS-ROW-BASE-AMOUNT
005380     ELSE
005390         MOVE WS-ROW-AMOUNT TO WS-ROW-BASE-AMOUNT
005400     END-IF
005410     ADD WS-ROW-BASE-AMOUNT TO WS-STRM-BASE-TOTAL
005420     MOVE 1 TO WS-STRM-CURR-SUB
005430     MOVE "N" TO WS-STRM-CURR-FOUND-SWITCH
005440     PERFORM 2360-STEP-STREAM-CURRENCY THRU 2360-EXIT
005450         UNTIL STREAM-CURRENCY-FOUND
005460         OR WS-STRM-CURR-SUB > WS-STRM-CURR-USED
005470     IF WS-STRM-CURR-SUB > WS-STRM-CURR-USED
005480         IF WS-STRM-CURR-USED < 20
005490             ADD 1 TO WS-STRM-CURR-USED
005500             MOVE WS-STRM-CURR-USED TO WS-STRM-CURR-SUB
005510             MOVE WS-ROW-CURRENCY TO WS-STRM-CURR-CODE
005520                 (WS-STRM-CURR-SUB)
005530         ELSE
005540             MOVE 21 TO WS-STRM-CURR-SUB
005550             MOVE 21 TO WS-STRM-CURR-USED
005560             MOVE "***" TO WS-STRM-CURR-CODE (WS-STRM-CURR-SUB)
005570         END-IF
005580     END-IF
005590     ADD 1 TO WS-STRM-CURR-COUNT (WS-STRM-CURR-SUB)
005600     ADD WS-ROW-AMOUNT TO WS-STRM-CURR-AMOUNT (WS-STRM-CURR-SUB)
005610     ADD WS-ROW-BASE-AMOUNT
005620         TO WS-STRM-CURR-BASE (WS-STRM-CURR-SUB).
005630 2350-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660*    2360-STEP-STREAM-CURRENCY - TEST ONE STREAM CURRENCY SLOT
005670*    AND STEP TO THE NEXT WHEN IT DOES NOT MATCH
005680*----------------------------------------------------------------
005690 2360-STEP-STREAM-CURRENCY.
005700     IF WS-STRM-CURR-CODE (WS-STRM-CURR-SUB) = WS-ROW-CURRENCY
005710         SET STREAM-CURRENCY-FOUND TO TRUE
005720     ELSE
005730         ADD 1 TO WS-STRM-CURR-SUB
005740     END-IF.
005750 2360-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780*    2400-CLOSE-STREAM
005790*----------------------------------------------------------------
005800 2400-CLOSE-STREAM.
005810     EVALUATE WS-STREAM-SUB
005820         WHEN 1
005830             CLOSE AUDIT1
005840         WHEN 2
005850             CLOSE AUDIT2
005860         WHEN 3
005870             CLOSE AUDIT3
005880         WHEN 4
005890             CLOSE AUDIT4
005900     END-EVALUATE.
005910 2400-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940*    2500-MERGE-STREAM-CURRENCY - ADD ONE CURRENCY OF THE
005950*    STREAM'S FINAL ATTEMPT INTO THE COMBINED CURRENCY TABLE
005960*----------------------------------------------------------------
005970 2500-MERGE-STREAM-CURRENCY.
005980     MOVE "N" TO WS-CURR-FOUND-SWITCH
005990     MOVE 1 TO WS-CURR-SUB
006000     PERFORM 2510-STEP-CURRENCY THRU 2510-EXIT
006010         UNTIL CURRENCY-FOUND
006020         OR WS-CURR-SUB > WS-CURR-USED
006030     IF WS-CURR-SUB > WS-CURR-USED
006040         IF WS-CURR-USED < 20
006050             ADD 1 TO WS-CURR-USED
006060             MOVE WS-CURR-USED TO WS-CURR-SUB
006070             MOVE WS-STRM-CURR-CODE (WS-STRM-CURR-SUB)
006080                 TO WS-CURR-CODE (WS-CURR-SUB)
006090         ELSE
006100             MOVE 21 TO WS-CURR-SUB
006110             MOVE 21 TO WS-CURR-USED
006120             MOVE "***" TO WS-CURR-CODE (WS-CURR-SUB)
006130         END-IF
006140     END-IF
006150     ADD WS-STRM-CURR-COUNT (WS-STRM-CURR-SUB)
006160         TO WS-CURR-COMPLETE-COUNT (WS-CURR-SUB)
006170     ADD WS-STRM-CURR-AMOUNT (WS-STRM-CURR-SUB)
006180         TO WS-CURR-AMOUNT (WS-CURR-SUB)
006190     ADD WS-STRM-CURR-BASE (WS-STRM-CURR-SUB)
006200         TO WS-CURR-BASE-AMOUNT (WS-CURR-SUB).
006210 2500-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240*    2510-STEP-CURRENCY - TEST ONE COMBINED CURRENCY SLOT AND
006250*    STEP TO THE NEXT WHEN IT DOES NOT MATCH
006260*----------------------------------------------------------------
006270 2510-STEP-CURRENCY.
006280     IF WS-CURR-CODE (WS-CURR-SUB)
006290         = WS-STRM-CURR-CODE (WS-STRM-CURR-SUB)
006300         SET CURRENCY-FOUND TO TRUE
006310     ELSE
006320         ADD 1 TO WS-CURR-SUB
006330     END-IF.
006340 2510-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370*    8000-WRITE-COMBINED-REPORT - SAME SHAPE AS THE SINGLE-
006380*    STREAM RUN SUMMARY SO DOWNSTREAM STEPS NEED NO CHANGES
006390*----------------------------------------------------------------
006400 8000-WRITE-COMBINED-REPORT.
006410     OPEN OUTPUT REPTFILE
006420     MOVE WS-RUN-DATE TO RPT-HDR-DATE
006430     MOVE WS-START-TIME (1:6) TO RPT-HDR-START-TIME
006440     MOVE RPT-HEADER-LINE TO REPTFILE-RECORD
006450     WRITE REPTFILE-RECORD
006460     ACCEPT WS-END-TIME FROM TIME
006470     MOVE "RUN END TIME:           " TO RPT-TIME-LABEL
006480     MOVE WS-END-TIME (1:6) TO RPT-TIME-VALUE
006490     MOVE RPT-TIME-LINE TO REPTFILE-RECORD
006500     WRITE REPTFILE-RECORD
006510     MOVE "UNITS COMPLETED:        " TO RPT-DET-LABEL
006520     MOVE WS-RECORD-COUNT TO RPT-DET-COUNT
006530     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
006540     WRITE REPTFILE-RECORD
006550     MOVE "UNITS SKIPPED:          " TO RPT-DET-LABEL
006560     MOVE WS-SKIP-COUNT TO RPT-DET-COUNT
006570     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
006580     WRITE REPTFILE-RECORD
006590     MOVE "UNITS FAILED:           " TO RPT-DET-LABEL
006600     MOVE WS-FAILURE-COUNT TO RPT-DET-COUNT
006610     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
006620     WRITE REPTFILE-RECORD
006630     MOVE "UNITS HELD:             " TO RPT-DET-LABEL
006640     MOVE WS-HELD-COUNT TO RPT-DET-COUNT
006650     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
006660     WRITE REPTFILE-RECORD
006670     MOVE "UNITS PERIOD LOCKED:    " TO RPT-DET-LABEL
006680     MOVE WS-LOCKED-COUNT TO RPT-DET-COUNT
006690     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
006700     WRITE REPTFILE-RECORD
006710     MOVE "AMOUNT COMPLETED:       " TO RPT-AMT-LABEL
006720     MOVE WS-AMOUNT-COMPLETE-TOTAL TO RPT-AMT-VALUE
006730     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
006740     WRITE REPTFILE-RECORD
006750     MOVE "BASE AMOUNT COMPLETED:  " TO RPT-AMT-LABEL
006760     MOVE WS-BASE-COMPLETE-TOTAL TO RPT-AMT-VALUE
006770     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
006780     WRITE REPTFILE-RECORD
006790     MOVE "AMOUNT HELD:            " TO RPT-AMT-LABEL
006800     MOVE WS-HELD-AMOUNT TO RPT-AMT-VALUE
006810     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
006820     WRITE REPTFILE-RECORD
006830     MOVE "AMOUNT PERIOD LOCKED:   " TO RPT-AMT-LABEL
006840     MOVE WS-LOCKED-AMOUNT TO RPT-AMT-VALUE
006850     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
006860     WRITE REPTFILE-RECORD
006870     PERFORM 8100-WRITE-CURRENCY-LINE THRU 8100-EXIT
006880         VARYING WS-CURR-SUB FROM 1 BY 1
006890         UNTIL WS-CURR-SUB > WS-CURR-USED
006900     MOVE RPT-TRAILER-LINE TO REPTFILE-RECORD
006910     WRITE REPTFILE-RECORD
006920     CLOSE REPTFILE.
006930 8000-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960*    8100-WRITE-CURRENCY-LINE - ONE SUMMARY LINE PER CURRENCY
006970*    COMPLETED, WITH ITS AMOUNT AS SENT AND IN BASE
006980*----------------------------------------------------------------
006990 8100-WRITE-CURRENCY-LINE.
007000     MOVE WS-CURR-CODE (WS-CURR-SUB) TO RPT-CURR-CODE
007010     MOVE WS-CURR-COMPLETE-COUNT (WS-CURR-SUB) TO RPT-CURR-COMP
007020     MOVE WS-CURR-AMOUNT (WS-CURR-SUB) TO RPT-CURR-AMOUNT
007030     MOVE WS-CURR-BASE-AMOUNT (WS-CURR-SUB) TO RPT-CURR-BASE
007040     MOVE RPT-CURRENCY-LINE TO REPTFILE-RECORD
007050     WRITE REPTFILE-RECORD.
007060 8100-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090*    8900-POST-END-STATUS - ONE END ROW WITH THE MERGE COUNTS
007100*    AND THE GATE RETURN CODE
007110*----------------------------------------------------------------
007120 8900-POST-END-STATUS.
007130     MOVE SPACES TO RUNSTAT-RECORD
007140     MOVE "CONSOLID" TO RS-PROGRAM
007150     MOVE ZERO TO RS-STREAM
007160     MOVE "END  " TO RS-PHASE
007170     MOVE WS-MERGED-COUNT TO RS-READ-COUNT
007180     MOVE WS-RECORD-COUNT TO RS-WRITE-COUNT
007190     MOVE RETURN-CODE TO RS-RETURN-CODE
007200     CALL "STATPOST" USING RUNSTAT-RECORD.
007210 8900-EXIT.
007220     EXIT.
007230 END PROGRAM CONSOLID.
