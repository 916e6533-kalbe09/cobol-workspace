001210*  RETURN CODES:
001220*      00 - EVERY SUSPENDED UNIT RESOLVED
001230*      04 - ONE OR MORE UNITS STILL FAILING, CARRIED FORWARD
001240*      04 - ONE OR MORE UNITS DATED INTO A CLOSED PERIOD,
001250*           WRITTEN TO PERDEXC
001260*      04 - ONE OR MORE REVERSALS THAT NO LONGER MATCH THEIR
001270*           POSTING, AUDITED RVORPHAN, RVREPEAT OR RVAMOUNT
001280*      08 - ONE OR MORE UNITS AT THE RETRY LIMIT - SEE THE
001290*           OPERATOR SECTION OF SUSPRPT
001300*----------------------------------------------------------------
001310*  MODIFICATION HISTORY
001320*  DATE       INIT  DESCRIPTION
001330*  09/02/26   JPM   ORIGINAL VERSION.
001340*  10/15/26   JPM   A REPROCESSED REVERSAL NOW MARKS THE MASTER
001350*                   ROW REVERSED, AS THE DRIVER DOES, SO A
001360*                   SECOND REVERSAL OF IT IS REFUSED.
001370*  10/15/26   JPM   RSLTHIST RECORD LENGTHENED TO 120 BYTES FOR
001380*                   THE REQUESTER AND APPROVER OF MANUAL CHANGES.
001390*  10/15/26   JPM   HANDLER RULES.  THE UNIT'S OWN DATE GOES TO
001400*                   THE HANDLER SO IT APPLIES THE RULEMSTR RULE
001410*                   IN FORCE ON THAT DATE, AND THE RULE APPLIED
001420*                   IS WRITTEN ON THE AUDIT ROW, THE MASTER
001430*                   POST, AND THE PRIOR IMAGE ON A HISTORY ROW.
001440*                   RESEQUENCED THE SOURCE DECK.
001450*  10/15/26   JPM   MULTI-CURRENCY.  THE UNIT IS PRICED IN BASE
001460*                   AGAIN THROUGH RATESEL AT THE RATE IN FORCE ON
001470*                   ITS OWN DATE (A REVERSAL TAKES THE NEGATIVE
001480*                   OF THE POSTED BASE AMOUNT, AS IN THE DRIVER),
001490*                   AND THE CURRENCY AND BASE AMOUNT GO ON THE
001500*                   MASTER POST, HISTORY ROW, AUDIT ROW, AND THE
001510*                   CORRECTING EXTRACT DETAIL AND TRAILER.  A
001520*                   UNIT WITH NO RATE FOR ITS DATE IS CARRIED
001530*                   FORWARD WITHOUT AN ATTEMPT.
001540*                   RESEQUENCED THE SOURCE DECK.
001550*  10/15/26   JPM   PERIOD LOCK.  A UNIT DATED INTO A PERIOD
001560*                   CLOSED ON THE PERIOD-CONTROL MASTER (PERDSEL)
001570*                   IS NOT RETRIED OR CARRIED FORWARD; IT GOES TO
001580*                   THE PERDEXC EXCEPTION FILE WITH THE REASON, IS
001590*                   AUDITED PERDLOCK, AND IS LISTED AND COUNTED ON
001600*                   SUSPRPT (RC=4).  RESEQUENCED THE SOURCE DECK.
001610*  10/15/26   JPM   A PARKED REVERSAL IS MATCHED AGAINST ITS
001620*                   POSTING AGAIN BEFORE IT IS POSTED, AS THE
001630*                   DRIVER DOES.  ONE WHOSE POSTING IS MISSING
001640*                   (RVORPHAN), IS ALREADY REVERSED (RVREPEAT), OR
001650*                   IS NOT UNDONE EXACTLY IN ITS OWN CURRENCY
001660*                   (RVAMOUNT) IS AUDITED UNDER THAT STATUS,
001670*                   LISTED AND COUNTED ON SUSPRPT, AND DROPPED
001680*                   FROM SUSPENSE (RC=4).  RESEQUENCED THE SOURCE
001690*                   DECK.
001700*****************************************************************
001710 IDENTIFICATION DIVISION.
001720 PROGRAM-ID. SUSPPROC.
001730 AUTHOR. J P MEYER.
001740 INSTALLATION. BATCH SYSTEMS GROUP.
001750 DATE-WRITTEN. 09/02/26.
001760 DATE-COMPILED.
001770 ENVIRONMENT DIVISION.
001780 INPUT-OUTPUT SECTION.
001790 FILE-CONTROL.
001800     SELECT SUSPPARM ASSIGN TO SUSPPARM
001810         ORGANIZATION IS SEQUENTIAL
001820         FILE STATUS IS WS-SUSPPARM-STATUS.
001830     SELECT SUSPIN ASSIGN TO SUSPIN
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-SUSPIN-STATUS.
001860     SELECT SUSPOUT ASSIGN TO SUSPOUT
001870         ORGANIZATION IS SEQUENTIAL
001880         FILE STATUS IS WS-SUSPOUT-STATUS.
001890     SELECT AUDITLOG ASSIGN TO AUDITLOG
001900         ORGANIZATION IS SEQUENTIAL
001910         FILE STATUS IS WS-AUDITLOG-STATUS.
001920     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS RANDOM
001950         RECORD KEY IS RSLT-KEY
001960         FILE STATUS IS WS-RSLTMSTR-STATUS.
001970     SELECT RSLTHIST ASSIGN TO RSLTHIST
001980         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS WS-RSLTHIST-STATUS.
002000     SELECT SUSPEXTR ASSIGN TO SUSPEXTR
002010         ORGANIZATION IS SEQUENTIAL
002020         FILE STATUS IS WS-SUSPEXTR-STATUS.
002030     SELECT SUSPRPT ASSIGN TO SUSPRPT
002040         ORGANIZATION IS SEQUENTIAL
002050         FILE STATUS IS WS-SUSPRPT-STATUS.
002060     SELECT PERDEXC ASSIGN TO PERDEXC
002070         ORGANIZATION IS SEQUENTIAL
002080         FILE STATUS IS WS-PERDEXC-STATUS.
002090 DATA DIVISION.
002100 FILE SECTION.
002110 FD  SUSPPARM
002120     RECORD CONTAINS 80 CHARACTERS
002130     RECORDING MODE IS F.
002140 01  SUSPPARM-RECORD.
002150     05  SPAR-VERB                  PIC X(08).
002160     05  FILLER                     PIC X(01).
002170     05  SPAR-LIMIT                 PIC X(03).
002180     05  FILLER                     PIC X(68).
002190 FD  SUSPIN
002200     RECORD CONTAINS 80 CHARACTERS
002210     RECORDING MODE IS F.
002220 COPY SUSPREC.
002230 FD  SUSPOUT
002240     RECORD CONTAINS 80 CHARACTERS
002250     RECORDING MODE IS F.
002260 01  SUSPOUT-RECORD                 PIC X(80).
002270 FD  AUDITLOG
002280     RECORD CONTAINS 80 CHARACTERS
002290     RECORDING MODE IS F.
002300 COPY AUDITREC.
002310 FD  RSLTMSTR
002320     RECORD CONTAINS 80 CHARACTERS.
002330 COPY RSLTREC.
002340 FD  RSLTHIST
002350     RECORD CONTAINS 120 CHARACTERS
002360     RECORDING MODE IS F.
002370 COPY RSLTHREC.
002380 FD  SUSPEXTR
002390     RECORD CONTAINS 80 CHARACTERS
002400     RECORDING MODE IS F.
002410 01  SUSPEXTR-RECORD                PIC X(80).
002420 FD  SUSPRPT
002430     RECORD CONTAINS 80 CHARACTERS
002440     RECORDING MODE IS F.
002450 01  SUSPRPT-RECORD                 PIC X(80).
002460 FD  PERDEXC
002470     RECORD CONTAINS 120 CHARACTERS
002480     RECORDING MODE IS F.
002490 COPY PERXREC.
002500 WORKING-STORAGE SECTION.
002510 COPY WSCTLREC.
002520 COPY EXTREC.
002530 COPY RUNSREC.
002540 COPY RATSREC.
002550 COPY PERSREC.
002560 01  WS-SUSPPARM-STATUS             PIC X(02) VALUE "00".
002570 01  WS-SUSPIN-STATUS               PIC X(02) VALUE "00".
002580 01  WS-SUSPOUT-STATUS              PIC X(02) VALUE "00".
002590 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
002600 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
002610 01  WS-RSLTHIST-STATUS             PIC X(02) VALUE "00".
002620 01  WS-SUSPEXTR-STATUS             PIC X(02) VALUE "00".
002630 01  WS-SUSPRPT-STATUS              PIC X(02) VALUE "00".
002640 01  WS-PERDEXC-STATUS              PIC X(02) VALUE "00".
002650 01  SUBMODULE-STATUS               PIC 99 VALUE ZERO.
002660     88  SUBMODULE-OK                VALUE 00.
002670     88  SUBMODULE-WARNING           VALUE 04.
002680     88  SUBMODULE-SEVERE            VALUE 08.
002690 77  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE "N".
002700     88  SUSP-EOF                    VALUE "Y".
002710 77  WS-UNIT-LOCKED-SWITCH          PIC X(01) VALUE "N".
002720     88  UNIT-IS-LOCKED              VALUE "Y".
002730 77  WS-REV-MATCH-SWITCH            PIC X(01) VALUE "Y".
002740     88  REVERSAL-IS-MATCHED         VALUE "Y".
002750     88  REVERSAL-IS-UNMATCHED       VALUE "N".
002760 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002770 77  WS-START-TIME                  PIC 9(08) VALUE ZERO.
002780 77  WS-HIST-TIME                   PIC 9(08) VALUE ZERO.
002790 77  WS-RETRY-LIMIT                 PIC 9(03) VALUE 3.
002800 77  WS-READ-COUNT                  PIC 9(05) VALUE ZERO.
002810 77  WS-COMPLETED-COUNT             PIC 9(05) VALUE ZERO.
002820 77  WS-SKIPPED-COUNT               PIC 9(05) VALUE ZERO.
002830 77  WS-CARRIED-COUNT               PIC 9(05) VALUE ZERO.
002840 77  WS-ESCALATED-COUNT             PIC 9(05) VALUE ZERO.
002850 77  WS-LOCKED-COUNT                PIC 9(05) VALUE ZERO.
002860 77  WS-UNMATCHED-COUNT             PIC 9(05) VALUE ZERO.
002870 77  WS-EXTRACT-COUNT               PIC 9(07) VALUE ZERO.
002880 77  WS-EXTRACT-HASH                PIC 9(09) VALUE ZERO.
002890 77  WS-EXTRACT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
002900 77  WS-EXTRACT-BASE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
002910 77  WS-UNIT-CURRENCY               PIC X(03) VALUE SPACES.
002920 77  WS-BASE-AMOUNT                 PIC S9(07)V99 VALUE ZERO.
002930 77  WS-REV-ORIG-AMOUNT             PIC S9(07)V99 VALUE ZERO.
002940 77  WS-REV-ORIG-CURRENCY           PIC X(03) VALUE SPACES.
002950 77  WS-REV-NET-AMOUNT              PIC S9(08)V99 VALUE ZERO.
002960 01  WS-SAVED-RSLT-RECORD           PIC X(80).
002970 01  SUS-HEADER-LINE.
002980     05  FILLER                     PIC X(27)
002990         VALUE "SUSPENSE REPROCESSING -    ".
003000     05  SUS-HDR-DATE               PIC 9(08).
003010     05  FILLER                     PIC X(45) VALUE SPACES.
003020 01  SUS-DETAIL-LINE.
003030     05  SUS-DET-TAG                PIC X(10).
003040     05  FILLER                     PIC X(04) VALUE "KEY ".
003050     05  SUS-DET-KEY                PIC 999.
003060     05  FILLER                     PIC X(01) VALUE SPACE.
003070     05  SUS-DET-DESC               PIC X(25).
003080     05  FILLER                     PIC X(06) VALUE " DATE ".
003090     05  SUS-DET-DATE               PIC 9(08).
003100     05  FILLER                     PIC X(06) VALUE " TRY: ".
003110     05  SUS-DET-ATTEMPTS           PIC ZZ9.
003120     05  FILLER                     PIC X(14) VALUE SPACES.
003130 01  SUS-COUNT-LINE.
003140     05  SUS-CNT-LABEL              PIC X(30).
003150     05  SUS-CNT-VALUE              PIC ZZZZ9.
003160     05  FILLER                     PIC X(45) VALUE SPACES.
003170 PROCEDURE DIVISION.
003180*----------------------------------------------------------------
003190*    0000-MAINLINE
003200*----------------------------------------------------------------
003210 0000-MAINLINE.
003220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003230     ACCEPT WS-START-TIME FROM TIME
003240     PERFORM 1050-POST-START-STATUS THRU 1050-EXIT
003250     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT
003260     OPEN OUTPUT SUSPRPT
003270     MOVE WS-RUN-DATE TO SUS-HDR-DATE
003280     MOVE SUS-HEADER-LINE TO SUSPRPT-RECORD
003290     WRITE SUSPRPT-RECORD
003300     OPEN INPUT SUSPIN
003310     IF WS-SUSPIN-STATUS NOT = "00"
003320         DISPLAY "SUSPPROC: SUSPIN NOT AVAILABLE - STATUS "
003330             WS-SUSPIN-STATUS
003340         SET SUSP-EOF TO TRUE
003350     END-IF
003360     OPEN OUTPUT SUSPOUT
003370     OPEN EXTEND AUDITLOG
003380     IF WS-AUDITLOG-STATUS = "35"
003390         OPEN OUTPUT AUDITLOG
003400     END-IF
003410     PERFORM 1200-WRITE-RUN-MARKER THRU 1200-EXIT
003420     OPEN I-O RSLTMSTR
003430     OPEN EXTEND RSLTHIST
003440     IF WS-RSLTHIST-STATUS = "35"
003450         OPEN OUTPUT RSLTHIST
003460     END-IF
003470     OPEN EXTEND PERDEXC
003480     IF WS-PERDEXC-STATUS = "35"
003490         OPEN OUTPUT PERDEXC
003500     END-IF
003510     OPEN OUTPUT SUSPEXTR
003520     PERFORM 1500-WRITE-EXTRACT-HEADER THRU 1500-EXIT
003530     PERFORM 2050-READ-SUSPENSE THRU 2050-EXIT
003540     PERFORM 2100-WORK-ONE-UNIT THRU 2100-EXIT
003550         UNTIL SUSP-EOF
003560     PERFORM 8000-FINALIZE THRU 8000-EXIT
003570     GOBACK.
003580*----------------------------------------------------------------
003590*    1000-READ-PARAMETERS - ONE OPTIONAL RETRY CARD
003600*----------------------------------------------------------------
003610 1000-READ-PARAMETERS.
003620     OPEN INPUT SUSPPARM
003630     IF WS-SUSPPARM-STATUS NOT = "00"
003640         GO TO 1000-EXIT
003650     END-IF
003660     READ SUSPPARM
003670         AT END
003680             CONTINUE
003690         NOT AT END
003700             IF SPAR-VERB = "RETRY   "
003710                 AND SPAR-LIMIT NUMERIC
003720                 MOVE SPAR-LIMIT TO WS-RETRY-LIMIT
003730             END-IF
003740     END-READ
003750     CLOSE SUSPPARM.
003760 1000-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790*    1050-POST-START-STATUS - ONE START ROW TO THE SHARED
003800*    NIGHT-RUN STATUS FILE
003810*----------------------------------------------------------------
003820 1050-POST-START-STATUS.
003830     MOVE SPACES TO RUNSTAT-RECORD
003840     MOVE "SUSPPROC" TO RS-PROGRAM
003850     MOVE ZERO TO RS-STREAM
003860     MOVE "START" TO RS-PHASE
003870     MOVE ZERO TO RS-READ-COUNT
003880     MOVE ZERO TO RS-WRITE-COUNT
003890     MOVE ZERO TO RS-RETURN-CODE
003900     CALL "STATPOST" USING RUNSTAT-RECORD.
003910 1050-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940*    1200-WRITE-RUN-MARKER - SAME RUNSTART CONVENTION AS THE
003950*    DRIVER, SO READERS THAT SCOPE TO THE FINAL ATTEMPT OF A
003960*    DATE TREAT THIS RUN'S ROWS AS THEIR OWN BLOCK
003970*----------------------------------------------------------------
003980 1200-WRITE-RUN-MARKER.
003990     MOVE SPACES TO AUDITLOG-RECORD
004000     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
004010     MOVE ZEROS TO AUDIT-ZAHL-IN
004020     MOVE ZEROS TO AUDIT-ZAHL2-OUT
004030     MOVE ZERO TO AUDIT-AMOUNT
004040     MOVE ZERO TO AUDIT-BASE-AMOUNT
004050     MOVE "RUNSTART" TO AUDIT-STATUS
004060     WRITE AUDITLOG-RECORD.
004070 1200-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100*    1500-WRITE-EXTRACT-HEADER
004110*----------------------------------------------------------------
004120 1500-WRITE-EXTRACT-HEADER.
004130     MOVE WS-RUN-DATE TO EXT-HDR-RUN-DATE
004140     MOVE WS-START-TIME (1:6) TO EXT-HDR-RUN-TIME
004150     MOVE EXT-HEADER-LINE TO SUSPEXTR-RECORD
004160     WRITE SUSPEXTR-RECORD.
004170 1500-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200*    2050-READ-SUSPENSE
004210*----------------------------------------------------------------
004220 2050-READ-SUSPENSE.
004230     IF WS-SUSPIN-STATUS = "00"
004240         READ SUSPIN
004250             AT END
004260                 SET SUSP-EOF TO TRUE
004270             NOT AT END
004280                 ADD 1 TO WS-READ-COUNT
004290         END-READ
004300     ELSE
004310         SET SUSP-EOF TO TRUE
004320     END-IF.
004330 2050-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*    2100-WORK-ONE-UNIT - A UNIT ALREADY AT THE RETRY LIMIT
004370*    ESCALATES WITHOUT ANOTHER ATTEMPT; EVERY OTHER UNIT GOES
004380*    BACK THROUGH ITS TYPE HANDLER.  A REVERSAL THAT NO LONGER
004390*    MATCHES ITS POSTING, OR A UNIT DATED INTO A
004400*    CLOSED PERIOD IS NEVER RETRIED
004410*----------------------------------------------------------------
004420 2100-WORK-ONE-UNIT.
004430     MOVE SPACES TO CTL-RULE-ID
004440     IF SUSP-ATTEMPT-COUNT NOT NUMERIC
004450         MOVE 1 TO SUSP-ATTEMPT-COUNT
004460     END-IF
004470     IF SUSP-ATTEMPT-COUNT >= WS-RETRY-LIMIT
004480         PERFORM 2500-ESCALATE-UNIT THRU 2500-EXIT
004490         GO TO 2100-READ-NEXT
004500     END-IF
004510     MOVE SUSP-KEY TO ZAHL
004520     MOVE ZEROS TO ZAHL2
004530     IF SUSP-AMOUNT NUMERIC
004540         MOVE SUSP-AMOUNT TO BETRAG
004550     ELSE
004560         MOVE ZERO TO BETRAG
004570     END-IF
004580     PERFORM 2150-CONVERT-AMOUNT THRU 2150-EXIT
004590     PERFORM 2170-MATCH-REVERSAL THRU 2170-EXIT
004600     IF REVERSAL-IS-UNMATCHED
004610         GO TO 2100-READ-NEXT
004620     END-IF
004630     PERFORM 2160-CHECK-PERIOD-LOCK THRU 2160-EXIT
004640     IF UNIT-IS-LOCKED
004650         GO TO 2100-READ-NEXT
004660     END-IF
004670     IF NOT RATS-CONVERTED
004680         DISPLAY "SUSPPROC: NO RATE FOR CURRENCY <"
004690             SUSP-CURRENCY "> ON " SUSP-UNIT-DATE " KEY "
004700             SUSP-KEY " - CARRIED FORWARD"
004710         MOVE 08 TO SUBMODULE-STATUS
004720         PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
004730         GO TO 2100-READ-NEXT
004740     END-IF
004750     PERFORM 2200-CALL-TYPE-HANDLER THRU 2200-EXIT
004760     EVALUATE TRUE
004770         WHEN SUBMODULE-OK
004780             PERFORM 2300-POST-COMPLETED-UNIT THRU 2300-EXIT
004790         WHEN SUBMODULE-WARNING
004800             ADD 1 TO WS-SKIPPED-COUNT
004810             MOVE "SKIPPED " TO AUDIT-STATUS
004820             PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
004830             MOVE "SKIPPED   " TO SUS-DET-TAG
004840             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
004850         WHEN OTHER
004860             PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
004870     END-EVALUATE.
004880 2100-READ-NEXT.
004890     PERFORM 2050-READ-SUSPENSE THRU 2050-EXIT.
004900 2100-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930*    2150-CONVERT-AMOUNT - PRICE THE UNIT IN BASE AT THE RATE
004940*    IN FORCE ON ITS OWN DATE.  A REVERSAL IS REPRICED FROM THE
004950*    POSTING IT UNDOES IN 2170-MATCH-REVERSAL
004960*----------------------------------------------------------------
004970 2150-CONVERT-AMOUNT.
004980     MOVE ZERO TO WS-BASE-AMOUNT
004990     MOVE SUSP-CURRENCY TO WS-UNIT-CURRENCY
005000     MOVE SUSP-CURRENCY TO RATS-CURRENCY
005010     MOVE SUSP-UNIT-DATE TO RATS-DATE
005020     MOVE BETRAG TO RATS-AMOUNT
005030     CALL "RATESEL" USING RATESEL-PARM
005040     IF NOT RATS-CONVERTED
005050         GO TO 2150-EXIT
005060     END-IF
005070     MOVE RATS-BASE-AMOUNT TO WS-BASE-AMOUNT
005080     IF WS-UNIT-CURRENCY = SPACES
005090         MOVE RATS-BASE-CURRENCY TO WS-UNIT-CURRENCY
005100     END-IF.
005110 2150-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140*    2160-CHECK-PERIOD-LOCK - FINANCE HAS CLOSED THE PERIOD THE
005150*    UNIT IS DATED INTO; IT CAN NO LONGER BE POSTED.  ITS
005160*    DETAILS AND PERDSEL'S REASON GO TO THE PERDEXC EXCEPTION
005170*    FILE, IT IS AUDITED PERDLOCK UNDER ITS OWN DATE, AND IT IS
005180*    DROPPED FROM SUSPENSE
005190*----------------------------------------------------------------
005200 2160-CHECK-PERIOD-LOCK.
005210     MOVE "N" TO WS-UNIT-LOCKED-SWITCH
005220     MOVE SUSP-UNIT-DATE TO PERS-DATE
005230     CALL "PERDSEL" USING PERDSEL-PARM
005240     IF NOT PERS-PERIOD-CLOSED
005250         GO TO 2160-EXIT
005260     END-IF
005270     SET UNIT-IS-LOCKED TO TRUE
005280     ADD 1 TO WS-LOCKED-COUNT
005290     MOVE SPACES TO PERDEXC-RECORD
005300     MOVE "SUSPPROC" TO PERX-PROGRAM
005310     MOVE WS-RUN-DATE TO PERX-RUN-DATE
005320     MOVE SUSP-KEY TO PERX-KEY
005330     MOVE SUSP-DESCRIPTION TO PERX-DESCRIPTION
005340     MOVE SUSP-TYPE-CODE TO PERX-TYPE-CODE
005350     MOVE SUSP-UNIT-DATE TO PERX-UNIT-DATE
005360     MOVE BETRAG TO PERX-AMOUNT
005370     MOVE WS-UNIT-CURRENCY TO PERX-CURRENCY
005380     MOVE WS-BASE-AMOUNT TO PERX-BASE-AMOUNT
005390     MOVE PERS-REASON TO PERX-REASON
005400     WRITE PERDEXC-RECORD
005410     IF WS-PERDEXC-STATUS NOT = "00"
005420         DISPLAY "SUSPPROC: PERDEXC WRITE FAILED - STATUS "
005430             WS-PERDEXC-STATUS " KEY " SUSP-KEY
005440     END-IF
005450     DISPLAY "SUSPPROC: KEY " SUSP-KEY " " PERS-REASON
005460     MOVE "PERDLOCK" TO AUDIT-STATUS
005470     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
005480     MOVE "PERD LOCK " TO SUS-DET-TAG
005490     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005500 2160-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530*    2170-MATCH-REVERSAL - THE POSTING A PARKED REVERSAL UNDOES
005540*    MAY HAVE CHANGED SINCE THE DRIVER MATCHED IT.  THE SAME
005550*    CHECKS ARE MADE AGAIN: THE KEY MUST STILL BE ON THE RESULTS
005560*    MASTER (RVORPHAN), NOT ALREADY REVERSED (RVREPEAT), AND THE
005570*    REVERSAL MUST BE IN THE POSTING'S CURRENCY AND THE EXACT
005580*    NEGATIVE OF ITS AMOUNT (RVAMOUNT).  A REVERSAL THAT FAILS
005590*    IS AUDITED UNDER THAT STATUS AND DROPPED FROM SUSPENSE.  A
005600*    MATCHED REVERSAL TAKES THE NEGATIVE OF THE POSTED BASE
005610*    AMOUNT, AS THE DRIVER DOES, SO THE PAIR STILL NETS TO ZERO
005620*    IN BASE.  A UNIT WITH NO RATE IS LEFT TO BE CARRIED FORWARD
005630*----------------------------------------------------------------
005640 2170-MATCH-REVERSAL.
005650     SET REVERSAL-IS-MATCHED TO TRUE
005660     IF SUSP-TYPE-CODE NOT = "R"
005670         GO TO 2170-EXIT
005680     END-IF
005690     IF NOT RATS-CONVERTED
005700         GO TO 2170-EXIT
005710     END-IF
005720     MOVE ZERO TO WS-REV-ORIG-AMOUNT
005730     MOVE SUSP-KEY TO RSLT-KEY
005740     READ RSLTMSTR
005750         INVALID KEY
005760             SET REVERSAL-IS-UNMATCHED TO TRUE
005770             MOVE "RVORPHAN" TO AUDIT-STATUS
005780             MOVE "RV ORPHAN " TO SUS-DET-TAG
005790             DISPLAY "SUSPPROC: REVERSAL KEY " SUSP-KEY
005800                 " WAS NEVER POSTED - DROPPED"
005810     END-READ
005820     IF REVERSAL-IS-UNMATCHED
005830         GO TO 2170-REJECT
005840     END-IF
005850     IF RSLT-AMOUNT NUMERIC
005860         MOVE RSLT-AMOUNT TO WS-REV-ORIG-AMOUNT
005870     END-IF
005880     MOVE RSLT-CURRENCY TO WS-REV-ORIG-CURRENCY
005890     IF WS-REV-ORIG-CURRENCY = SPACES
005900         MOVE RATS-BASE-CURRENCY TO WS-REV-ORIG-CURRENCY
005910     END-IF
005920     IF RSLT-IS-REVERSED
005930         SET REVERSAL-IS-UNMATCHED TO TRUE
005940         MOVE "RVREPEAT" TO AUDIT-STATUS
005950         MOVE "RV REPEAT " TO SUS-DET-TAG
005960         DISPLAY "SUSPPROC: REVERSAL KEY " SUSP-KEY
005970             " IS ALREADY REVERSED - DROPPED"
005980         GO TO 2170-REJECT
005990     END-IF
006000     COMPUTE WS-REV-NET-AMOUNT = BETRAG + WS-REV-ORIG-AMOUNT
006010     IF WS-REV-NET-AMOUNT NOT = ZERO
006020        OR WS-UNIT-CURRENCY NOT = WS-REV-ORIG-CURRENCY
006030         SET REVERSAL-IS-UNMATCHED TO TRUE
006040         MOVE "RVAMOUNT" TO AUDIT-STATUS
006050         MOVE "RV AMOUNT " TO SUS-DET-TAG
006060         DISPLAY "SUSPPROC: REVERSAL KEY " SUSP-KEY
006070             " AMOUNT DOES NOT REVERSE THE POSTING - DROPPED"
006080         GO TO 2170-REJECT
006090     END-IF
006100     IF RSLT-BASE-AMOUNT NUMERIC
006110         COMPUTE WS-BASE-AMOUNT = ZERO - RSLT-BASE-AMOUNT
006120     ELSE
006130         COMPUTE WS-BASE-AMOUNT = ZERO - WS-REV-ORIG-AMOUNT
006140     END-IF
006150     GO TO 2170-EXIT.
006160 2170-REJECT.
006170     ADD 1 TO WS-UNMATCHED-COUNT
006180     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
006190     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
006200 2170-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230*    2200-CALL-TYPE-HANDLER - SAME ROUTING AND STATUS
006240*    CONVENTION AS THE DRIVER; THE HANDLER APPLIES THE RULE IN
006250*    FORCE ON THE UNIT'S OWN DATE, NOT TODAY'S
006260*----------------------------------------------------------------
006270 2200-CALL-TYPE-HANDLER.
006280     MOVE SUSP-UNIT-DATE TO CTL-UNIT-DATE
006290     EVALUATE SUSP-TYPE-CODE
006300         WHEN "A"
006310             CALL "ADJMODUL" USING WS-CONTROL-RECORD,
006320                 SUBMODULE-STATUS
006330         WHEN "R"
006340             CALL "REVMODUL" USING WS-CONTROL-RECORD,
006350                 SUBMODULE-STATUS
006360         WHEN OTHER
006370             CALL "SUBMODULE" USING WS-CONTROL-RECORD,
006380                 SUBMODULE-STATUS
006390     END-EVALUATE.
006400 2200-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430*    2300-POST-COMPLETED-UNIT - MASTER POST (WITH BEFORE-IMAGE
006440*    HISTORY ON A REWRITE, SOURCE TAG BATCH), AUDIT ROW, AND
006450*    CORRECTING EXTRACT DETAIL - THE SAME TRAIL A UNIT LEAVES
006460*    WHEN IT COMPLETES IN THE NIGHTLY RUN
006470*----------------------------------------------------------------
006480 2300-POST-COMPLETED-UNIT.
006490     ADD 1 TO WS-COMPLETED-COUNT
006500     MOVE SPACES TO RSLTMSTR-RECORD
006510     MOVE SUSP-KEY TO RSLT-KEY
006520     MOVE SUSP-DESCRIPTION TO RSLT-DESCRIPTION
006530     MOVE ZAHL2 TO RSLT-ZAHL2
006540     MOVE BETRAG TO RSLT-AMOUNT
006550     MOVE SUSP-UNIT-DATE TO RSLT-RUN-DATE
006560     MOVE CTL-RULE-ID TO RSLT-RULE-ID
006570     MOVE WS-UNIT-CURRENCY TO RSLT-CURRENCY
006580     MOVE WS-BASE-AMOUNT TO RSLT-BASE-AMOUNT
006590     IF SUSP-TYPE-CODE = "R"
006600         SET RSLT-IS-REVERSED TO TRUE
006610     END-IF
006620     WRITE RSLTMSTR-RECORD
006630     IF WS-RSLTMSTR-STATUS = "22"
006640         MOVE RSLTMSTR-RECORD TO WS-SAVED-RSLT-RECORD
006650         READ RSLTMSTR
006660             INVALID KEY
006670                 CONTINUE
006680             NOT INVALID KEY
006690                 PERFORM 2350-WRITE-HISTORY-ROW THRU 2350-EXIT
006700         END-READ
006710         MOVE WS-SAVED-RSLT-RECORD TO RSLTMSTR-RECORD
006720         REWRITE RSLTMSTR-RECORD
006730     END-IF
006740     IF WS-RSLTMSTR-STATUS NOT = "00"
006750         DISPLAY "SUSPPROC: RSLTMSTR POST FAILED - STATUS "
006760             WS-RSLTMSTR-STATUS " KEY " RSLT-KEY
006770     END-IF
006780     MOVE "COMPLETE" TO AUDIT-STATUS
006790     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
006800     PERFORM 2450-WRITE-EXTRACT-DETAIL THRU 2450-EXIT
006810     MOVE "COMPLETED " TO SUS-DET-TAG
006820     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
006830 2300-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------
006860*    2350-WRITE-HISTORY-ROW - BEFORE-IMAGE OF THE STANDING
006870*    MASTER RECORD, EXACTLY AS THE DRIVER WRITES IT
006880*----------------------------------------------------------------
006890 2350-WRITE-HISTORY-ROW.
006900     ACCEPT WS-HIST-TIME FROM TIME
006910     MOVE SPACES TO RSLTHIST-RECORD
006920     MOVE RSLT-KEY TO HIST-KEY
006930     MOVE RSLT-DESCRIPTION TO HIST-PRIOR-DESC
006940     MOVE RSLT-ZAHL2 TO HIST-PRIOR-ZAHL2
006950     MOVE RSLT-RUN-DATE TO HIST-PRIOR-RUN-DATE
006960     IF RSLT-AMOUNT NUMERIC
006970         MOVE RSLT-AMOUNT TO HIST-PRIOR-AMOUNT
006980     ELSE
006990         MOVE ZERO TO HIST-PRIOR-AMOUNT
007000     END-IF
007010     MOVE WS-RUN-DATE TO HIST-CHANGE-DATE
007020     MOVE WS-HIST-TIME (1:6) TO HIST-CHANGE-TIME
007030     MOVE "BATCH   " TO HIST-SOURCE
007040     MOVE "REWRITE " TO HIST-ACTION
007050     MOVE RSLT-RULE-ID TO HIST-PRIOR-RULE-ID
007060     MOVE RSLT-CURRENCY TO HIST-PRIOR-CURRENCY
007070     IF RSLT-BASE-AMOUNT NUMERIC
007080         MOVE RSLT-BASE-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
007090     ELSE
007100         MOVE HIST-PRIOR-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
007110     END-IF
007120     WRITE RSLTHIST-RECORD.
007130 2350-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160*    2400-WRITE-AUDIT-RECORD - ONE ROW UNDER THE UNIT'S OWN
007170*    DATE; THE CALLER HAS ALREADY SET THE STATUS
007180*----------------------------------------------------------------
007190 2400-WRITE-AUDIT-RECORD.
007200     MOVE SUSP-UNIT-DATE TO AUDIT-RUN-DATE
007210     MOVE SUSP-KEY TO AUDIT-ZAHL-IN
007220     MOVE ZAHL2 TO AUDIT-ZAHL2-OUT
007230     MOVE BETRAG TO AUDIT-AMOUNT
007240     MOVE CTL-RULE-ID TO AUDIT-RULE-ID
007250     MOVE WS-UNIT-CURRENCY TO AUDIT-CURRENCY
007260     MOVE WS-BASE-AMOUNT TO AUDIT-BASE-AMOUNT
007270     WRITE AUDITLOG-RECORD.
007280 2400-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310*    2450-WRITE-EXTRACT-DETAIL
007320*----------------------------------------------------------------
007330 2450-WRITE-EXTRACT-DETAIL.
007340     MOVE SUSP-KEY TO EXT-DET-KEY
007350     MOVE SUSP-DESCRIPTION TO EXT-DET-DESC
007360     MOVE SUSP-KEY TO EXT-DET-ZAHL-IN
007370     MOVE ZAHL2 TO EXT-DET-ZAHL2-OUT
007380     MOVE SUSP-UNIT-DATE TO EXT-DET-DATE
007390     MOVE WS-START-TIME (1:6) TO EXT-DET-TIME
007400     MOVE BETRAG TO EXT-DET-AMOUNT
007410     MOVE WS-UNIT-CURRENCY TO EXT-DET-CURRENCY
007420     MOVE WS-BASE-AMOUNT TO EXT-DET-BASE-AMOUNT
007430     MOVE EXT-DETAIL-LINE TO SUSPEXTR-RECORD
007440     WRITE SUSPEXTR-RECORD
007450     ADD 1 TO WS-EXTRACT-COUNT
007460     ADD ZAHL2 TO WS-EXTRACT-HASH
007470     ADD BETRAG TO WS-EXTRACT-AMOUNT
007480     ADD WS-BASE-AMOUNT TO WS-EXTRACT-BASE-AMOUNT.
007490 2450-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520*    2500-ESCALATE-UNIT - THE RETRY LIMIT IS USED UP; THE UNIT
007530*    GOES TO THE OPERATOR SECTION AND IS NOT CARRIED FORWARD,
007540*    SO IT CANNOT LOOP FOREVER
007550*----------------------------------------------------------------
007560 2500-ESCALATE-UNIT.
007570     ADD 1 TO WS-ESCALATED-COUNT
007580     MOVE "ESCALATED " TO SUS-DET-TAG
007590     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
007600 2500-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630*    2600-CARRY-FORWARD - STILL SEVERE; STEP THE ATTEMPT COUNT
007640*    AND KEEP THE UNIT IN SUSPENSE FOR THE NEXT PASS
007650*----------------------------------------------------------------
007660 2600-CARRY-FORWARD.
007670     ADD 1 TO SUSP-ATTEMPT-COUNT
007680     MOVE SUBMODULE-STATUS TO SUSP-FAIL-STATUS
007690     WRITE SUSPOUT-RECORD FROM SUSPENSE-RECORD
007700     ADD 1 TO WS-CARRIED-COUNT
007710     MOVE "PARKED  " TO AUDIT-STATUS
007720     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
007730     MOVE "CARRIED   " TO SUS-DET-TAG
007740     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
007750 2600-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780*    8000-FINALIZE - TRAILER, TOTALS, RETURN CODE, STATUS ROW
007790*----------------------------------------------------------------
007800 8000-FINALIZE.
007810     MOVE WS-EXTRACT-COUNT TO EXT-TRL-COUNT
007820     MOVE WS-EXTRACT-HASH TO EXT-TRL-HASH
007830     MOVE WS-EXTRACT-AMOUNT TO EXT-TRL-AMOUNT
007840     MOVE WS-EXTRACT-BASE-AMOUNT TO EXT-TRL-BASE-AMOUNT
007850     MOVE EXT-TRAILER-LINE TO SUSPEXTR-RECORD
007860     WRITE SUSPEXTR-RECORD
007870     CLOSE SUSPEXTR
007880     IF WS-SUSPIN-STATUS NOT = "35"
007890         CLOSE SUSPIN
007900     END-IF
007910     CLOSE SUSPOUT
007920     CLOSE AUDITLOG
007930     CLOSE RSLTMSTR
007940     CLOSE RSLTHIST
007950     CLOSE PERDEXC
007960     MOVE "SUSPENDED UNITS READ:         " TO SUS-CNT-LABEL
007970     MOVE WS-READ-COUNT TO SUS-CNT-VALUE
007980     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007990     MOVE "UNITS COMPLETED:              " TO SUS-CNT-LABEL
008000     MOVE WS-COMPLETED-COUNT TO SUS-CNT-VALUE
008010     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
008020     MOVE "UNITS SKIPPED:                " TO SUS-CNT-LABEL
008030     MOVE WS-SKIPPED-COUNT TO SUS-CNT-VALUE
008040     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
008050     MOVE "UNITS CARRIED FORWARD:        " TO SUS-CNT-LABEL
008060     MOVE WS-CARRIED-COUNT TO SUS-CNT-VALUE
008070     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
008080     MOVE "UNITS AT RETRY LIMIT:         " TO SUS-CNT-LABEL
008090     MOVE WS-ESCALATED-COUNT TO SUS-CNT-VALUE
008100     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
008110     MOVE "UNITS IN A CLOSED PERIOD:     " TO SUS-CNT-LABEL
008120     MOVE WS-LOCKED-COUNT TO SUS-CNT-VALUE
008130     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
008140     MOVE "REVERSALS NOT MATCHED:        " TO SUS-CNT-LABEL
008150     MOVE WS-UNMATCHED-COUNT TO SUS-CNT-VALUE
008160     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
008170     CLOSE SUSPRPT
008180     EVALUATE TRUE
008190         WHEN WS-ESCALATED-COUNT > ZERO
008200             MOVE 8 TO RETURN-CODE
008210         WHEN WS-CARRIED-COUNT > ZERO
008220           OR WS-LOCKED-COUNT > ZERO
008230           OR WS-UNMATCHED-COUNT > ZERO
008240             MOVE 4 TO RETURN-CODE
008250         WHEN OTHER
008260             MOVE ZERO TO RETURN-CODE
008270     END-EVALUATE
008280     PERFORM 8900-POST-END-STATUS THRU 8900-EXIT.
008290 8000-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320*    8100-WRITE-DETAIL
008330*----------------------------------------------------------------
008340 8100-WRITE-DETAIL.
008350     MOVE SUSP-KEY TO SUS-DET-KEY
008360     MOVE SUSP-DESCRIPTION TO SUS-DET-DESC
008370     MOVE SUSP-UNIT-DATE TO SUS-DET-DATE
008380     MOVE SUSP-ATTEMPT-COUNT TO SUS-DET-ATTEMPTS
008390     MOVE SUS-DETAIL-LINE TO SUSPRPT-RECORD
008400     WRITE SUSPRPT-RECORD.
008410 8100-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440*    8200-WRITE-COUNT
008450*----------------------------------------------------------------
008460 8200-WRITE-COUNT.
008470     MOVE SUS-COUNT-LINE TO SUSPRPT-RECORD
008480     WRITE SUSPRPT-RECORD.
008490 8200-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520*    8900-POST-END-STATUS
008530*----------------------------------------------------------------
008540 8900-POST-END-STATUS.
008550     MOVE SPACES TO RUNSTAT-RECORD
008560     MOVE "SUSPPROC" TO RS-PROGRAM
008570     MOVE ZERO TO RS-STREAM
008580     MOVE "END  " TO RS-PHASE
008590     MOVE WS-READ-COUNT TO RS-READ-COUNT
008600     MOVE WS-COMPLETED-COUNT TO RS-WRITE-COUNT
008610     MOVE RETURN-CODE TO RS-RETURN-CODE
008620     CALL "STATPOST" USING RUNSTAT-RECORD.
008630 8900-EXIT.
008640     EXIT.
008650 END PROGRAM SUSPPROC.
