002020*                   DELIBERATELY EXEMPT.
002030*  09/02/26   JPM   RESEQUENCED THE SOURCE DECK - REPEATED
002040*                   INSERTS HAD USED UP THE NUMBER GAPS.
002050*  10/15/26   JPM   REVERSAL MATCHING.  EVERY TYPE R UNIT IS NOW
002060*                   CHECKED AGAINST THE RESULTS MASTER ROW FOR
002070*                   ITS KEY BEFORE REVMODUL IS CALLED: NO ROW
002080*                   (RVORPHAN), A ROW ALREADY REVERSED
002090*                   (RVREPEAT), OR AN AMOUNT THAT DOES NOT
002100*                   EXACTLY REVERSE RSLT-AMOUNT (RVAMOUNT) IS
002110*                   REJECTED AND AUDITED UNDER ITS OWN STATUS
002120*                   INSTEAD OF COMPLETING.  A POSTED REVERSAL
002130*                   MARKS THE MASTER ROW REVERSED, AND THE NEW
002140*                   REVRPT REPORT PAIRS EVERY REVERSAL WITH THE
002150*                   ORIGINAL UNIT DATE AND AMOUNT FOR FINANCE.
002160*                   RESEQUENCED THE SOURCE DECK.
002170*  10/15/26   JPM   LARGE-AMOUNT HOLD.  WHEN THE HOLDPARM CARD
002180*                   IS ALLOCATED, A UNIT WHOSE AMOUNT (EITHER
002190*                   SIGN) IS OVER ITS LIMIT IS WRITTEN TO THE
002200*                   HELDFILE AND AUDITED HELD INSTEAD OF BEING
002210*                   DRIVEN; HELDAPPR RELEASES OR DENIES IT.  A
002220*                   RELEASED UNIT COMES BACK MARKED AND IS NOT
002230*                   HELD AGAIN.  UNITS/AMOUNT HELD LINES ADDED
002240*                   TO THE RUN SUMMARY.  RESEQUENCED THE
002250*                   SOURCE DECK.
002260*  10/15/26   JPM   RSLTHIST RECORD LENGTHENED TO 120 BYTES FOR
002270*                   THE REQUESTER AND APPROVER OF MANUAL CHANGES.
002280*  10/15/26   JPM   HANDLER RULES.  THE UNIT DATE NOW GOES TO THE
002290*                   HANDLERS IN CTL-UNIT-DATE SO EACH APPLIES
002300*                   THE RULEMSTR RULE IN FORCE ON THAT DATE (A
002310*                   CATCH-UP RUN USES EACH OLD DATE'S RULE),
002320*                   AND THE RULE IT APPLIED IS WRITTEN ON THE
002330*                   AUDIT ROW, THE RESULTS MASTER POST, AND
002340*                   THE PRIOR IMAGE ON A HISTORY ROW.
002350*                   RESEQUENCED THE SOURCE DECK.
002360*  10/15/26   JPM   MULTI-CURRENCY.  TRAN-CURRENCY IS CONVERTED
002370*                   TO BASE THROUGH RATESEL AT THE RATE IN FORCE
002380*                   ON THE UNIT DATE; A CURRENCY WITH NO RATE IS
002390*                   REJECTED.  THE ORIGINAL AMOUNT, ITS CURRENCY
002400*                   AND THE BASE AMOUNT GO ON THE AUDIT ROW, THE
002410*                   RESULTS MASTER POST, THE HISTORY ROW, THE
002420*                   EXTRACT DETAIL AND TRAILER, AND THE SUSPENSE
002430*                   ROW.  A REVERSAL MUST BE IN THE CURRENCY OF
002440*                   THE POSTING AND TAKES ITS BASE AMOUNT AS
002450*                   POSTED, SO THE PAIR NETS TO ZERO IN BASE.
002460*                   THE HOLDPARM LIMIT IS NOW TESTED AGAINST THE
002470*                   BASE AMOUNT.  THE RUN SUMMARY GAINS A BASE
002480*                   AMOUNT COMPLETED LINE AND ONE LINE PER
002490*                   CURRENCY.  RESEQUENCED THE SOURCE DECK.
002500*  10/15/26   JPM   PERIOD LOCK.  EVERY UNIT'S DATE IS CHECKED
002510*                   THROUGH PERDSEL AGAINST THE PERIOD-CONTROL
002520*                   MASTER.  A UNIT DATED INTO A CLOSED PERIOD IS
002530*                   NOT DRIVEN; IT GOES TO THE PERDEXC EXCEPTION
002540*                   FILE WITH THE REASON, IS AUDITED PERDLOCK AND
002550*                   COUNTED SKIPPED, AND A LOCKED LINE GOES TO THE
002560*                   RUN SUMMARY (RC=4).  RESEQUENCED THE SOURCE
002570*                   DECK.
002580*  10/15/26   JPM   THE CURRENCY TABLE SEARCH NOW STOPS ON A FOUND
002590*                   SWITCH SO IT NEVER TESTS A SLOT PAST THE LAST
002600*                   ONE IN USE, AND REALIGNED THE PERDEXC SELECT.
002610*  10/15/26   JPM   A UNIT HELD, PERIOD LOCKED, OR PARKED, AND A
002620*                   POSTED REVERSAL, IS NOW CHECKPOINTED AS SOON
002630*                   AS IT IS DONE (NEW 2310) INSTEAD OF WAITING
002640*                   FOR THE INTERVAL, SO A RERUN AFTER AN ABEND
002650*                   NEITHER APPENDS A SECOND HELDFILE, PERDEXC, OR
002660*                   SUSPFILE ROW FOR IT NOR FINDS A REVERSAL'S OWN
002670*                   FLAG ON THE MASTER AND REFUSES IT AS A REPEAT.
002680*                   RESEQUENCED THE SOURCE DECK.
002683*  10/15/26   JPM   THE CURRENCY TOTAL LINE IS PADDED TO THE FULL
002686*                   80 BYTES OF THE REPORT RECORD.
002690*****************************************************************
002700 IDENTIFICATION DIVISION.
002710 PROGRAM-ID. MAIN.
002720 AUTHOR. J P MEYER.
002730 INSTALLATION. BATCH SYSTEMS GROUP.
002740 DATE-WRITTEN. 01/15/19.
002750 DATE-COMPILED.
002760 ENVIRONMENT DIVISION.
002770 INPUT-OUTPUT SECTION.
002780 FILE-CONTROL.
002790     SELECT PARMFILE ASSIGN TO PARMFILE
002800         ORGANIZATION IS SEQUENTIAL
002810         FILE STATUS IS WS-PARMFILE-STATUS.
002820     SELECT TRANFILE ASSIGN TO TRANFILE
002830         ORGANIZATION IS SEQUENTIAL
002840         FILE STATUS IS WS-TRANFILE-STATUS.
002850     SELECT AUDITLOG ASSIGN TO AUDITLOG
002860         ORGANIZATION IS SEQUENTIAL
002870         FILE STATUS IS WS-AUDITLOG-STATUS.
002880     SELECT RESTARTFILE ASSIGN TO RSTRFILE
002890         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-RESTARTFILE-STATUS.
002910     SELECT REPTFILE ASSIGN TO REPTFILE
002920         ORGANIZATION IS SEQUENTIAL
002930         FILE STATUS IS WS-REPTFILE-STATUS.
002940     SELECT ERRFILE ASSIGN TO ERRFILE
002950         ORGANIZATION IS SEQUENTIAL
002960         FILE STATUS IS WS-ERRFILE-STATUS.
002970     SELECT OPSRPT ASSIGN TO OPSRPT
002980         ORGANIZATION IS SEQUENTIAL
002990         FILE STATUS IS WS-OPSRPT-STATUS.
003000     SELECT EXTRFILE ASSIGN TO EXTRFILE
003010         ORGANIZATION IS SEQUENTIAL
003020         FILE STATUS IS WS-EXTRFILE-STATUS.
003030     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
003040         ORGANIZATION IS INDEXED
003050         ACCESS MODE IS RANDOM
003060         RECORD KEY IS RSLT-KEY
003070         FILE STATUS IS WS-RSLTMSTR-STATUS.
003080     SELECT RSLTHIST ASSIGN TO RSLTHIST
003090         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-RSLTHIST-STATUS.
003110     SELECT SUSPFILE ASSIGN TO SUSPFILE
003120         ORGANIZATION IS SEQUENTIAL
003130         FILE STATUS IS WS-SUSPFILE-STATUS.
003140     SELECT RUNCTL ASSIGN TO RUNCTL
003150         ORGANIZATION IS SEQUENTIAL
003160         FILE STATUS IS WS-RUNCTL-STATUS.
003170     SELECT REVRPT ASSIGN TO REVRPT
003180         ORGANIZATION IS SEQUENTIAL
003190         FILE STATUS IS WS-REVRPT-STATUS.
003200     SELECT HOLDPARM ASSIGN TO HOLDPARM
003210         ORGANIZATION IS SEQUENTIAL
003220         FILE STATUS IS WS-HOLDPARM-STATUS.
003230     SELECT HELDFILE ASSIGN TO HELDFILE
003240         ORGANIZATION IS SEQUENTIAL
003250         FILE STATUS IS WS-HELDFILE-STATUS.
003260     SELECT PERDEXC ASSIGN TO PERDEXC
003270         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS WS-PERDEXC-STATUS.
003290 DATA DIVISION.
003300 FILE SECTION.
003310 FD  PARMFILE
003320     RECORD CONTAINS 80 CHARACTERS
003330     RECORDING MODE IS F.
003340 01  PARMFILE-RECORD.
003350     05  PARM-ZAHL                  PIC 999.
003360     05  PARM-TRACE-SWITCH          PIC X(01).
003370     05  PARM-CATCHUP-SWITCH        PIC X(01).
003380     05  PARM-NOFALL-SWITCH         PIC X(01).
003390     05  PARM-STREAM-NUMBER         PIC X(01).
003400     05  PARM-PARK-SWITCH           PIC X(01).
003410     05  PARM-OVERRIDE-SWITCH       PIC X(01).
003420     05  FILLER                     PIC X(71).
003430 FD  TRANFILE
003440     RECORD CONTAINS 80 CHARACTERS
003450     RECORDING MODE IS F.
003460 COPY TRANREC.
003470 FD  AUDITLOG
003480     RECORD CONTAINS 80 CHARACTERS
003490     RECORDING MODE IS F.
003500 COPY AUDITREC.
003510 FD  RESTARTFILE
003520     RECORD CONTAINS 80 CHARACTERS
003530     RECORDING MODE IS F.
003540 01  RESTARTFILE-RECORD.
003550     05  CKPT-LAST-KEY               PIC 999.
003560     05  CKPT-RUN-DATE               PIC 9(08).
003570     05  FILLER                     PIC X(69).
003580 FD  REPTFILE
003590     RECORD CONTAINS 80 CHARACTERS
003600     RECORDING MODE IS F.
003610 01  REPTFILE-RECORD                PIC X(80).
003620 FD  ERRFILE
003630     RECORD CONTAINS 80 CHARACTERS
003640     RECORDING MODE IS F.
003650 01  ERRFILE-RECORD.
003660     05  ERR-RUN-DATE               PIC 9(08).
003670     05  ERR-TRAN-KEY               PIC 999.
003680     05  ERR-TRAN-DESC              PIC X(25).
003690     05  ERR-ZAHL-IN                PIC 999.
003700     05  ERR-ZAHL2-OUT              PIC 999.
003710     05  ERR-STATUS                 PIC 99.
003720     05  ERR-RECORD-POSITION        PIC 9(05).
003730     05  FILLER                     PIC X(31).
003740 FD  OPSRPT
003750     RECORD CONTAINS 80 CHARACTERS
003760     RECORDING MODE IS F.
003770 01  OPSRPT-RECORD                  PIC X(80).
003780 FD  EXTRFILE
003790     RECORD CONTAINS 80 CHARACTERS
003800     RECORDING MODE IS F.
003810 01  EXTRFILE-RECORD                PIC X(80).
003820 FD  RSLTMSTR
003830     RECORD CONTAINS 80 CHARACTERS.
003840 COPY RSLTREC.
003850 FD  RSLTHIST
003860     RECORD CONTAINS 120 CHARACTERS
003870     RECORDING MODE IS F.
003880 COPY RSLTHREC.
003890 FD  SUSPFILE
003900     RECORD CONTAINS 80 CHARACTERS
003910     RECORDING MODE IS F.
003920 COPY SUSPREC.
003930 FD  RUNCTL
003940     RECORD CONTAINS 80 CHARACTERS
003950     RECORDING MODE IS F.
003960 01  RUNCTL-RECORD.
003970     05  RCTL-LAST-RUN-DATE         PIC 9(08).
003980     05  RCTL-LAST-STATUS           PIC X(08).
003990     05  FILLER                     PIC X(64).
004000 FD  REVRPT
004010     RECORD CONTAINS 80 CHARACTERS
004020     RECORDING MODE IS F.
004030 01  REVRPT-RECORD                  PIC X(80).
004040 FD  HOLDPARM
004050     RECORD CONTAINS 80 CHARACTERS
004060     RECORDING MODE IS F.
004070 01  HOLDPARM-RECORD.
004080     05  HPARM-VERB                 PIC X(08).
004090     05  FILLER                     PIC X(01).
004100     05  HPARM-LIMIT                PIC 9(07)V99.
004110     05  FILLER                     PIC X(62).
004120 FD  HELDFILE
004130     RECORD CONTAINS 120 CHARACTERS
004140     RECORDING MODE IS F.
004150 COPY HELDREC.
004160 FD  PERDEXC
004170     RECORD CONTAINS 120 CHARACTERS
004180     RECORDING MODE IS F.
004190 COPY PERXREC.
004200 WORKING-STORAGE SECTION.
004210 COPY WSCTLREC.
004220 COPY RUNSREC.
004230 77  WS-STREAM-NUMBER               PIC 9(01) VALUE ZERO.
004240 01  WS-PARMFILE-STATUS             PIC X(02) VALUE "00".
004250 01  WS-TRANFILE-STATUS             PIC X(02) VALUE "00".
004260 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
004270 01  WS-RESTARTFILE-STATUS          PIC X(02) VALUE "00".
004280 01  WS-REPTFILE-STATUS             PIC X(02) VALUE "00".
004290 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
004300 01  WS-RSLTHIST-STATUS             PIC X(02) VALUE "00".
004310 01  WS-SUSPFILE-STATUS             PIC X(02) VALUE "00".
004320 01  WS-RUNCTL-STATUS               PIC X(02) VALUE "00".
004330 01  WS-REVRPT-STATUS               PIC X(02) VALUE "00".
004340 01  WS-HOLDPARM-STATUS             PIC X(02) VALUE "00".
004350 01  WS-HELDFILE-STATUS             PIC X(02) VALUE "00".
004360 01  WS-PERDEXC-STATUS              PIC X(02) VALUE "00".
004370 COPY BUSDREC.
004380 COPY RATSREC.
004390 COPY PERSREC.
004400 01  WS-EXTRFILE-STATUS             PIC X(02) VALUE "00".
004410 01  WS-ERRFILE-STATUS              PIC X(02) VALUE "00".
004420 01  WS-OPSRPT-STATUS               PIC X(02) VALUE "00".
004430 01  SUBMODULE-STATUS               PIC 99 VALUE ZERO.
004440     88  SUBMODULE-OK                VALUE 00.
004450     88  SUBMODULE-WARNING           VALUE 04.
004460     88  SUBMODULE-SEVERE            VALUE 08.
004470 77  WS-ZAHL-SEED                   PIC 999 VALUE 3.
004480 77  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE "N".
004490     88  TRAN-EOF                    VALUE "Y".
004500 77  WS-ZAHL-VALID-SWITCH           PIC X(01) VALUE "Y".
004510     88  ZAHL-IS-VALID                VALUE "Y".
004520     88  ZAHL-IS-INVALID               VALUE "N".
004530 77  WS-RESTART-SCAN-EOF-SWITCH     PIC X(01) VALUE "N".
004540     88  RESTART-SCAN-EOF             VALUE "Y".
004550 77  WS-TRACE-SWITCH                PIC X(01) VALUE "N".
004560     88  TRACE-IS-ON                  VALUE "Y".
004570     88  TRACE-IS-OFF                 VALUE "N".
004580 77  WS-CATCHUP-SWITCH              PIC X(01) VALUE "N".
004590     88  CATCHUP-MODE                 VALUE "Y".
004600 77  WS-NOFALLBACK-SWITCH           PIC X(01) VALUE "N".
004610     88  FALLBACK-SUPPRESSED          VALUE "Y".
004620 77  WS-PARK-SWITCH                 PIC X(01) VALUE "N".
004630     88  PARK-MODE                    VALUE "Y".
004640 77  WS-PARKED-COUNT                PIC 9(05) VALUE ZERO.
004650 77  WS-OVERRIDE-SWITCH             PIC X(01) VALUE "N".
004660     88  OPERATOR-OVERRIDE            VALUE "Y".
004670 77  WS-RUNCTL-AVAIL-SWITCH         PIC X(01) VALUE "N".
004680     88  RUN-CONTROL-ACTIVE           VALUE "Y".
004690 77  WS-RUN-REFUSED-SWITCH          PIC X(01) VALUE "N".
004700     88  RUN-REFUSED                  VALUE "Y".
004710 77  WS-LAST-RUN-DATE               PIC 9(08) VALUE ZERO.
004720 77  WS-LAST-RUN-STATUS             PIC X(08) VALUE SPACES.
004730 77  WS-SKIPPED-BUSDAYS             PIC 9(03) VALUE ZERO.
004740 77  WS-SCAN-LIMIT                  PIC 9(03) COMP VALUE ZERO.
004750 77  WS-RCTL-STAMP                  PIC X(08) VALUE SPACES.
004760 77  WS-LEAP-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
004770 77  WS-LEAP-REMAINDER              PIC 9(04) COMP VALUE ZERO.
004780 77  WS-MONTH-END-DAY               PIC 9(02) VALUE ZERO.
004790 01  WS-SCAN-DATE                   PIC 9(08) VALUE ZERO.
004800 01  FILLER REDEFINES WS-SCAN-DATE.
004810     05  WS-SCAN-YYYY               PIC 9(04).
004820     05  WS-SCAN-MM                 PIC 9(02).
004830     05  WS-SCAN-DD                 PIC 9(02).
004840 77  WS-RECORD-COUNT                PIC 9(05) VALUE ZERO.
004850 77  WS-SKIP-COUNT                  PIC 9(05) VALUE ZERO.
004860 77  WS-FAILURE-COUNT               PIC 9(05) VALUE ZERO.
004870 77  WS-AUDIT-STATUS-TEXT           PIC X(08) VALUE SPACES.
004880 77  WS-LAST-CHECKPOINT-KEY         PIC 999 VALUE ZERO.
004890 77  WS-CHECKPOINT-COUNTER          PIC 9(05) COMP VALUE ZERO.
004900 77  WS-CHECKPOINT-INTERVAL         PIC 9(05) COMP VALUE 5.
004910 77  WS-DATE-VALID-SWITCH           PIC X(01) VALUE "Y".
004920     88  TRAN-DATE-IS-VALID           VALUE "Y".
004930     88  TRAN-DATE-IS-INVALID         VALUE "N".
004940 77  WS-UNIT-DESCRIPTION            PIC X(25) VALUE SPACES.
004950 77  WS-HIST-TIME                   PIC 9(08) VALUE ZERO.
004960 77  WS-HIST-SOURCE                 PIC X(08) VALUE SPACES.
004970 77  WS-HIST-ACTION                 PIC X(08) VALUE SPACES.
004980 01  WS-SAVED-RSLT-RECORD           PIC X(80).
004990 77  WS-TYPE-VALID-SWITCH           PIC X(01) VALUE "Y".
005000     88  TRAN-TYPE-IS-VALID           VALUE "Y".
005010     88  TRAN-TYPE-IS-INVALID         VALUE "N".
005020 77  WS-TYPE-SUB                    PIC 9 COMP VALUE ZERO.
005030 01  WS-TYPE-COUNT-TABLE            VALUE ZEROS.
005040     05  WS-TYPE-COUNTS             OCCURS 3 TIMES.
005050         10  WS-TYPE-COMPLETE-COUNT PIC 9(05).
005060         10  WS-TYPE-SKIP-COUNT     PIC 9(05).
005070         10  WS-TYPE-FAIL-COUNT     PIC 9(05).
005080 01  WS-TYPE-NAME-TABLE.
005090     05  FILLER                     PIC X(10) VALUE "STANDARD  ".
005100     05  FILLER                     PIC X(10) VALUE "ADJUSTMENT".
005110     05  FILLER                     PIC X(10) VALUE "REVERSAL  ".
005120 01  WS-TYPE-NAME-ENTRIES REDEFINES WS-TYPE-NAME-TABLE.
005130     05  WS-TYPE-NAME               OCCURS 3 TIMES PIC X(10).
005140 77  WS-TRAN-READ-COUNT             PIC 9(05) VALUE ZERO.
005150 77  WS-UNPROCESSED-COUNT           PIC 9(05) VALUE ZERO.
005160 77  WS-EXTRACT-COUNT               PIC 9(07) VALUE ZERO.
005170 77  WS-EXTRACT-HASH                PIC 9(09) VALUE ZERO.
005180 77  WS-EXTRACT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
005190 77  WS-AMOUNT-COMPLETE-TOTAL       PIC S9(07)V99 VALUE ZERO.
005200 77  WS-BASE-COMPLETE-TOTAL         PIC S9(07)V99 VALUE ZERO.
005210 77  WS-EXTRACT-BASE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
005220 77  WS-UNIT-CURRENCY               PIC X(03) VALUE SPACES.
005230 77  WS-BASE-AMOUNT                 PIC S9(07)V99 VALUE ZERO.
005240 77  WS-CURRENCY-VALID-SWITCH       PIC X(01) VALUE "Y".
005250     88  CURRENCY-IS-VALID            VALUE "Y".
005260     88  CURRENCY-IS-INVALID          VALUE "N".
005270 77  WS-CURR-USED                   PIC 9(03) COMP VALUE ZERO.
005280 77  WS-CURR-SUB                    PIC 9(03) COMP VALUE ZERO.
005290 77  WS-CURR-FOUND-SWITCH           PIC X(01) VALUE "N".
005300     88  CURRENCY-FOUND              VALUE "Y".
005310 01  WS-CURRENCY-TABLE              VALUE ZEROS.
005320     05  WS-CURR-ENTRY              OCCURS 21 TIMES.
005330         10  WS-CURR-CODE           PIC X(03).
005340         10  WS-CURR-COMPLETE-COUNT PIC 9(05).
005350         10  WS-CURR-AMOUNT         PIC S9(09)V99.
005360         10  WS-CURR-BASE-AMOUNT    PIC S9(09)V99.
005370 COPY EXTREC.
005380 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
005390 77  WS-UNIT-DATE                  PIC 9(08) VALUE ZERO.
005400 77  WS-ACTIVE-DATE                PIC 9(08) VALUE ZERO.
005410 77  WS-CKPT-SCAN-DATE             PIC 9(08) VALUE ZERO.
005420 77  WS-DATE-COMPLETE-COUNT        PIC 9(05) VALUE ZERO.
005430 77  WS-DATE-SKIP-COUNT            PIC 9(05) VALUE ZERO.
005440 77  WS-DATE-FAIL-COUNT            PIC 9(05) VALUE ZERO.
005450 77  WS-START-TIME                 PIC 9(08) VALUE ZERO.
005460 77  WS-END-TIME                   PIC 9(08) VALUE ZERO.
005470 77  WS-REV-MATCH-SWITCH           PIC X(01) VALUE "Y".
005480     88  REVERSAL-IS-MATCHED          VALUE "Y".
005490     88  REVERSAL-IS-UNMATCHED        VALUE "N".
005500 77  WS-REV-ORIG-DATE              PIC X(08) VALUE SPACES.
005510 77  WS-REV-ORIG-AMOUNT            PIC S9(07)V99 VALUE ZERO.
005520 77  WS-REV-ORIG-CURRENCY          PIC X(03) VALUE SPACES.
005530 77  WS-REV-ORIG-BASE-AMOUNT       PIC S9(07)V99 VALUE ZERO.
005540 77  WS-REV-NET-AMOUNT             PIC S9(08)V99 VALUE ZERO.
005550 77  WS-REV-POSTED-COUNT           PIC 9(05) VALUE ZERO.
005560 77  WS-REV-ORPHAN-COUNT           PIC 9(05) VALUE ZERO.
005570 77  WS-REV-REPEAT-COUNT           PIC 9(05) VALUE ZERO.
005580 77  WS-REV-AMTERR-COUNT           PIC 9(05) VALUE ZERO.
005590 77  WS-REV-OTHER-COUNT            PIC 9(05) VALUE ZERO.
005600 77  WS-REV-POSTED-AMOUNT          PIC S9(09)V99 VALUE ZERO.
005610 77  WS-HOLD-AVAIL-SWITCH          PIC X(01) VALUE "N".
005620     88  AMOUNT-HOLD-ACTIVE           VALUE "Y".
005630 77  WS-UNIT-HELD-SWITCH           PIC X(01) VALUE "N".
005640     88  UNIT-IS-HELD                 VALUE "Y".
005650 77  WS-HOLD-LIMIT                 PIC 9(07)V99 VALUE ZERO.
005660 77  WS-HOLD-TEST-AMOUNT           PIC 9(07)V99 VALUE ZERO.
005670 77  WS-HELD-COUNT                 PIC 9(05) VALUE ZERO.
005680 77  WS-HELD-AMOUNT                PIC S9(07)V99 VALUE ZERO.
005690 77  WS-UNIT-LOCKED-SWITCH         PIC X(01) VALUE "N".
005700     88  UNIT-IS-LOCKED               VALUE "Y".
005710 77  WS-LOCKED-COUNT               PIC 9(05) VALUE ZERO.
005720 77  WS-LOCKED-AMOUNT              PIC S9(07)V99 VALUE ZERO.
005730 01  RPT-HEADER-LINE.
005740     05  FILLER                     PIC X(20)
005750         VALUE "DAILY RUN SUMMARY - ".
005760     05  RPT-HDR-DATE               PIC 9(08).
005770     05  FILLER                     PIC X(14)
005780         VALUE "  START TIME: ".
005790     05  RPT-HDR-START-TIME         PIC 9(06).
005800     05  FILLER                     PIC X(32) VALUE SPACES.
005810 01  RPT-DETAIL-LINE.
005820     05  RPT-DET-LABEL              PIC X(24).
005830     05  RPT-DET-COUNT              PIC ZZZZ9.
005840     05  FILLER                     PIC X(51) VALUE SPACES.
005850 01  RPT-TIME-LINE.
005860     05  RPT-TIME-LABEL             PIC X(24).
005870     05  RPT-TIME-VALUE             PIC 9(06).
005880     05  FILLER                     PIC X(50) VALUE SPACES.
005890 01  RPT-AMOUNT-LINE.
005900     05  RPT-AMT-LABEL              PIC X(24).
005910     05  RPT-AMT-VALUE              PIC +9(07).99.
005920     05  FILLER                     PIC X(45) VALUE SPACES.
005930 01  RPT-PARK-LINE.
005940     05  FILLER                     PIC X(14)
005950         VALUE "SUSPENSE: KEY ".
005960     05  RPT-PARK-KEY               PIC 999.
005970     05  FILLER                     PIC X(01) VALUE SPACE.
005980     05  RPT-PARK-DESC              PIC X(25).
005990     05  FILLER                     PIC X(09)
006000         VALUE " STATUS  ".
006010     05  RPT-PARK-STATUS            PIC 9(02).
006020     05  FILLER                     PIC X(26) VALUE SPACES.
006030 01  RPT-HELD-LINE.
006040     05  FILLER                     PIC X(14)
006050         VALUE "HELD:     KEY ".
006060     05  RPT-HELD-KEY               PIC 999.
006070     05  FILLER                     PIC X(01) VALUE SPACE.
006080     05  RPT-HELD-DESC              PIC X(25).
006090     05  FILLER                     PIC X(09)
006100         VALUE " AMOUNT  ".
006110     05  RPT-HELD-AMOUNT            PIC +9(07).99.
006120     05  FILLER                     PIC X(17) VALUE SPACES.
006130 01  RPT-LOCKED-LINE.
006140     05  FILLER                     PIC X(14)
006150         VALUE "LOCKED:   KEY ".
006160     05  RPT-LOCKED-KEY             PIC 999.
006170     05  FILLER                     PIC X(01) VALUE SPACE.
006180     05  RPT-LOCKED-DESC            PIC X(25).
006190     05  FILLER                     PIC X(09)
006200         VALUE " AMOUNT  ".
006210     05  RPT-LOCKED-AMOUNT          PIC +9(07).99.
006220     05  FILLER                     PIC X(17) VALUE SPACES.
006230 01  RPT-TYPE-LINE.
006240     05  FILLER                     PIC X(05) VALUE "TYPE ".
006250     05  RPT-TYPE-NAME              PIC X(10).
006260     05  FILLER                     PIC X(07) VALUE " COMP: ".
006270     05  RPT-TYPE-COMP              PIC ZZZZ9.
006280     05  FILLER                     PIC X(07) VALUE " SKIP: ".
006290     05  RPT-TYPE-SKIP              PIC ZZZZ9.
006300     05  FILLER                     PIC X(07) VALUE " FAIL: ".
006310     05  RPT-TYPE-FAIL              PIC ZZZZ9.
006320     05  FILLER                     PIC X(29) VALUE SPACES.
006330 01  RPT-CURRENCY-LINE.
006340     05  FILLER                     PIC X(09) VALUE "CURRENCY ".
006350     05  RPT-CURR-CODE              PIC X(03).
006360     05  FILLER                     PIC X(07) VALUE " COMP: ".
006370     05  RPT-CURR-COMP              PIC ZZZZ9.
006380     05  FILLER                     PIC X(09) VALUE " AMOUNT: ".
006390     05  RPT-CURR-AMOUNT            PIC +9(09).99.
006400     05  FILLER                     PIC X(07) VALUE " BASE: ".
006410     05  RPT-CURR-BASE              PIC +9(09).99.
006420     05  FILLER                     PIC X(14) VALUE SPACES.
006430 01  OPS-HEADER-LINE.
006440     05  FILLER                     PIC X(25)
006450         VALUE "OPERATOR ACTION REPORT - ".
006460     05  OPS-HDR-DATE               PIC 9(08).
006470     05  FILLER                     PIC X(47) VALUE SPACES.
006480 01  RPT-DATE-LINE.
006490     05  FILLER                     PIC X(05) VALUE "DATE ".
006500     05  RPT-DATE-VALUE             PIC 9(08).
006510     05  FILLER                     PIC X(07) VALUE " COMP: ".
006520     05  RPT-DATE-COMP              PIC ZZZZ9.
006530     05  FILLER                     PIC X(07) VALUE " SKIP: ".
006540     05  RPT-DATE-SKIP              PIC ZZZZ9.
006550     05  FILLER                     PIC X(07) VALUE " FAIL: ".
006560     05  RPT-DATE-FAIL              PIC ZZZZ9.
006570     05  FILLER                     PIC X(31) VALUE SPACES.
006580 01  OPS-LABEL-LINE.
006590     05  OPS-LBL-TEXT               PIC X(24).
006600     05  OPS-LBL-VALUE              PIC X(25).
006610     05  FILLER                     PIC X(31) VALUE SPACES.
006620 01  OPS-UNPROC-LINE.
006630     05  FILLER                     PIC X(06) VALUE "  KEY ".
006640     05  OPS-UNP-KEY                PIC 999.
006650     05  FILLER                     PIC X(02) VALUE SPACES.
006660     05  OPS-UNP-DESC               PIC X(25).
006670     05  FILLER                     PIC X(44) VALUE SPACES.
006680 01  OPS-COUNT-LINE.
006690     05  FILLER                     PIC X(24)
006700         VALUE "UNPROCESSED COUNT:      ".
006710     05  OPS-CNT-VALUE              PIC ZZZZ9.
006720     05  FILLER                     PIC X(51) VALUE SPACES.
006730 01  RVM-HEADER-LINE.
006740     05  FILLER                     PIC X(27)
006750         VALUE "REVERSAL MATCHING REPORT - ".
006760     05  RVM-HDR-DATE               PIC 9(08).
006770     05  FILLER                     PIC X(45) VALUE SPACES.
006780 01  RVM-CAPTION-LINE.
006790     05  FILLER                     PIC X(28)
006800         VALUE "KEY     REV DATE  REV AMOUNT".
006810     05  FILLER                     PIC X(28)
006820         VALUE " ORIGDATE ORIG AMOUNT RESULT".
006830     05  FILLER                     PIC X(24) VALUE SPACES.
006840 01  RVM-DETAIL-LINE.
006850     05  RVM-DET-KEY                PIC 999.
006860     05  FILLER                     PIC X(05) VALUE SPACES.
006870     05  RVM-DET-REV-DATE           PIC 9(08).
006880     05  FILLER                     PIC X(01) VALUE SPACE.
006890     05  RVM-DET-REV-AMOUNT         PIC +9(07).99.
006900     05  FILLER                     PIC X(01) VALUE SPACE.
006910     05  RVM-DET-ORIG-DATE          PIC X(08).
006920     05  FILLER                     PIC X(01) VALUE SPACE.
006930     05  RVM-DET-ORIG-AMOUNT        PIC +9(07).99.
006940     05  FILLER                     PIC X(01) VALUE SPACE.
006950     05  RVM-DET-RESULT             PIC X(20).
006960     05  FILLER                     PIC X(10) VALUE SPACES.
006970 01  RVM-COUNT-LINE.
006980     05  RVM-CNT-LABEL              PIC X(30).
006990     05  RVM-CNT-VALUE              PIC ZZZZ9.
007000     05  FILLER                     PIC X(45) VALUE SPACES.
007010 01  RVM-AMOUNT-LINE.
007020     05  RVM-AMT-LABEL              PIC X(30).
007030     05  RVM-AMT-VALUE              PIC +9(09).99.
007040     05  FILLER                     PIC X(37) VALUE SPACES.
007050 01  RPT-TRAILER-LINE.
007060     05  FILLER                     PIC X(15)
007070         VALUE "END OF REPORT".
007080     05  FILLER                     PIC X(65) VALUE SPACES.
007090 PROCEDURE DIVISION.
007100*----------------------------------------------------------------
007110*    0000-MAINLINE
007120*----------------------------------------------------------------
007130 0000-MAINLINE.
007140     DISPLAY "Willkommen im Hauptprogramm!"
007150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007160     ACCEPT WS-START-TIME FROM TIME
007170     MOVE WS-RUN-DATE TO WS-UNIT-DATE
007180     PERFORM 1100-READ-PARMFILE THRU 1100-EXIT
007190     PERFORM 1150-READ-HOLD-LIMIT THRU 1150-EXIT
007200     PERFORM 1250-POST-START-STATUS THRU 1250-EXIT
007210     PERFORM 1270-CHECK-RUN-CONTROL THRU 1270-EXIT
007220     IF RUN-REFUSED
007230         MOVE 8 TO RETURN-CODE
007240         PERFORM 8500-POST-END-STATUS THRU 8500-EXIT
007250         GOBACK
007260     END-IF
007270     IF NOT CATCHUP-MODE
007280         MOVE WS-RUN-DATE TO WS-CKPT-SCAN-DATE
007290         PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT
007300     END-IF
007310     OPEN INPUT TRANFILE
007320     OPEN EXTEND AUDITLOG
007330     IF WS-AUDITLOG-STATUS = "35"
007340         OPEN OUTPUT AUDITLOG
007350     END-IF
007360     PERFORM 1200-WRITE-RUN-MARKER THRU 1200-EXIT
007370     OPEN EXTEND RESTARTFILE
007380     IF WS-RESTARTFILE-STATUS = "35"
007390         OPEN OUTPUT RESTARTFILE
007400     END-IF
007410     OPEN OUTPUT EXTRFILE
007420     PERFORM 1500-WRITE-EXTRACT-HEADER THRU 1500-EXIT
007430     OPEN I-O RSLTMSTR
007440     IF WS-RSLTMSTR-STATUS = "35"
007450         OPEN OUTPUT RSLTMSTR
007460         CLOSE RSLTMSTR
007470         OPEN I-O RSLTMSTR
007480     END-IF
007490     OPEN EXTEND RSLTHIST
007500     IF WS-RSLTHIST-STATUS = "35"
007510         OPEN OUTPUT RSLTHIST
007520     END-IF
007530     IF PARK-MODE
007540         OPEN EXTEND SUSPFILE
007550         IF WS-SUSPFILE-STATUS = "35"
007560             OPEN OUTPUT SUSPFILE
007570         END-IF
007580     END-IF
007590     IF AMOUNT-HOLD-ACTIVE
007600         OPEN EXTEND HELDFILE
007610         IF WS-HELDFILE-STATUS = "35"
007620             OPEN OUTPUT HELDFILE
007630         END-IF
007640     END-IF
007650     OPEN EXTEND PERDEXC
007660     IF WS-PERDEXC-STATUS = "35"
007670         OPEN OUTPUT PERDEXC
007680     END-IF
007690     PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT
007700     PERFORM 1450-WRITE-REVERSAL-HEADER THRU 1450-EXIT
007710     PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT
007720     IF TRAN-EOF AND WS-RECORD-COUNT = ZERO
007730         IF FALLBACK-SUPPRESSED
007740             DISPLAY "NO TRANSACTIONS AND FALLBACK SUPPRESSED"
007750                 " - NOTHING PROCESSED"
007760         ELSE
007770             PERFORM 3000-FALLBACK-SINGLE-UNIT THRU 3000-EXIT
007780         END-IF
007790     ELSE
007800         PERFORM 2100-PROCESS-ONE-TRANSACTION THRU 2100-EXIT
007810             UNTIL TRAN-EOF
007820     END-IF
007830     PERFORM 8000-FINALIZE THRU 8000-EXIT
007840     GOBACK.
007850*----------------------------------------------------------------
007860*    1100-READ-PARMFILE - PICK UP THE DAY'S SEED VALUE AND TRACE
007870*    SWITCH; DEFAULT TO SEED 3 AND TRACE OFF WHEN THE DAILY
007880*    PARAMETER FILE IS NOT AVAILABLE
007890*----------------------------------------------------------------
007900 1100-READ-PARMFILE.
007910     MOVE 3 TO WS-ZAHL-SEED
007920     SET TRACE-IS-OFF TO TRUE
007930     MOVE "N" TO WS-CATCHUP-SWITCH
007940     MOVE "N" TO WS-NOFALLBACK-SWITCH
007950     MOVE "N" TO WS-PARK-SWITCH
007960     OPEN INPUT PARMFILE
007970     IF WS-PARMFILE-STATUS = "00"
007980         READ PARMFILE
007990             AT END
008000                 CONTINUE
008010             NOT AT END
008020                 MOVE PARM-ZAHL TO WS-ZAHL-SEED
008030                 MOVE PARM-TRACE-SWITCH TO WS-TRACE-SWITCH
008040                 MOVE PARM-CATCHUP-SWITCH TO WS-CATCHUP-SWITCH
008050                 MOVE PARM-NOFALL-SWITCH
008060                     TO WS-NOFALLBACK-SWITCH
008070                 IF PARM-STREAM-NUMBER NUMERIC
008080                     MOVE PARM-STREAM-NUMBER
008090                         TO WS-STREAM-NUMBER
008100                 END-IF
008110                 MOVE PARM-PARK-SWITCH TO WS-PARK-SWITCH
008120                 MOVE PARM-OVERRIDE-SWITCH
008130                     TO WS-OVERRIDE-SWITCH
008140         END-READ
008150         CLOSE PARMFILE
008160     ELSE
008170         DISPLAY "PARMFILE NOT AVAILABLE - DEFAULT SEED = 3"
008180     END-IF
008190     IF TRACE-IS-ON
008200         DISPLAY "DIAGNOSTIC TRACE IS ON FOR THIS RUN"
008210     END-IF
008220     IF CATCHUP-MODE
008230         DISPLAY "BACKLOG CATCH-UP MODE IS ON FOR THIS RUN"
008240     END-IF
008250     IF PARK-MODE
008260         DISPLAY "PARK-AND-CONTINUE MODE IS ON FOR THIS RUN"
008270     END-IF.
008280 1100-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------
008310*    1150-READ-HOLD-LIMIT - THE LARGE-AMOUNT HOLD IS ACTIVE ONLY
008320*    WHEN THE HOLDPARM DATASET IS ALLOCATED AND CARRIES A LIMIT
008330*    CARD (COLS 01-08 "LIMIT", COLS 10-18 THE LIMIT WITH TWO
008340*    IMPLIED DECIMALS).  THE LIMIT IS OPERATIONS' TO CHANGE;
008350*    JOBS WITHOUT THE DD NEVER HOLD ANYTHING
008360*----------------------------------------------------------------
008370 1150-READ-HOLD-LIMIT.
008380     MOVE "N" TO WS-HOLD-AVAIL-SWITCH
008390     MOVE "00" TO WS-HOLDPARM-STATUS
008400     OPEN INPUT HOLDPARM
008410     IF WS-HOLDPARM-STATUS NOT = "00"
008420         GO TO 1150-EXIT
008430     END-IF
008440     READ HOLDPARM
008450         AT END
008460             MOVE SPACES TO HOLDPARM-RECORD
008470     END-READ
008480     CLOSE HOLDPARM
008490     IF HPARM-VERB = "LIMIT   " AND HPARM-LIMIT NUMERIC
008500         MOVE HPARM-LIMIT TO WS-HOLD-LIMIT
008510         MOVE "Y" TO WS-HOLD-AVAIL-SWITCH
008520         DISPLAY "LARGE-AMOUNT HOLD IS ON - LIMIT " WS-HOLD-LIMIT
008530     ELSE
008540         DISPLAY "HOLDPARM CARD NOT RECOGNIZED - NO AMOUNT HOLD"
008550     END-IF.
008560 1150-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590*    1200-WRITE-RUN-MARKER - ONE RUNSTART ROW AT THE TOP OF
008600*    EVERY RUN'S AUDIT ROWS.  AFTER AN ABEND AND A SAME-DAY
008610*    RERUN THE LOG HOLDS BOTH ATTEMPTS' ROWS; THE MARKER LETS
008620*    THE RECONCILIATION STEP SCOPE ITS COUNTS TO THE FINAL
008630*    ATTEMPT INSTEAD OF FAILING EVERY RECOVERY DAY.  MARKER
008640*    ROWS ARE NOT UNITS OF WORK AND THE REPORTING PROGRAMS
008650*    LEAVE THEM OUT OF THEIR COUNTS
008660*----------------------------------------------------------------
008670 1200-WRITE-RUN-MARKER.
008680     MOVE SPACES TO AUDITLOG-RECORD
008690     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
008700     MOVE ZEROS TO AUDIT-ZAHL-IN
008710     MOVE ZEROS TO AUDIT-ZAHL2-OUT
008720     MOVE ZERO TO AUDIT-AMOUNT
008730     MOVE ZERO TO AUDIT-BASE-AMOUNT
008740     MOVE "RUNSTART" TO AUDIT-STATUS
008750     WRITE AUDITLOG-RECORD.
008760 1200-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------
008790*    1250-POST-START-STATUS - ONE START ROW TO THE SHARED
008800*    NIGHT-RUN STATUS FILE SO OPERATIONS SEES THE DRIVER IS
008810*    UNDERWAY WITHOUT PAGING THROUGH JES
008820*----------------------------------------------------------------
008830 1250-POST-START-STATUS.
008840     MOVE SPACES TO RUNSTAT-RECORD
008850     MOVE "MAIN    " TO RS-PROGRAM
008860     MOVE WS-STREAM-NUMBER TO RS-STREAM
008870     MOVE "START" TO RS-PHASE
008880     MOVE ZERO TO RS-READ-COUNT
008890     MOVE ZERO TO RS-WRITE-COUNT
008900     MOVE ZERO TO RS-RETURN-CODE
008910     CALL "STATPOST" USING RUNSTAT-RECORD.
008920 1250-EXIT.
008930     EXIT.
008940*----------------------------------------------------------------
008950*    1270-CHECK-RUN-CONTROL - DUPLICATE-RUN AND CALENDAR
008960*    PROTECTION, ACTIVE ONLY WHEN THE RUNCTL DATASET IS
008970*    ALLOCATED TO THE STEP.  A DATE WHOSE RUN ALREADY ENDED
008980*    COMPLETE, OR A NON-BUSINESS DAY, REFUSES TO START UNLESS
008990*    THE OPERATOR OVERRIDE (PARMFILE COLUMN 9) IS SET; A GAP
009000*    OF SKIPPED BUSINESS DAYS SINCE THE LAST COMPLETED RUN IS
009010*    WARNED ABOUT BUT DOES NOT STOP THE NIGHT
009020*----------------------------------------------------------------
009030 1270-CHECK-RUN-CONTROL.
009040     MOVE "N" TO WS-RUNCTL-AVAIL-SWITCH
009050     MOVE "00" TO WS-RUNCTL-STATUS
009060     OPEN INPUT RUNCTL
009070     IF WS-RUNCTL-STATUS NOT = "00"
009080         GO TO 1270-EXIT
009090     END-IF
009100     MOVE "Y" TO WS-RUNCTL-AVAIL-SWITCH
009110     READ RUNCTL
009120         AT END
009130             CONTINUE
009140         NOT AT END
009150             IF RCTL-LAST-RUN-DATE NUMERIC
009160                 MOVE RCTL-LAST-RUN-DATE TO WS-LAST-RUN-DATE
009170                 MOVE RCTL-LAST-STATUS TO WS-LAST-RUN-STATUS
009180             END-IF
009190     END-READ
009200     CLOSE RUNCTL
009210     IF WS-LAST-RUN-DATE = WS-RUN-DATE
009220         AND WS-LAST-RUN-STATUS = "COMPLETE"
009230         AND NOT OPERATOR-OVERRIDE
009240         DISPLAY "RUN REFUSED - " WS-RUN-DATE " ALREADY RAN"
009250             " TO COMPLETION (SET PARMFILE COLUMN 9 = Y TO"
009260             " OVERRIDE)"
009270         SET RUN-REFUSED TO TRUE
009280         GO TO 1270-EXIT
009290     END-IF
009300     MOVE WS-RUN-DATE TO BUSD-DATE
009310     CALL "BUSDAY" USING BUSDAY-PARM
009320     IF NOT BUSD-IS-BUSINESS
009330         AND NOT OPERATOR-OVERRIDE
009340         DISPLAY "RUN REFUSED - " WS-RUN-DATE " IS NOT A"
009350             " BUSINESS DAY (SET PARMFILE COLUMN 9 = Y TO"
009360             " OVERRIDE)"
009370         SET RUN-REFUSED TO TRUE
009380         GO TO 1270-EXIT
009390     END-IF
009400     IF WS-LAST-RUN-DATE > ZERO
009410         AND WS-LAST-RUN-DATE < WS-RUN-DATE
009420         PERFORM 1280-COUNT-SKIPPED-DAYS THRU 1280-EXIT
009430         IF WS-SKIPPED-BUSDAYS > ZERO
009440             DISPLAY "WARNING - " WS-SKIPPED-BUSDAYS
009450                 " BUSINESS DAY(S) SKIPPED SINCE LAST"
009460                 " COMPLETED RUN ON " WS-LAST-RUN-DATE
009470         END-IF
009480     END-IF.
009490 1270-EXIT.
009500     EXIT.
009510*----------------------------------------------------------------
009520*    1280-COUNT-SKIPPED-DAYS - WALK THE DATES STRICTLY BETWEEN
009530*    THE LAST COMPLETED RUN AND TODAY AND COUNT THE BUSINESS
009540*    DAYS AMONG THEM; THE WALK IS CAPPED AT A YEAR SO A
009550*    CORRUPT RUN-CONTROL DATE CANNOT SPIN THE STEP
009560*----------------------------------------------------------------
009570 1280-COUNT-SKIPPED-DAYS.
009580     MOVE ZERO TO WS-SKIPPED-BUSDAYS
009590     MOVE ZERO TO WS-SCAN-LIMIT
009600     MOVE WS-LAST-RUN-DATE TO WS-SCAN-DATE
009610     PERFORM 1290-NEXT-SCAN-DATE THRU 1290-EXIT
009620     PERFORM 1285-COUNT-ONE-DAY THRU 1285-EXIT
009630         UNTIL WS-SCAN-DATE >= WS-RUN-DATE
009640             OR WS-SCAN-LIMIT > 366.
009650 1280-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680*    1285-COUNT-ONE-DAY
009690*----------------------------------------------------------------
009700 1285-COUNT-ONE-DAY.
009710     MOVE WS-SCAN-DATE TO BUSD-DATE
009720     CALL "BUSDAY" USING BUSDAY-PARM
009730     IF BUSD-IS-BUSINESS
009740         ADD 1 TO WS-SKIPPED-BUSDAYS
009750     END-IF
009760     ADD 1 TO WS-SCAN-LIMIT
009770     PERFORM 1290-NEXT-SCAN-DATE THRU 1290-EXIT.
009780 1285-EXIT.
009790     EXIT.
009800*----------------------------------------------------------------
009810*    1290-NEXT-SCAN-DATE - STEP WS-SCAN-DATE FORWARD ONE
009820*    CALENDAR DAY, MINDING MONTH ENDS AND THE LEAP YEAR
009830*----------------------------------------------------------------
009840 1290-NEXT-SCAN-DATE.
009850     EVALUATE WS-SCAN-MM
009860         WHEN 04
009870         WHEN 06
009880         WHEN 09
009890         WHEN 11
009900             MOVE 30 TO WS-MONTH-END-DAY
009910         WHEN 02
009920             MOVE 28 TO WS-MONTH-END-DAY
009930             DIVIDE WS-SCAN-YYYY BY 4
009940                 GIVING WS-LEAP-QUOTIENT
009950                 REMAINDER WS-LEAP-REMAINDER
009960             IF WS-LEAP-REMAINDER = ZERO
009970                 MOVE 29 TO WS-MONTH-END-DAY
009980             END-IF
009990             DIVIDE WS-SCAN-YYYY BY 100
010000                 GIVING WS-LEAP-QUOTIENT
010010                 REMAINDER WS-LEAP-REMAINDER
010020             IF WS-LEAP-REMAINDER = ZERO
010030                 MOVE 28 TO WS-MONTH-END-DAY
010040             END-IF
010050             DIVIDE WS-SCAN-YYYY BY 400
010060                 GIVING WS-LEAP-QUOTIENT
010070                 REMAINDER WS-LEAP-REMAINDER
010080             IF WS-LEAP-REMAINDER = ZERO
010090                 MOVE 29 TO WS-MONTH-END-DAY
010100             END-IF
010110         WHEN OTHER
010120             MOVE 31 TO WS-MONTH-END-DAY
010130     END-EVALUATE
010140     IF WS-SCAN-DD < WS-MONTH-END-DAY
010150         ADD 1 TO WS-SCAN-DD
010160     ELSE
010170         MOVE 01 TO WS-SCAN-DD
010180         IF WS-SCAN-MM < 12
010190             ADD 1 TO WS-SCAN-MM
010200         ELSE
010210             MOVE 01 TO WS-SCAN-MM
010220             ADD 1 TO WS-SCAN-YYYY
010230         END-IF
010240     END-IF.
010250 1290-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------
010280*    1300-LOAD-CHECKPOINT - SCAN RSTRFILE FOR THE HIGHEST KEY
010290*    CHECKPOINTED ON THE DATE IN WS-CKPT-SCAN-DATE (TODAY FOR A
010300*    DAILY RUN, EACH BACKLOG DATE IN TURN IN CATCH-UP MODE,
010310*    WHERE THE PURGE IS ALSO SKIPPED); ZERO MEANS
010320*    START FROM SCRATCH.  TRAN-KEY/ZAHL ARE ONLY PIC 999, SO
010330*    KEYS ARE REUSED FROM DAY TO DAY - A CHECKPOINT WRITTEN ON
010340*    AN EARLIER RUN DATE MUST NEVER BE COMPARED AGAINST TODAY'S
010350*    TRANSACTIONS OR VALID WORK WOULD BE SKIPPED FOREVER.  ONCE
010360*    TODAY'S HIGH-WATER MARK IS KNOWN, 1350-PURGE-OLD-CHECKPOINTS
010370*    REWRITES RSTRFILE DOWN TO THAT ONE RECORD SO EARLIER DATES'
010380*    CHECKPOINTS - NEVER LOOKED AT AGAIN ONCE THEIR DATE PASSES -
010390*    DO NOT GO ON ACCUMULATING IN THE FILE FOREVER.
010400*----------------------------------------------------------------
010410 1300-LOAD-CHECKPOINT.
010420     MOVE "N" TO WS-RESTART-SCAN-EOF-SWITCH
010430     MOVE "00" TO WS-RESTARTFILE-STATUS
010440     OPEN INPUT RESTARTFILE
010450     IF WS-RESTARTFILE-STATUS = "00"
010460         PERFORM UNTIL RESTART-SCAN-EOF
010470             READ RESTARTFILE
010480                 AT END
010490                     SET RESTART-SCAN-EOF TO TRUE
010500                 NOT AT END
010510                     IF CKPT-RUN-DATE = WS-CKPT-SCAN-DATE
010520                         IF CKPT-LAST-KEY > WS-LAST-CHECKPOINT-KEY
010530                             MOVE CKPT-LAST-KEY
010540                                 TO WS-LAST-CHECKPOINT-KEY
010550                         END-IF
010560                     END-IF
010570             END-READ
010580         END-PERFORM
010590         CLOSE RESTARTFILE
010600         IF NOT CATCHUP-MODE
010610             PERFORM 1350-PURGE-OLD-CHECKPOINTS THRU 1350-EXIT
010620         END-IF
010630     END-IF
010640     IF WS-LAST-CHECKPOINT-KEY > ZERO
010650         DISPLAY "RESTARTING AFTER CHECKPOINT KEY "
010660             WS-LAST-CHECKPOINT-KEY
010670     END-IF.
010680 1300-EXIT.
010690     EXIT.
010700*----------------------------------------------------------------
010710*    1350-PURGE-OLD-CHECKPOINTS - REWRITE RSTRFILE WITH NOTHING
010720*    BUT TODAY'S CONSOLIDATED HIGH-WATER MARK (IF ANY), DROPPING
010730*    EVERY CHECKPOINT FROM AN EARLIER RUN DATE SO THE FILE STAYS
010740*    BOUNDED INSTEAD OF GROWING FOR AS LONG AS THE SYSTEM RUNS
010750*----------------------------------------------------------------
010760 1350-PURGE-OLD-CHECKPOINTS.
010770     OPEN OUTPUT RESTARTFILE
010780     IF WS-LAST-CHECKPOINT-KEY > ZERO
010790         MOVE SPACES TO RESTARTFILE-RECORD
010800         MOVE WS-LAST-CHECKPOINT-KEY TO CKPT-LAST-KEY
010810         MOVE WS-RUN-DATE TO CKPT-RUN-DATE
010820         WRITE RESTARTFILE-RECORD
010830     END-IF
010840     CLOSE RESTARTFILE.
010850 1350-EXIT.
010860     EXIT.
010870*----------------------------------------------------------------
010880*    1400-WRITE-REPORT-HEADER - OPEN REPTFILE AND WRITE ITS
010890*    HEADER LINE
010900*----------------------------------------------------------------
010910 1400-WRITE-REPORT-HEADER.
010920     OPEN OUTPUT REPTFILE
010930     MOVE WS-RUN-DATE TO RPT-HDR-DATE
010940     MOVE WS-START-TIME (1:6) TO RPT-HDR-START-TIME
010950     MOVE RPT-HEADER-LINE TO REPTFILE-RECORD
010960     WRITE REPTFILE-RECORD.
010970 1400-EXIT.
010980     EXIT.
010990*----------------------------------------------------------------
011000*    1450-WRITE-REVERSAL-HEADER - OPEN THE REVERSAL MATCHING
011010*    REPORT AND WRITE ITS HEADER AND COLUMN CAPTION
011020*----------------------------------------------------------------
011030 1450-WRITE-REVERSAL-HEADER.
011040     OPEN OUTPUT REVRPT
011050     MOVE WS-RUN-DATE TO RVM-HDR-DATE
011060     MOVE RVM-HEADER-LINE TO REVRPT-RECORD
011070     WRITE REVRPT-RECORD
011080     MOVE RVM-CAPTION-LINE TO REVRPT-RECORD
011090     WRITE REVRPT-RECORD.
011100 1450-EXIT.
011110     EXIT.
011120*----------------------------------------------------------------
011130*    1500-WRITE-EXTRACT-HEADER - THE HEADER IDENTIFIES THE RUN
011140*    THAT CUT THE EXTRACT SO THE RECEIVING SYSTEM CAN TIE THE
011150*    FILE BACK TO A RUN DATE AND TIME
011160*----------------------------------------------------------------
011170 1500-WRITE-EXTRACT-HEADER.
011180     MOVE WS-RUN-DATE TO EXT-HDR-RUN-DATE
011190     MOVE WS-START-TIME (1:6) TO EXT-HDR-RUN-TIME
011200     MOVE EXT-HEADER-LINE TO EXTRFILE-RECORD
011210     WRITE EXTRFILE-RECORD.
011220 1500-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------
011250*    2050-READ-TRANSACTION
011260*----------------------------------------------------------------
011270 2050-READ-TRANSACTION.
011280     IF WS-TRANFILE-STATUS = "00"
011290         READ TRANFILE
011300             AT END
011310                 SET TRAN-EOF TO TRUE
011320             NOT AT END
011330                 ADD 1 TO WS-TRAN-READ-COUNT
011340         END-READ
011350     ELSE
011360         SET TRAN-EOF TO TRUE
011370     END-IF.
011380 2050-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------
011410*    2100-PROCESS-ONE-TRANSACTION - ONE CALL TO SUBMODULE PER
011420*    TRANSACTION RECORD
011430*----------------------------------------------------------------
011440 2100-PROCESS-ONE-TRANSACTION.
011450     MOVE TRAN-KEY TO ZAHL
011460     MOVE TRAN-DESCRIPTION TO WS-UNIT-DESCRIPTION
011470     IF TRAN-AMOUNT NUMERIC
011480         MOVE TRAN-AMOUNT TO BETRAG
011490     ELSE
011500         MOVE ZERO TO BETRAG
011510     END-IF
011520     MOVE TRAN-CURRENCY TO WS-UNIT-CURRENCY
011530     MOVE ZERO TO WS-BASE-AMOUNT
011540     MOVE ZEROS TO ZAHL2
011550     MOVE SPACES TO CTL-RULE-ID
011560     PERFORM 2140-VALIDATE-TRAN-DATE THRU 2140-EXIT
011570     IF TRAN-DATE-IS-INVALID
011580         GO TO 2100-READ-NEXT
011590     END-IF
011600     PERFORM 2110-SET-UNIT-DATE THRU 2110-EXIT
011610     PERFORM 2150-VALIDATE-ZAHL THRU 2150-EXIT
011620     IF ZAHL-IS-VALID
011630         PERFORM 2160-VALIDATE-TRAN-TYPE THRU 2160-EXIT
011640     END-IF
011650     IF ZAHL-IS-VALID AND TRAN-TYPE-IS-VALID
011660         PERFORM 2165-CONVERT-CURRENCY THRU 2165-EXIT
011670         IF CURRENCY-IS-INVALID
011680             GO TO 2100-READ-NEXT
011690         END-IF
011700     END-IF
011710     IF ZAHL-IS-VALID AND TRAN-TYPE-IS-VALID
011720         IF TRAN-KEY > WS-LAST-CHECKPOINT-KEY
011730             PERFORM 2170-MATCH-REVERSAL THRU 2170-EXIT
011740             IF REVERSAL-IS-UNMATCHED
011750                 GO TO 2100-READ-NEXT
011760             END-IF
011770             PERFORM 2175-CHECK-PERIOD-LOCK THRU 2175-EXIT
011780             IF UNIT-IS-LOCKED
011790                 PERFORM 2310-FORCE-CHECKPOINT THRU 2310-EXIT
011800                 GO TO 2100-READ-NEXT
011810             END-IF
011820             PERFORM 2190-CHECK-AMOUNT-HOLD THRU 2190-EXIT
011830             IF UNIT-IS-HELD
011840                 PERFORM 2310-FORCE-CHECKPOINT THRU 2310-EXIT
011850                 GO TO 2100-READ-NEXT
011860             END-IF
011870             PERFORM 2120-CALL-TYPE-HANDLER THRU 2120-EXIT
011880             PERFORM 2200-EVALUATE-STATUS THRU 2200-EXIT
011890             IF TRAN-TYPE-REVERSAL
011900                 PERFORM 2180-WRITE-REVERSAL-LINE THRU 2180-EXIT
011910             END-IF
011920             IF SUBMODULE-SEVERE
011930                OR (TRAN-TYPE-REVERSAL AND SUBMODULE-OK)
011940                 PERFORM 2310-FORCE-CHECKPOINT THRU 2310-EXIT
011950             ELSE
011960                 PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
011970             END-IF
011980             PERFORM 2250-DISPLAY-TRACE THRU 2250-EXIT
011990         ELSE
012000             DISPLAY "SKIPPING KEY ALREADY PAST CHECKPOINT: "
012010                 TRAN-KEY
012020             MOVE "CKPTSKIP" TO WS-AUDIT-STATUS-TEXT
012030             ADD 1 TO WS-SKIP-COUNT
012040             ADD 1 TO WS-TYPE-SKIP-COUNT (WS-TYPE-SUB)
012050             ADD 1 TO WS-DATE-SKIP-COUNT
012060             PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
012070             PERFORM 2650-EXTRACT-SKIPPED-UNIT THRU 2650-EXIT
012080         END-IF
012090     END-IF.
012100 2100-READ-NEXT.
012110     PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT.
012120 2100-EXIT.
012130     EXIT.
012140*----------------------------------------------------------------
012150*    2110-SET-UNIT-DATE - RESOLVE THE DATE THIS UNIT IS AUDITED
012160*    AND CHECKPOINTED UNDER.  A DAILY RUN USES THE RUN DATE; IN
012170*    CATCH-UP MODE THE RECORD'S OWN TRANSACTION DATE GOVERNS
012180*    (2140 HAS ALREADY REJECTED UNDATED RECORDS THERE), AND A
012190*    CHANGE OF DATE CLOSES THE REPORT SECTION AND RELOADS THAT
012200*    DATE'S CHECKPOINT
012210*----------------------------------------------------------------
012220 2110-SET-UNIT-DATE.
012230     MOVE WS-RUN-DATE TO WS-UNIT-DATE
012240     IF CATCHUP-MODE
012250         MOVE TRAN-DATE TO WS-UNIT-DATE
012260         IF WS-UNIT-DATE NOT = WS-ACTIVE-DATE
012270             PERFORM 2115-BREAK-TO-NEW-DATE THRU 2115-EXIT
012280         END-IF
012290     END-IF.
012300 2110-EXIT.
012310     EXIT.
012320*----------------------------------------------------------------
012330*    2115-BREAK-TO-NEW-DATE - FLUSH THE SECTION FOR THE DATE
012340*    JUST FINISHED AND POSITION THE CHECKPOINT LOGIC ON THE
012350*    NEW DATE'S HIGH-WATER MARK.  RSTRFILE IS HELD OPEN EXTEND
012360*    FOR THE RUN, SO IT IS CLOSED AROUND THE SCAN AND THEN
012370*    REOPENED FOR THE NEW DATE'S CHECKPOINT WRITES
012380*----------------------------------------------------------------
012390 2115-BREAK-TO-NEW-DATE.
012400     IF WS-ACTIVE-DATE > ZERO
012410         PERFORM 8400-WRITE-DATE-SECTION THRU 8400-EXIT
012420     END-IF
012430     MOVE WS-UNIT-DATE TO WS-ACTIVE-DATE
012440     MOVE ZERO TO WS-LAST-CHECKPOINT-KEY
012450     MOVE ZERO TO WS-CHECKPOINT-COUNTER
012460     MOVE WS-UNIT-DATE TO WS-CKPT-SCAN-DATE
012470     CLOSE RESTARTFILE
012480     PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT
012490     OPEN EXTEND RESTARTFILE
012500     IF WS-RESTARTFILE-STATUS = "35"
012510         OPEN OUTPUT RESTARTFILE
012520     END-IF.
012530 2115-EXIT.
012540     EXIT.
012550*----------------------------------------------------------------
012560*    2120-CALL-TYPE-HANDLER - ROUTE THE UNIT OF WORK TO THE
012570*    HANDLER SUBPROGRAM FOR ITS TRANSACTION TYPE; EVERY HANDLER
012580*    USES THE SAME CONTROL RECORD AND STATUS CONVENTION, AND
012590*    APPLIES THE HANDLER RULE IN FORCE ON THE UNIT DATE
012600*----------------------------------------------------------------
012610 2120-CALL-TYPE-HANDLER.
012620     MOVE WS-UNIT-DATE TO CTL-UNIT-DATE
012630     EVALUATE TRUE
012640         WHEN TRAN-TYPE-ADJUSTMENT
012650             CALL "ADJMODUL" USING WS-CONTROL-RECORD,
012660                 SUBMODULE-STATUS
012670         WHEN TRAN-TYPE-REVERSAL
012680             CALL "REVMODUL" USING WS-CONTROL-RECORD,
012690                 SUBMODULE-STATUS
012700         WHEN OTHER
012710             CALL "SUBMODULE" USING WS-CONTROL-RECORD,
012720                 SUBMODULE-STATUS
012730     END-EVALUATE.
012740 2120-EXIT.
012750     EXIT.
012760*----------------------------------------------------------------
012770*    2140-VALIDATE-TRAN-DATE - A CATCH-UP RUN IS DRIVEN BY THE
012780*    TRANSACTION DATE, SO AN UNDATED RECORD (DATE ZERO OR
012790*    UNREADABLE) CANNOT BE PLACED ON A BUSINESS DAY.  IT IS
012800*    REJECTED AND AUDITED UNDER THE RUN DATE INSTEAD OF BEING
012810*    CHECKPOINTED UNDER TODAY AND POISONING TODAY'S HIGH-WATER
012820*    MARK FOR THE REAL TODAY-DATED BLOCK.  A DAILY RUN IGNORES
012830*    THE DATE FIELD AS ALWAYS
012840*----------------------------------------------------------------
012850 2140-VALIDATE-TRAN-DATE.
012860     SET TRAN-DATE-IS-VALID TO TRUE
012870     IF CATCHUP-MODE
012880         IF TRAN-DATE NOT NUMERIC OR TRAN-DATE = ZERO
012890             SET TRAN-DATE-IS-INVALID TO TRUE
012900             MOVE WS-RUN-DATE TO WS-UNIT-DATE
012910             ADD 1 TO WS-SKIP-COUNT
012920             MOVE "REJECTED" TO WS-AUDIT-STATUS-TEXT
012930             DISPLAY "TRAN DATE REJECTED BY MAIN - KEY "
012940                 TRAN-KEY " UNDATED IN CATCH-UP MODE"
012950             PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
012960         END-IF
012970     END-IF.
012980 2140-EXIT.
012990     EXIT.
013000*----------------------------------------------------------------
013010*    2150-VALIDATE-ZAHL - REJECT A BAD ZAHL BEFORE IT EVER
013020*    REACHES SUBMODULE; A REJECTED UNIT IS STILL AUDITED
013030*----------------------------------------------------------------
013040 2150-VALIDATE-ZAHL.
013050     SET ZAHL-IS-VALID TO TRUE
013060     IF ZAHL NOT NUMERIC OR ZAHL < 1 OR ZAHL > 999
013070         SET ZAHL-IS-INVALID TO TRUE
013080         ADD 1 TO WS-SKIP-COUNT
013090         ADD 1 TO WS-DATE-SKIP-COUNT
013100         MOVE "REJECTED" TO WS-AUDIT-STATUS-TEXT
013110         DISPLAY "ZAHL REJECTED BY MAIN - VALUE OUT OF RANGE"
013120         PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
013130     END-IF.
013140 2150-EXIT.
013150     EXIT.
013160*----------------------------------------------------------------
013170*    2160-VALIDATE-TRAN-TYPE - RESOLVE THE TYPE CODE TO ITS
013180*    COUNT-TABLE SUBSCRIPT; A CODE NOBODY RECOGNIZES IS
013190*    REJECTED AND AUDITED WITHOUT DRIVING A UNIT OF WORK
013200*----------------------------------------------------------------
013210 2160-VALIDATE-TRAN-TYPE.
013220     SET TRAN-TYPE-IS-VALID TO TRUE
013230     EVALUATE TRUE
013240         WHEN TRAN-TYPE-STANDARD
013250             MOVE 1 TO WS-TYPE-SUB
013260         WHEN TRAN-TYPE-ADJUSTMENT
013270             MOVE 2 TO WS-TYPE-SUB
013280         WHEN TRAN-TYPE-REVERSAL
013290             MOVE 3 TO WS-TYPE-SUB
013300         WHEN OTHER
013310             SET TRAN-TYPE-IS-INVALID TO TRUE
013320             MOVE ZERO TO WS-TYPE-SUB
013330             ADD 1 TO WS-SKIP-COUNT
013340             ADD 1 TO WS-DATE-SKIP-COUNT
013350             MOVE "REJECTED" TO WS-AUDIT-STATUS-TEXT
013360             DISPLAY "TRAN TYPE REJECTED BY MAIN - CODE <"
013370                 TRAN-TYPE-CODE "> NOT RECOGNIZED"
013380             PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
013390     END-EVALUATE.
013400 2160-EXIT.
013410     EXIT.
013420*----------------------------------------------------------------
013430*    2165-CONVERT-CURRENCY - PRICE THE UNIT IN THE BASE CURRENCY
013440*    AT THE RATESEL RATE IN FORCE ON THE UNIT DATE.  A BLANK
013450*    CURRENCY IS THE BASE CURRENCY.  TRANEDIT HAS ALREADY
013460*    REFUSED A CURRENCY IT COULD NOT PRICE, BUT A CATCH-UP OR
013470*    RELEASED UNIT CAN STILL ARRIVE WITHOUT A RATE; IT IS
013480*    REJECTED AND AUDITED WITHOUT DRIVING A UNIT OF WORK
013490*----------------------------------------------------------------
013500 2165-CONVERT-CURRENCY.
013510     SET CURRENCY-IS-VALID TO TRUE
013520     MOVE WS-UNIT-CURRENCY TO RATS-CURRENCY
013530     MOVE WS-UNIT-DATE TO RATS-DATE
013540     MOVE BETRAG TO RATS-AMOUNT
013550     CALL "RATESEL" USING RATESEL-PARM
013560     IF RATS-CONVERTED
013570         MOVE RATS-BASE-AMOUNT TO WS-BASE-AMOUNT
013580         IF WS-UNIT-CURRENCY = SPACES
013590             MOVE RATS-BASE-CURRENCY TO WS-UNIT-CURRENCY
013600         END-IF
013610         GO TO 2165-EXIT
013620     END-IF
013630     SET CURRENCY-IS-INVALID TO TRUE
013640     ADD 1 TO WS-SKIP-COUNT
013650     ADD 1 TO WS-TYPE-SKIP-COUNT (WS-TYPE-SUB)
013660     ADD 1 TO WS-DATE-SKIP-COUNT
013670     MOVE "REJECTED" TO WS-AUDIT-STATUS-TEXT
013680     DISPLAY "CURRENCY REJECTED BY MAIN - KEY " ZAHL
013690         " CURRENCY <" WS-UNIT-CURRENCY "> HAS NO RATE FOR "
013700         WS-UNIT-DATE
013710     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
013720 2165-EXIT.
013730     EXIT.
013740*----------------------------------------------------------------
013750*    2170-MATCH-REVERSAL - A REVERSAL MUST UNDO A POSTING THAT
013760*    IS STILL STANDING ON THE RESULTS MASTER.  IT IS REJECTED
013770*    UNDER ITS OWN AUDIT STATUS, WITHOUT DRIVING REVMODUL, WHEN
013780*    THE KEY WAS NEVER POSTED (RVORPHAN), WHEN THE POSTING WAS
013790*    ALREADY REVERSED (RVREPEAT), OR WHEN IT IS NOT IN THE
013800*    POSTING'S CURRENCY OR ITS AMOUNT IS NOT THE EXACT NEGATIVE
013810*    OF RSLT-AMOUNT (RVAMOUNT).  THE ORIGINAL DATE AND AMOUNT
013820*    ARE KEPT FOR THE MATCHING REPORT.  A MATCHED REVERSAL
013830*    TAKES THE NEGATIVE OF THE POSTED BASE AMOUNT, NOT TODAY'S
013840*    CONVERSION, SO THE PAIR NETS TO ZERO IN BASE.  ANY OTHER
013850*    TYPE PASSES STRAIGHT THROUGH
013860*----------------------------------------------------------------
013870 2170-MATCH-REVERSAL.
013880     SET REVERSAL-IS-MATCHED TO TRUE
013890     IF NOT TRAN-TYPE-REVERSAL
013900         GO TO 2170-EXIT
013910     END-IF
013920     MOVE SPACES TO WS-REV-ORIG-DATE
013930     MOVE ZERO TO WS-REV-ORIG-AMOUNT
013940     MOVE ZAHL TO RSLT-KEY
013950     READ RSLTMSTR
013960         INVALID KEY
013970             SET REVERSAL-IS-UNMATCHED TO TRUE
013980             MOVE "RVORPHAN" TO WS-AUDIT-STATUS-TEXT
013990             ADD 1 TO WS-REV-ORPHAN-COUNT
014000             DISPLAY "REVERSAL REJECTED BY MAIN - KEY " TRAN-KEY
014010                 " WAS NEVER POSTED"
014020     END-READ
014030     IF REVERSAL-IS-UNMATCHED
014040         GO TO 2170-REJECT
014050     END-IF
014060     MOVE RSLT-RUN-DATE TO WS-REV-ORIG-DATE
014070     IF RSLT-AMOUNT NUMERIC
014080         MOVE RSLT-AMOUNT TO WS-REV-ORIG-AMOUNT
014090     END-IF
014100     MOVE RSLT-CURRENCY TO WS-REV-ORIG-CURRENCY
014110     IF WS-REV-ORIG-CURRENCY = SPACES
014120         MOVE RATS-BASE-CURRENCY TO WS-REV-ORIG-CURRENCY
014130     END-IF
014140     IF RSLT-BASE-AMOUNT NUMERIC
014150         MOVE RSLT-BASE-AMOUNT TO WS-REV-ORIG-BASE-AMOUNT
014160     ELSE
014170         MOVE WS-REV-ORIG-AMOUNT TO WS-REV-ORIG-BASE-AMOUNT
014180     END-IF
014190     IF RSLT-IS-REVERSED
014200         SET REVERSAL-IS-UNMATCHED TO TRUE
014210         MOVE "RVREPEAT" TO WS-AUDIT-STATUS-TEXT
014220         ADD 1 TO WS-REV-REPEAT-COUNT
014230         DISPLAY "REVERSAL REJECTED BY MAIN - KEY " TRAN-KEY
014240             " IS ALREADY REVERSED"
014250         GO TO 2170-REJECT
014260     END-IF
014270     COMPUTE WS-REV-NET-AMOUNT = BETRAG + WS-REV-ORIG-AMOUNT
014280     IF WS-REV-NET-AMOUNT NOT = ZERO
014290        OR WS-UNIT-CURRENCY NOT = WS-REV-ORIG-CURRENCY
014300         SET REVERSAL-IS-UNMATCHED TO TRUE
014310         MOVE "RVAMOUNT" TO WS-AUDIT-STATUS-TEXT
014320         ADD 1 TO WS-REV-AMTERR-COUNT
014330         DISPLAY "REVERSAL REJECTED BY MAIN - KEY " TRAN-KEY
014340             " AMOUNT DOES NOT REVERSE THE POSTING"
014350         GO TO 2170-REJECT
014360     END-IF
014370     COMPUTE WS-BASE-AMOUNT = ZERO - WS-REV-ORIG-BASE-AMOUNT
014380     GO TO 2170-EXIT.
014390 2170-REJECT.
014400     ADD 1 TO WS-SKIP-COUNT
014410     ADD 1 TO WS-TYPE-SKIP-COUNT (WS-TYPE-SUB)
014420     ADD 1 TO WS-DATE-SKIP-COUNT
014430     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
014440     PERFORM 2180-WRITE-REVERSAL-LINE THRU 2180-EXIT.
014450 2170-EXIT.
014460     EXIT.
014470*----------------------------------------------------------------
014480*    2175-CHECK-PERIOD-LOCK - A UNIT DATED INTO A PERIOD THAT
014490*    FINANCE HAS CLOSED ON THE PERIOD-CONTROL MASTER IS NOT
014500*    DRIVEN.  ITS DETAILS AND PERDSEL'S REASON GO TO THE PERDEXC
014510*    EXCEPTION FILE, IT IS AUDITED PERDLOCK AND COUNTED SKIPPED,
014520*    AND A LOCKED LINE GOES TO THE RUN SUMMARY
014530*----------------------------------------------------------------
014540 2175-CHECK-PERIOD-LOCK.
014550     MOVE "N" TO WS-UNIT-LOCKED-SWITCH
014560     MOVE WS-UNIT-DATE TO PERS-DATE
014570     CALL "PERDSEL" USING PERDSEL-PARM
014580     IF NOT PERS-PERIOD-CLOSED
014590         GO TO 2175-EXIT
014600     END-IF
014610     SET UNIT-IS-LOCKED TO TRUE
014620     MOVE SPACES TO PERDEXC-RECORD
014630     MOVE "MAIN    " TO PERX-PROGRAM
014640     MOVE WS-RUN-DATE TO PERX-RUN-DATE
014650     MOVE ZAHL TO PERX-KEY
014660     MOVE WS-UNIT-DESCRIPTION TO PERX-DESCRIPTION
014670     MOVE TRAN-TYPE-CODE TO PERX-TYPE-CODE
014680     MOVE WS-UNIT-DATE TO PERX-UNIT-DATE
014690     MOVE BETRAG TO PERX-AMOUNT
014700     MOVE WS-UNIT-CURRENCY TO PERX-CURRENCY
014710     MOVE WS-BASE-AMOUNT TO PERX-BASE-AMOUNT
014720     MOVE PERS-REASON TO PERX-REASON
014730     WRITE PERDEXC-RECORD
014740     IF WS-PERDEXC-STATUS NOT = "00"
014750         DISPLAY "PERDEXC WRITE FAILED - STATUS "
014760             WS-PERDEXC-STATUS " KEY " TRAN-KEY
014770     END-IF
014780     DISPLAY "UNIT REFUSED BY MAIN - KEY " ZAHL " " PERS-REASON
014790     ADD 1 TO WS-SKIP-COUNT
014800     ADD 1 TO WS-TYPE-SKIP-COUNT (WS-TYPE-SUB)
014810     ADD 1 TO WS-DATE-SKIP-COUNT
014820     ADD 1 TO WS-LOCKED-COUNT
014830     ADD BETRAG TO WS-LOCKED-AMOUNT
014840     MOVE "PERDLOCK" TO WS-AUDIT-STATUS-TEXT
014850     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
014860     IF TRAN-TYPE-REVERSAL
014870         PERFORM 2180-WRITE-REVERSAL-LINE THRU 2180-EXIT
014880     END-IF
014890     MOVE ZAHL TO RPT-LOCKED-KEY
014900     MOVE WS-UNIT-DESCRIPTION TO RPT-LOCKED-DESC
014910     MOVE BETRAG TO RPT-LOCKED-AMOUNT
014920     MOVE RPT-LOCKED-LINE TO REPTFILE-RECORD
014930     WRITE REPTFILE-RECORD.
014940 2175-EXIT.
014950     EXIT.
014960*----------------------------------------------------------------
014970*    2180-WRITE-REVERSAL-LINE - ONE MATCHING-REPORT LINE PER
014980*    REVERSAL: THE REVERSAL AS IT CAME IN, THE ORIGINAL POSTING
014990*    IT WAS MATCHED TO (BLANK FOR AN ORPHAN), AND WHAT BECAME
015000*    OF IT.  THE RESULT FOLLOWS THE UNIT'S AUDIT STATUS
015010*----------------------------------------------------------------
015020 2180-WRITE-REVERSAL-LINE.
015030     MOVE ZAHL TO RVM-DET-KEY
015040     MOVE WS-UNIT-DATE TO RVM-DET-REV-DATE
015050     MOVE BETRAG TO RVM-DET-REV-AMOUNT
015060     MOVE WS-REV-ORIG-DATE TO RVM-DET-ORIG-DATE
015070     MOVE WS-REV-ORIG-AMOUNT TO RVM-DET-ORIG-AMOUNT
015080     EVALUATE WS-AUDIT-STATUS-TEXT
015090         WHEN "COMPLETE"
015100             MOVE "REVERSED            " TO RVM-DET-RESULT
015110             ADD 1 TO WS-REV-POSTED-COUNT
015120             ADD BETRAG TO WS-REV-POSTED-AMOUNT
015130         WHEN "RVORPHAN"
015140             MOVE "REJECTED - NO POST  " TO RVM-DET-RESULT
015150         WHEN "RVREPEAT"
015160             MOVE "REJECTED - REPEAT   " TO RVM-DET-RESULT
015170         WHEN "RVAMOUNT"
015180             MOVE "REJECTED - AMOUNT   " TO RVM-DET-RESULT
015190         WHEN "PARKED  "
015200             MOVE "PARKED - SUSPENSE   " TO RVM-DET-RESULT
015210             ADD 1 TO WS-REV-OTHER-COUNT
015220         WHEN "HELD    "
015230             MOVE "HELD FOR APPROVAL   " TO RVM-DET-RESULT
015240             ADD 1 TO WS-REV-OTHER-COUNT
015250         WHEN "PERDLOCK"
015260             MOVE "REJECTED - PERIOD   " TO RVM-DET-RESULT
015270             ADD 1 TO WS-REV-OTHER-COUNT
015280         WHEN OTHER
015290             MOVE "SKIPPED BY HANDLER  " TO RVM-DET-RESULT
015300             ADD 1 TO WS-REV-OTHER-COUNT
015310     END-EVALUATE
015320     MOVE RVM-DETAIL-LINE TO REVRPT-RECORD
015330     WRITE REVRPT-RECORD.
015340 2180-EXIT.
015350     EXIT.
015360*----------------------------------------------------------------
015370*    2190-CHECK-AMOUNT-HOLD - A UNIT WHOSE BASE AMOUNT, EITHER
015380*    SIGN, IS OVER THE HOLDPARM LIMIT IS NOT DRIVEN.  ITS
015390*    TRANSACTION IMAGE GOES TO THE HELDFILE WITH TODAY AS ITS
015400*    HOLD DATE, IT IS AUDITED HELD, AND A HELD LINE GOES TO THE
015410*    RUN SUMMARY.  A UNIT HELDAPPR RELEASED CARRIES THE RELEASE
015420*    MARKER AND PASSES STRAIGHT THROUGH
015430*----------------------------------------------------------------
015440 2190-CHECK-AMOUNT-HOLD.
015450     MOVE "N" TO WS-UNIT-HELD-SWITCH
015460     IF NOT AMOUNT-HOLD-ACTIVE OR TRAN-IS-RELEASED
015470         GO TO 2190-EXIT
015480     END-IF
015490     MOVE WS-BASE-AMOUNT TO WS-HOLD-TEST-AMOUNT
015500     IF WS-HOLD-TEST-AMOUNT NOT > WS-HOLD-LIMIT
015510         GO TO 2190-EXIT
015520     END-IF
015530     SET UNIT-IS-HELD TO TRUE
015540     MOVE SPACES TO HELD-RECORD
015550     MOVE TRANFILE-RECORD TO HELD-TRAN-IMAGE
015560     MOVE WS-RUN-DATE TO HELD-HOLD-DATE
015570     MOVE ZERO TO HELD-ACTION-DATE
015580     WRITE HELD-RECORD
015590     IF WS-HELDFILE-STATUS NOT = "00"
015600         DISPLAY "HELDFILE WRITE FAILED - STATUS "
015610             WS-HELDFILE-STATUS " KEY " TRAN-KEY
015620     END-IF
015630     ADD 1 TO WS-HELD-COUNT
015640     ADD BETRAG TO WS-HELD-AMOUNT
015650     MOVE "HELD    " TO WS-AUDIT-STATUS-TEXT
015660     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
015670     IF TRAN-TYPE-REVERSAL
015680         PERFORM 2180-WRITE-REVERSAL-LINE THRU 2180-EXIT
015690     END-IF
015700     MOVE ZAHL TO RPT-HELD-KEY
015710     MOVE WS-UNIT-DESCRIPTION TO RPT-HELD-DESC
015720     MOVE BETRAG TO RPT-HELD-AMOUNT
015730     MOVE RPT-HELD-LINE TO REPTFILE-RECORD
015740     WRITE REPTFILE-RECORD.
015750 2190-EXIT.
015760     EXIT.
015770*----------------------------------------------------------------
015780*    2200-EVALUATE-STATUS - ROUTE ON THE STATUS RETURNED BY
015790*    SUBMODULE INSTEAD OF FALLING THROUGH TO GOBACK UNCHECKED
015800*----------------------------------------------------------------
015810 2200-EVALUATE-STATUS.
015820     EVALUATE TRUE
015830         WHEN SUBMODULE-OK
015840             ADD 1 TO WS-RECORD-COUNT
015850             ADD 1 TO WS-TYPE-COMPLETE-COUNT (WS-TYPE-SUB)
015860             ADD 1 TO WS-DATE-COMPLETE-COUNT
015870             MOVE "COMPLETE" TO WS-AUDIT-STATUS-TEXT
015880             ADD BETRAG TO WS-AMOUNT-COMPLETE-TOTAL
015890             ADD WS-BASE-AMOUNT TO WS-BASE-COMPLETE-TOTAL
015900             PERFORM 2210-ADD-CURRENCY-TOTAL THRU 2210-EXIT
015910             PERFORM 2500-POST-RESULT THRU 2500-EXIT
015920             PERFORM 2600-WRITE-EXTRACT-DETAIL THRU 2600-EXIT
015930         WHEN SUBMODULE-WARNING
015940             ADD 1 TO WS-SKIP-COUNT
015950             ADD 1 TO WS-TYPE-SKIP-COUNT (WS-TYPE-SUB)
015960             ADD 1 TO WS-DATE-SKIP-COUNT
015970             MOVE "SKIPPED " TO WS-AUDIT-STATUS-TEXT
015980         WHEN SUBMODULE-SEVERE
015990             IF PARK-MODE
016000                 PERFORM 2700-PARK-SEVERE-UNIT THRU 2700-EXIT
016010                 MOVE "PARKED  " TO WS-AUDIT-STATUS-TEXT
016020             ELSE
016030                 ADD 1 TO WS-FAILURE-COUNT
016040                 ADD 1 TO WS-TYPE-FAIL-COUNT (WS-TYPE-SUB)
016050                 ADD 1 TO WS-DATE-FAIL-COUNT
016060                 MOVE "ABEND   " TO WS-AUDIT-STATUS-TEXT
016070                 PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
016080                 GO TO 9999-ABEND
016090             END-IF
016100         WHEN OTHER
016110             ADD 1 TO WS-FAILURE-COUNT
016120             ADD 1 TO WS-TYPE-FAIL-COUNT (WS-TYPE-SUB)
016130             ADD 1 TO WS-DATE-FAIL-COUNT
016140             MOVE "UNKNOWN " TO WS-AUDIT-STATUS-TEXT
016150             PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
016160             GO TO 9999-ABEND
016170     END-EVALUATE
016180     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
016190 2200-EXIT.
016200     EXIT.
016210*----------------------------------------------------------------
016220*    2210-ADD-CURRENCY-TOTAL - ADD A COMPLETED UNIT TO ITS
016230*    CURRENCY'S LINE OF THE RUN SUMMARY.  THE FIRST 20
016240*    CURRENCIES SEEN GET A LINE EACH; ANY MORE ARE GATHERED ON
016250*    ONE LINE UNDER CODE ***
016260*----------------------------------------------------------------
016270 2210-ADD-CURRENCY-TOTAL.
016280     MOVE "N" TO WS-CURR-FOUND-SWITCH
016290     MOVE 1 TO WS-CURR-SUB
016300     PERFORM 2215-FIND-CURRENCY THRU 2215-EXIT
016310         UNTIL CURRENCY-FOUND
016320         OR WS-CURR-SUB > WS-CURR-USED
016330     IF WS-CURR-SUB > WS-CURR-USED
016340         IF WS-CURR-USED < 20
016350             ADD 1 TO WS-CURR-USED
016360             MOVE WS-CURR-USED TO WS-CURR-SUB
016370             MOVE WS-UNIT-CURRENCY TO WS-CURR-CODE (WS-CURR-SUB)
016380         ELSE
016390             MOVE 21 TO WS-CURR-SUB
016400             MOVE 21 TO WS-CURR-USED
016410             MOVE "***" TO WS-CURR-CODE (WS-CURR-SUB)
016420         END-IF
016430     END-IF
016440     ADD 1 TO WS-CURR-COMPLETE-COUNT (WS-CURR-SUB)
016450     ADD BETRAG TO WS-CURR-AMOUNT (WS-CURR-SUB)
016460     ADD WS-BASE-AMOUNT TO WS-CURR-BASE-AMOUNT (WS-CURR-SUB).
016470 2210-EXIT.
016480     EXIT.
016490*----------------------------------------------------------------
016500*    2215-FIND-CURRENCY - TEST ONE CURRENCY TABLE SLOT AND STEP
016510*    TO THE NEXT WHEN IT DOES NOT MATCH
016520*----------------------------------------------------------------
016530 2215-FIND-CURRENCY.
016540     IF WS-CURR-CODE (WS-CURR-SUB) = WS-UNIT-CURRENCY
016550         SET CURRENCY-FOUND TO TRUE
016560     ELSE
016570         ADD 1 TO WS-CURR-SUB
016580     END-IF.
016590 2215-EXIT.
016600     EXIT.
016610*----------------------------------------------------------------
016620*    2250-DISPLAY-TRACE - WHEN THE PARMFILE TRACE SWITCH IS ON,
016630*    SHOW THE ACTUAL ZAHL/ZAHL2 VALUES FOR THIS UNIT OF WORK
016640*----------------------------------------------------------------
016650 2250-DISPLAY-TRACE.
016660     IF TRACE-IS-ON
016670         DISPLAY "Zahl:  " ZAHL
016680         DISPLAY "Zahl2: " ZAHL2
016690     END-IF.
016700 2250-EXIT.
016710     EXIT.
016720*----------------------------------------------------------------
016730*    2300-WRITE-CHECKPOINT - EVERY WS-CHECKPOINT-INTERVAL UNITS,
016740*    RECORD THE LAST KEY COMPLETED SO A RERUN CAN RESUME PAST IT
016750*----------------------------------------------------------------
016760 2300-WRITE-CHECKPOINT.
016770     ADD 1 TO WS-CHECKPOINT-COUNTER
016780     IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
016790         PERFORM 2310-FORCE-CHECKPOINT THRU 2310-EXIT
016800     END-IF.
016810 2300-EXIT.
016820     EXIT.
016830*----------------------------------------------------------------
016840*    2310-FORCE-CHECKPOINT - RECORD THE CURRENT KEY NOW, OUTSIDE
016850*    THE INTERVAL.  A UNIT WHOSE EFFECT A RERUN MUST NOT REPEAT -
016860*    A HOLD, PERIOD-LOCK, OR PARKED ROW APPENDED TO ITS DISP=MOD
016870*    FILE, OR A POSTED REVERSAL THAT HAS ALREADY FLAGGED ITS
016880*    MASTER ROW - IS CHECKPOINTED AS SOON AS IT IS DONE, SO A
016890*    RERUN SKIPS IT (AND RE-EXTRACTS A POSTED ONE THROUGH 2650)
016900*----------------------------------------------------------------
016910 2310-FORCE-CHECKPOINT.
016920     MOVE ZERO TO WS-CHECKPOINT-COUNTER
016930     MOVE SPACES TO RESTARTFILE-RECORD
016940     MOVE ZAHL TO CKPT-LAST-KEY
016950     MOVE WS-UNIT-DATE TO CKPT-RUN-DATE
016960     WRITE RESTARTFILE-RECORD.
016970 2310-EXIT.
016980     EXIT.
016990*----------------------------------------------------------------
017000*    2400-WRITE-AUDIT-RECORD - ONE AUDIT ROW PER UNIT OF WORK
017010*----------------------------------------------------------------
017020 2400-WRITE-AUDIT-RECORD.
017030     MOVE SPACES TO AUDITLOG-RECORD
017040     MOVE WS-UNIT-DATE TO AUDIT-RUN-DATE
017050     MOVE ZAHL TO AUDIT-ZAHL-IN
017060     MOVE ZAHL2 TO AUDIT-ZAHL2-OUT
017070     MOVE BETRAG TO AUDIT-AMOUNT
017080     MOVE WS-AUDIT-STATUS-TEXT TO AUDIT-STATUS
017090     MOVE CTL-RULE-ID TO AUDIT-RULE-ID
017100     MOVE WS-UNIT-CURRENCY TO AUDIT-CURRENCY
017110     MOVE WS-BASE-AMOUNT TO AUDIT-BASE-AMOUNT
017120     WRITE AUDITLOG-RECORD.
017130 2400-EXIT.
017140     EXIT.
017150*----------------------------------------------------------------
017160*    2500-POST-RESULT - POST A COMPLETED UNIT TO THE RESULTS
017170*    MASTER: ADD THE KEY ON FIRST SIGHT (STATUS 22 MEANS IT IS
017180*    ALREADY THERE) AND REWRITE IT ON REPROCESSING SO THE FILE
017190*    ALWAYS HOLDS THE LATEST RESULT FOR EACH KEY.  BEFORE A
017200*    REWRITE DESTROYS THE STANDING RECORD, ITS IMAGE GOES TO
017210*    THE RSLTHIST HISTORY FILE (SOURCE TAG BATCH) - THE NEW
017220*    VALUES ARE PARKED WHILE THE PRIOR RECORD IS READ BACK FOR
017230*    THE HISTORY ROW
017240*----------------------------------------------------------------
017250 2500-POST-RESULT.
017260     MOVE SPACES TO RSLTMSTR-RECORD
017270     MOVE ZAHL TO RSLT-KEY
017280     MOVE WS-UNIT-DESCRIPTION TO RSLT-DESCRIPTION
017290     MOVE ZAHL2 TO RSLT-ZAHL2
017300     MOVE BETRAG TO RSLT-AMOUNT
017310     MOVE WS-UNIT-DATE TO RSLT-RUN-DATE
017320     MOVE CTL-RULE-ID TO RSLT-RULE-ID
017330     MOVE WS-UNIT-CURRENCY TO RSLT-CURRENCY
017340     MOVE WS-BASE-AMOUNT TO RSLT-BASE-AMOUNT
017350     IF WS-TYPE-SUB = 3
017360         SET RSLT-IS-REVERSED TO TRUE
017370     END-IF
017380     WRITE RSLTMSTR-RECORD
017390     IF WS-RSLTMSTR-STATUS = "22"
017400         MOVE RSLTMSTR-RECORD TO WS-SAVED-RSLT-RECORD
017410         READ RSLTMSTR
017420             INVALID KEY
017430                 CONTINUE
017440             NOT INVALID KEY
017450                 MOVE "BATCH   " TO WS-HIST-SOURCE
017460                 MOVE "REWRITE " TO WS-HIST-ACTION
017470                 PERFORM 2550-WRITE-HISTORY-ROW THRU 2550-EXIT
017480         END-READ
017490         MOVE WS-SAVED-RSLT-RECORD TO RSLTMSTR-RECORD
017500         REWRITE RSLTMSTR-RECORD
017510     END-IF
017520     IF WS-RSLTMSTR-STATUS NOT = "00"
017530         DISPLAY "RSLTMSTR POST FAILED - STATUS "
017540             WS-RSLTMSTR-STATUS " KEY " RSLT-KEY
017550     END-IF.
017560 2500-EXIT.
017570     EXIT.
017580*----------------------------------------------------------------
017590*    2550-WRITE-HISTORY-ROW - ONE BEFORE-IMAGE ROW FROM THE
017600*    RESULTS MASTER RECORD AREA; THE CALLER HAS ALREADY SET THE
017610*    SOURCE AND ACTION TAGS
017620*----------------------------------------------------------------
017630 2550-WRITE-HISTORY-ROW.
017640     ACCEPT WS-HIST-TIME FROM TIME
017650     MOVE SPACES TO RSLTHIST-RECORD
017660     MOVE RSLT-KEY TO HIST-KEY
017670     MOVE RSLT-DESCRIPTION TO HIST-PRIOR-DESC
017680     MOVE RSLT-ZAHL2 TO HIST-PRIOR-ZAHL2
017690     MOVE RSLT-RUN-DATE TO HIST-PRIOR-RUN-DATE
017700     IF RSLT-AMOUNT NUMERIC
017710         MOVE RSLT-AMOUNT TO HIST-PRIOR-AMOUNT
017720     ELSE
017730         MOVE ZERO TO HIST-PRIOR-AMOUNT
017740     END-IF
017750     MOVE WS-RUN-DATE TO HIST-CHANGE-DATE
017760     MOVE WS-HIST-TIME (1:6) TO HIST-CHANGE-TIME
017770     MOVE WS-HIST-SOURCE TO HIST-SOURCE
017780     MOVE WS-HIST-ACTION TO HIST-ACTION
017790     MOVE RSLT-RULE-ID TO HIST-PRIOR-RULE-ID
017800     MOVE RSLT-CURRENCY TO HIST-PRIOR-CURRENCY
017810     IF RSLT-BASE-AMOUNT NUMERIC
017820         MOVE RSLT-BASE-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
017830     ELSE
017840         MOVE HIST-PRIOR-AMOUNT TO HIST-PRIOR-BASE-AMOUNT
017850     END-IF
017860     WRITE RSLTHIST-RECORD.
017870 2550-EXIT.
017880     EXIT.
017890*----------------------------------------------------------------
017900*    2600-WRITE-EXTRACT-DETAIL - ONE INTERFACE RECORD PER
017910*    COMPLETED UNIT, ACCUMULATING THE CONTROL TOTALS FOR THE
017920*    TRAILER AS IT GOES
017930*----------------------------------------------------------------
017940 2600-WRITE-EXTRACT-DETAIL.
017950     MOVE ZAHL TO EXT-DET-KEY
017960     MOVE WS-UNIT-DESCRIPTION TO EXT-DET-DESC
017970     MOVE ZAHL TO EXT-DET-ZAHL-IN
017980     MOVE ZAHL2 TO EXT-DET-ZAHL2-OUT
017990     MOVE WS-UNIT-DATE TO EXT-DET-DATE
018000     MOVE WS-START-TIME (1:6) TO EXT-DET-TIME
018010     MOVE BETRAG TO EXT-DET-AMOUNT
018020     MOVE WS-UNIT-CURRENCY TO EXT-DET-CURRENCY
018030     MOVE WS-BASE-AMOUNT TO EXT-DET-BASE-AMOUNT
018040     MOVE EXT-DETAIL-LINE TO EXTRFILE-RECORD
018050     WRITE EXTRFILE-RECORD
018060     ADD 1 TO WS-EXTRACT-COUNT
018070     ADD ZAHL2 TO WS-EXTRACT-HASH
018080     ADD BETRAG TO WS-EXTRACT-AMOUNT
018090     ADD WS-BASE-AMOUNT TO WS-EXTRACT-BASE-AMOUNT.
018100 2600-EXIT.
018110     EXIT.
018120*----------------------------------------------------------------
018130*    2650-EXTRACT-SKIPPED-UNIT - A CHECKPOINT-SKIPPED KEY WAS
018140*    COMPLETED BY AN EARLIER ATTEMPT WHOSE TRAILERLESS EXTRACT
018150*    WAS NEVER RELEASED, AND THIS RUN REWRITES EXTRFILE FROM
018160*    SCRATCH - WITHOUT THIS ROW THE UNIT WOULD APPEAR IN NO
018170*    RELEASED EXTRACT AT ALL AND THE GL WOULD SILENTLY BE
018180*    UNDER-SHIPPED.  THE VALUES COME FROM THE RESULTS MASTER
018190*    THE EARLIER ATTEMPT POSTED; THE RUN-DATE GUARD KEEPS A
018200*    STALE PRIOR-DAY MASTER ROW (A KEY THAT WAS ONLY WARNED OR
018210*    SKIPPED ON THIS DATE AND SO NEVER POSTED) OUT OF THE FILE
018220*----------------------------------------------------------------
018230 2650-EXTRACT-SKIPPED-UNIT.
018240     MOVE ZAHL TO RSLT-KEY
018250     READ RSLTMSTR
018260         INVALID KEY
018270             GO TO 2650-EXIT
018280     END-READ
018290     IF RSLT-RUN-DATE NOT = WS-UNIT-DATE
018300         GO TO 2650-EXIT
018310     END-IF
018320     MOVE RSLT-KEY TO EXT-DET-KEY
018330     MOVE RSLT-DESCRIPTION TO EXT-DET-DESC
018340     MOVE ZAHL TO EXT-DET-ZAHL-IN
018350     MOVE RSLT-ZAHL2 TO EXT-DET-ZAHL2-OUT
018360     MOVE WS-UNIT-DATE TO EXT-DET-DATE
018370     MOVE WS-START-TIME (1:6) TO EXT-DET-TIME
018380     IF RSLT-AMOUNT NUMERIC
018390         MOVE RSLT-AMOUNT TO EXT-DET-AMOUNT
018400     ELSE
018410         MOVE ZERO TO EXT-DET-AMOUNT
018420     END-IF
018430     MOVE RSLT-CURRENCY TO EXT-DET-CURRENCY
018440     IF EXT-DET-CURRENCY = SPACES
018450         MOVE RATS-BASE-CURRENCY TO EXT-DET-CURRENCY
018460     END-IF
018470     IF RSLT-BASE-AMOUNT NUMERIC
018480         MOVE RSLT-BASE-AMOUNT TO EXT-DET-BASE-AMOUNT
018490     ELSE
018500         MOVE EXT-DET-AMOUNT TO EXT-DET-BASE-AMOUNT
018510     END-IF
018520     MOVE EXT-DETAIL-LINE TO EXTRFILE-RECORD
018530     WRITE EXTRFILE-RECORD
018540     ADD 1 TO WS-EXTRACT-COUNT
018550     ADD RSLT-ZAHL2 TO WS-EXTRACT-HASH
018560     ADD EXT-DET-AMOUNT TO WS-EXTRACT-AMOUNT
018570     ADD EXT-DET-BASE-AMOUNT TO WS-EXTRACT-BASE-AMOUNT.
018580 2650-EXIT.
018590     EXIT.
018600*----------------------------------------------------------------
018610*    2700-PARK-SEVERE-UNIT - PARK MODE ONLY.  THE SEVERE UNIT
018620*    AND ITS FAILURE CONTEXT GO TO THE SUSPENSE FILE AND A
018630*    SUSPENSE LINE GOES TO THE RUN SUMMARY; THE RUN CONTINUES
018640*    WITH THE NEXT TRANSACTION AND ENDS RC=4, AND SUSPPROC
018650*    DRIVES THE REPROCESSING ON DEMAND.  THE TYPE CODE COMES
018660*    FROM THE VALIDATED SUBSCRIPT, NOT THE TRANFILE RECORD
018670*    AREA, SO THE QUIET-DAY FALLBACK PATH STAYS SAFE
018680*----------------------------------------------------------------
018690 2700-PARK-SEVERE-UNIT.
018700     MOVE SPACES TO SUSPENSE-RECORD
018710     MOVE ZAHL TO SUSP-KEY
018720     MOVE WS-UNIT-DESCRIPTION TO SUSP-DESCRIPTION
018730     EVALUATE WS-TYPE-SUB
018740         WHEN 2
018750             MOVE "A" TO SUSP-TYPE-CODE
018760         WHEN 3
018770             MOVE "R" TO SUSP-TYPE-CODE
018780         WHEN OTHER
018790             MOVE "S" TO SUSP-TYPE-CODE
018800     END-EVALUATE
018810     MOVE WS-UNIT-DATE TO SUSP-UNIT-DATE
018820     MOVE BETRAG TO SUSP-AMOUNT
018830     MOVE WS-UNIT-CURRENCY TO SUSP-CURRENCY
018840     MOVE SUBMODULE-STATUS TO SUSP-FAIL-STATUS
018850     MOVE 1 TO SUSP-ATTEMPT-COUNT
018860     WRITE SUSPENSE-RECORD
018870     IF WS-SUSPFILE-STATUS NOT = "00"
018880         DISPLAY "SUSPENSE WRITE FAILED - STATUS "
018890             WS-SUSPFILE-STATUS " KEY " SUSP-KEY
018900     END-IF
018910     ADD 1 TO WS-PARKED-COUNT
018920     MOVE ZAHL TO RPT-PARK-KEY
018930     MOVE WS-UNIT-DESCRIPTION TO RPT-PARK-DESC
018940     MOVE SUBMODULE-STATUS TO RPT-PARK-STATUS
018950     MOVE RPT-PARK-LINE TO REPTFILE-RECORD
018960     WRITE REPTFILE-RECORD.
018970 2700-EXIT.
018980     EXIT.
018990*----------------------------------------------------------------
019000*    3000-FALLBACK-SINGLE-UNIT - TRANFILE HAD NO RECORDS;
019010*    PRESERVE THE OLD SINGLE-CALL BEHAVIOUR USING THE SEED
019020*----------------------------------------------------------------
019030 3000-FALLBACK-SINGLE-UNIT.
019040     MOVE WS-ZAHL-SEED TO ZAHL
019050     MOVE SPACES TO WS-UNIT-DESCRIPTION
019060     MOVE 1 TO WS-TYPE-SUB
019070     MOVE ZERO TO BETRAG
019080     MOVE SPACES TO WS-UNIT-CURRENCY
019090     MOVE ZERO TO WS-BASE-AMOUNT
019100     MOVE ZEROS TO ZAHL2
019110     MOVE SPACES TO CTL-RULE-ID
019120     MOVE WS-UNIT-DATE TO CTL-UNIT-DATE
019130     PERFORM 2150-VALIDATE-ZAHL THRU 2150-EXIT
019140     IF ZAHL-IS-VALID
019150         PERFORM 2165-CONVERT-CURRENCY THRU 2165-EXIT
019160     END-IF
019170     IF ZAHL-IS-VALID AND CURRENCY-IS-VALID
019180         CALL "SUBMODULE" USING WS-CONTROL-RECORD,
019190             SUBMODULE-STATUS
019200         PERFORM 2200-EVALUATE-STATUS THRU 2200-EXIT
019210         PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
019220         PERFORM 2250-DISPLAY-TRACE THRU 2250-EXIT
019230     END-IF.
019240 3000-EXIT.
019250     EXIT.
019260*----------------------------------------------------------------
019270*    8000-FINALIZE - CLOSE THE DATA FILES AND WRITE THE REPORT
019280*    TRAILER FOR A NORMAL END OF RUN
019290*----------------------------------------------------------------
019300 8000-FINALIZE.
019310     IF WS-TRANFILE-STATUS NOT = "35"
019320         CLOSE TRANFILE
019330     END-IF
019340     CLOSE AUDITLOG
019350     CLOSE RESTARTFILE
019360     CLOSE RSLTMSTR
019370     CLOSE RSLTHIST
019380     IF PARK-MODE
019390         CLOSE SUSPFILE
019400     END-IF
019410     IF AMOUNT-HOLD-ACTIVE
019420         CLOSE HELDFILE
019430     END-IF
019440     CLOSE PERDEXC
019450     PERFORM 8300-WRITE-EXTRACT-TRAILER THRU 8300-EXIT
019460     CLOSE EXTRFILE
019470     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
019480     PERFORM 8700-WRITE-REVERSAL-TOTALS THRU 8700-EXIT
019490     IF WS-PARKED-COUNT > ZERO
019500         MOVE 4 TO RETURN-CODE
019510     END-IF
019520     IF WS-LOCKED-COUNT > ZERO
019530         MOVE 4 TO RETURN-CODE
019540     END-IF
019550     MOVE "COMPLETE" TO WS-RCTL-STAMP
019560     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT
019570     PERFORM 8500-POST-END-STATUS THRU 8500-EXIT.
019580 8000-EXIT.
019590     EXIT.
019600*----------------------------------------------------------------
019610*    8100-WRITE-REPORT-TRAILER - SUMMARY COUNTS AND CLOSING LINE
019620*----------------------------------------------------------------
019630 8100-WRITE-REPORT-TRAILER.
019640     IF CATCHUP-MODE AND WS-ACTIVE-DATE > ZERO
019650         PERFORM 8400-WRITE-DATE-SECTION THRU 8400-EXIT
019660     END-IF
019670     ACCEPT WS-END-TIME FROM TIME
019680     MOVE "RUN END TIME:           " TO RPT-TIME-LABEL
019690     MOVE WS-END-TIME (1:6) TO RPT-TIME-VALUE
019700     MOVE RPT-TIME-LINE TO REPTFILE-RECORD
019710     WRITE REPTFILE-RECORD
019720     MOVE "UNITS COMPLETED:        " TO RPT-DET-LABEL
019730     MOVE WS-RECORD-COUNT TO RPT-DET-COUNT
019740     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
019750     WRITE REPTFILE-RECORD
019760     MOVE "UNITS SKIPPED:          " TO RPT-DET-LABEL
019770     MOVE WS-SKIP-COUNT TO RPT-DET-COUNT
019780     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
019790     WRITE REPTFILE-RECORD
019800     MOVE "UNITS FAILED:           " TO RPT-DET-LABEL
019810     MOVE WS-FAILURE-COUNT TO RPT-DET-COUNT
019820     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
019830     WRITE REPTFILE-RECORD
019840     MOVE "UNITS PARKED:           " TO RPT-DET-LABEL
019850     MOVE WS-PARKED-COUNT TO RPT-DET-COUNT
019860     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
019870     WRITE REPTFILE-RECORD
019880     MOVE "UNITS HELD:             " TO RPT-DET-LABEL
019890     MOVE WS-HELD-COUNT TO RPT-DET-COUNT
019900     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
019910     WRITE REPTFILE-RECORD
019920     MOVE "UNITS PERIOD LOCKED:    " TO RPT-DET-LABEL
019930     MOVE WS-LOCKED-COUNT TO RPT-DET-COUNT
019940     MOVE RPT-DETAIL-LINE TO REPTFILE-RECORD
019950     WRITE REPTFILE-RECORD
019960     MOVE "AMOUNT COMPLETED:       " TO RPT-AMT-LABEL
019970     MOVE WS-AMOUNT-COMPLETE-TOTAL TO RPT-AMT-VALUE
019980     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
019990     WRITE REPTFILE-RECORD
020000     MOVE "BASE AMOUNT COMPLETED:  " TO RPT-AMT-LABEL
020010     MOVE WS-BASE-COMPLETE-TOTAL TO RPT-AMT-VALUE
020020     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
020030     WRITE REPTFILE-RECORD
020040     MOVE "AMOUNT HELD:            " TO RPT-AMT-LABEL
020050     MOVE WS-HELD-AMOUNT TO RPT-AMT-VALUE
020060     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
020070     WRITE REPTFILE-RECORD
020080     MOVE "AMOUNT PERIOD LOCKED:   " TO RPT-AMT-LABEL
020090     MOVE WS-LOCKED-AMOUNT TO RPT-AMT-VALUE
020100     MOVE RPT-AMOUNT-LINE TO REPTFILE-RECORD
020110     WRITE REPTFILE-RECORD
020120     PERFORM 8150-WRITE-TYPE-LINE THRU 8150-EXIT
020130         VARYING WS-TYPE-SUB FROM 1 BY 1
020140         UNTIL WS-TYPE-SUB > 3
020150     PERFORM 8160-WRITE-CURRENCY-LINE THRU 8160-EXIT
020160         VARYING WS-CURR-SUB FROM 1 BY 1
020170         UNTIL WS-CURR-SUB > WS-CURR-USED
020180     MOVE RPT-TRAILER-LINE TO REPTFILE-RECORD
020190     WRITE REPTFILE-RECORD
020200     CLOSE REPTFILE.
020210 8100-EXIT.
020220     EXIT.
020230*----------------------------------------------------------------
020240*    8150-WRITE-TYPE-LINE - ONE SUMMARY LINE PER TRANSACTION
020250*    TYPE SHOWING ITS OWN COMPLETED/SKIPPED/FAILED COUNTS
020260*----------------------------------------------------------------
020270 8150-WRITE-TYPE-LINE.
020280     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO RPT-TYPE-NAME
020290     MOVE WS-TYPE-COMPLETE-COUNT (WS-TYPE-SUB) TO RPT-TYPE-COMP
020300     MOVE WS-TYPE-SKIP-COUNT (WS-TYPE-SUB) TO RPT-TYPE-SKIP
020310     MOVE WS-TYPE-FAIL-COUNT (WS-TYPE-SUB) TO RPT-TYPE-FAIL
020320     MOVE RPT-TYPE-LINE TO REPTFILE-RECORD
020330     WRITE REPTFILE-RECORD.
020340 8150-EXIT.
020350     EXIT.
020360*----------------------------------------------------------------
020370*    8160-WRITE-CURRENCY-LINE - ONE SUMMARY LINE PER CURRENCY
020380*    COMPLETED, WITH ITS AMOUNT AS SENT AND IN BASE
020390*----------------------------------------------------------------
020400 8160-WRITE-CURRENCY-LINE.
020410     MOVE WS-CURR-CODE (WS-CURR-SUB) TO RPT-CURR-CODE
020420     MOVE WS-CURR-COMPLETE-COUNT (WS-CURR-SUB) TO RPT-CURR-COMP
020430     MOVE WS-CURR-AMOUNT (WS-CURR-SUB) TO RPT-CURR-AMOUNT
020440     MOVE WS-CURR-BASE-AMOUNT (WS-CURR-SUB) TO RPT-CURR-BASE
020450     MOVE RPT-CURRENCY-LINE TO REPTFILE-RECORD
020460     WRITE REPTFILE-RECORD.
020470 8160-EXIT.
020480     EXIT.
020490*----------------------------------------------------------------
020500*    8300-WRITE-EXTRACT-TRAILER - RECORD COUNT AND ZAHL2 HASH
020510*    TOTAL SO THE RECEIVER CAN VERIFY THE FILE BEFORE LOADING.
020520*    AN ABENDED RUN NEVER GETS HERE - THE EXTRACT THEN ENDS
020530*    WITHOUT A TRAILER AND FAILS THE RECEIVER'S CHECK
020540*----------------------------------------------------------------
020550 8300-WRITE-EXTRACT-TRAILER.
020560     MOVE WS-EXTRACT-COUNT TO EXT-TRL-COUNT
020570     MOVE WS-EXTRACT-HASH TO EXT-TRL-HASH
020580     MOVE WS-EXTRACT-AMOUNT TO EXT-TRL-AMOUNT
020590     MOVE WS-EXTRACT-BASE-AMOUNT TO EXT-TRL-BASE-AMOUNT
020600     MOVE EXT-TRAILER-LINE TO EXTRFILE-RECORD
020610     WRITE EXTRFILE-RECORD.
020620 8300-EXIT.
020630     EXIT.
020640*----------------------------------------------------------------
020650*    8500-POST-END-STATUS - ONE END ROW WITH THE RUN'S COUNTS
020660*    AND RETURN CODE; THE ABEND PATH POSTS IT TOO, AFTER THE
020670*    RETURN CODE IS SET, SO THE STATUS REPORT SHOWS HOW THE
020680*    STEP ACTUALLY ENDED
020690*----------------------------------------------------------------
020700 8500-POST-END-STATUS.
020710     MOVE SPACES TO RUNSTAT-RECORD
020720     MOVE "MAIN    " TO RS-PROGRAM
020730     MOVE WS-STREAM-NUMBER TO RS-STREAM
020740     MOVE "END  " TO RS-PHASE
020750     MOVE WS-TRAN-READ-COUNT TO RS-READ-COUNT
020760     MOVE WS-RECORD-COUNT TO RS-WRITE-COUNT
020770     MOVE RETURN-CODE TO RS-RETURN-CODE
020780     CALL "STATPOST" USING RUNSTAT-RECORD.
020790 8500-EXIT.
020800     EXIT.
020810*----------------------------------------------------------------
020820*    8600-STAMP-RUN-CONTROL - REWRITE THE ONE-RECORD RUN
020830*    CONTROL WITH TODAY'S DATE AND HOW THE RUN ENDED.  ONLY
020840*    ACTIVE WHEN THE RUNCTL DATASET WAS ALLOCATED; A COMPLETE
020850*    STAMP IS WHAT THE DUPLICATE-RUN CHECK REFUSES ON
020860*----------------------------------------------------------------
020870 8600-STAMP-RUN-CONTROL.
020880     IF NOT RUN-CONTROL-ACTIVE
020890         GO TO 8600-EXIT
020900     END-IF
020910     MOVE "00" TO WS-RUNCTL-STATUS
020920     OPEN OUTPUT RUNCTL
020930     IF WS-RUNCTL-STATUS NOT = "00"
020940         DISPLAY "RUN CONTROL STAMP FAILED - STATUS "
020950             WS-RUNCTL-STATUS
020960         GO TO 8600-EXIT
020970     END-IF
020980     MOVE SPACES TO RUNCTL-RECORD
020990     MOVE WS-RUN-DATE TO RCTL-LAST-RUN-DATE
021000     MOVE WS-RCTL-STAMP TO RCTL-LAST-STATUS
021010     WRITE RUNCTL-RECORD
021020     CLOSE RUNCTL.
021030 8600-EXIT.
021040     EXIT.
021050*----------------------------------------------------------------
021060*    8700-WRITE-REVERSAL-TOTALS - CLOSING COUNTS FOR THE
021070*    REVERSAL MATCHING REPORT, WITH THE VALUE ACTUALLY REVERSED
021080*----------------------------------------------------------------
021090 8700-WRITE-REVERSAL-TOTALS.
021100     MOVE "REVERSALS POSTED:             " TO RVM-CNT-LABEL
021110     MOVE WS-REV-POSTED-COUNT TO RVM-CNT-VALUE
021120     PERFORM 8750-WRITE-REVERSAL-COUNT THRU 8750-EXIT
021130     MOVE "REJECTED - NEVER POSTED:      " TO RVM-CNT-LABEL
021140     MOVE WS-REV-ORPHAN-COUNT TO RVM-CNT-VALUE
021150     PERFORM 8750-WRITE-REVERSAL-COUNT THRU 8750-EXIT
021160     MOVE "REJECTED - ALREADY REVERSED:  " TO RVM-CNT-LABEL
021170     MOVE WS-REV-REPEAT-COUNT TO RVM-CNT-VALUE
021180     PERFORM 8750-WRITE-REVERSAL-COUNT THRU 8750-EXIT
021190     MOVE "REJECTED - AMOUNT MISMATCH:   " TO RVM-CNT-LABEL
021200     MOVE WS-REV-AMTERR-COUNT TO RVM-CNT-VALUE
021210     PERFORM 8750-WRITE-REVERSAL-COUNT THRU 8750-EXIT
021220     MOVE "SKIPPED, PARKED OR HELD:      " TO RVM-CNT-LABEL
021230     MOVE WS-REV-OTHER-COUNT TO RVM-CNT-VALUE
021240     PERFORM 8750-WRITE-REVERSAL-COUNT THRU 8750-EXIT
021250     MOVE "AMOUNT REVERSED:              " TO RVM-AMT-LABEL
021260     MOVE WS-REV-POSTED-AMOUNT TO RVM-AMT-VALUE
021270     MOVE RVM-AMOUNT-LINE TO REVRPT-RECORD
021280     WRITE REVRPT-RECORD
021290     MOVE RPT-TRAILER-LINE TO REVRPT-RECORD
021300     WRITE REVRPT-RECORD
021310     CLOSE REVRPT.
021320 8700-EXIT.
021330     EXIT.
021340*----------------------------------------------------------------
021350*    8750-WRITE-REVERSAL-COUNT
021360*----------------------------------------------------------------
021370 8750-WRITE-REVERSAL-COUNT.
021380     MOVE RVM-COUNT-LINE TO REVRPT-RECORD
021390     WRITE REVRPT-RECORD.
021400 8750-EXIT.
021410     EXIT.
021420*----------------------------------------------------------------
021430*    8400-WRITE-DATE-SECTION - ONE SECTION LINE PER BACKLOG
021440*    DATE, WRITTEN AT EACH DATE BREAK AND ONCE MORE FOR THE
021450*    FINAL DATE AHEAD OF THE GRAND TOTALS
021460*----------------------------------------------------------------
021470 8400-WRITE-DATE-SECTION.
021480     MOVE WS-ACTIVE-DATE TO RPT-DATE-VALUE
021490     MOVE WS-DATE-COMPLETE-COUNT TO RPT-DATE-COMP
021500     MOVE WS-DATE-SKIP-COUNT TO RPT-DATE-SKIP
021510     MOVE WS-DATE-FAIL-COUNT TO RPT-DATE-FAIL
021520     MOVE RPT-DATE-LINE TO REPTFILE-RECORD
021530     WRITE REPTFILE-RECORD
021540     MOVE ZERO TO WS-DATE-COMPLETE-COUNT
021550     MOVE ZERO TO WS-DATE-SKIP-COUNT
021560     MOVE ZERO TO WS-DATE-FAIL-COUNT.
021570 8400-EXIT.
021580     EXIT.
021590*----------------------------------------------------------------
021600*    9100-WRITE-ERROR-CONTEXT - ONE FAILURE-CONTEXT RECORD PER
021610*    ABEND: THE FAILING UNIT AS THE HANDLER LEFT IT, PLUS ITS
021620*    POSITION IN TRANFILE FOR THE RERUN DECISION
021630*----------------------------------------------------------------
021640 9100-WRITE-ERROR-CONTEXT.
021650     OPEN EXTEND ERRFILE
021660     IF WS-ERRFILE-STATUS = "35"
021670         OPEN OUTPUT ERRFILE
021680     END-IF
021690     MOVE SPACES TO ERRFILE-RECORD
021700     MOVE WS-RUN-DATE TO ERR-RUN-DATE
021710     MOVE ZAHL TO ERR-TRAN-KEY
021720     MOVE WS-UNIT-DESCRIPTION TO ERR-TRAN-DESC
021730     MOVE ZAHL TO ERR-ZAHL-IN
021740     MOVE ZAHL2 TO ERR-ZAHL2-OUT
021750     MOVE SUBMODULE-STATUS TO ERR-STATUS
021760     MOVE WS-TRAN-READ-COUNT TO ERR-RECORD-POSITION
021770     WRITE ERRFILE-RECORD
021780     CLOSE ERRFILE.
021790 9100-EXIT.
021800     EXIT.
021810*----------------------------------------------------------------
021820*    9200-WRITE-OPS-REPORT - THE FAILURE CONTEXT IN PRINTABLE
021830*    FORM, FOLLOWED BY EVERY TRANSACTION STILL UNREAD ON
021840*    TRANFILE WHEN THE RUN DIED
021850*----------------------------------------------------------------
021860 9200-WRITE-OPS-REPORT.
021870     OPEN OUTPUT OPSRPT
021880     MOVE WS-RUN-DATE TO OPS-HDR-DATE
021890     MOVE OPS-HEADER-LINE TO OPSRPT-RECORD
021900     WRITE OPSRPT-RECORD
021910     MOVE "FAILING KEY:            " TO OPS-LBL-TEXT
021920     MOVE ZAHL TO OPS-LBL-VALUE
021930     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
021940     MOVE "FAILING DESCRIPTION:    " TO OPS-LBL-TEXT
021950     MOVE WS-UNIT-DESCRIPTION TO OPS-LBL-VALUE
021960     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
021970     MOVE "ZAHL AT FAILURE:        " TO OPS-LBL-TEXT
021980     MOVE ZAHL TO OPS-LBL-VALUE
021990     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
022000     MOVE "ZAHL2 AT FAILURE:       " TO OPS-LBL-TEXT
022010     MOVE ZAHL2 TO OPS-LBL-VALUE
022020     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
022030     MOVE "STATUS RECEIVED:        " TO OPS-LBL-TEXT
022040     MOVE SUBMODULE-STATUS TO OPS-LBL-VALUE
022050     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
022060     MOVE "RECORD POSITION:        " TO OPS-LBL-TEXT
022070     MOVE WS-TRAN-READ-COUNT TO OPS-LBL-VALUE
022080     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
022090     MOVE "UNPROCESSED TRANSACTIONS" TO OPS-LBL-TEXT
022100     MOVE " FOLLOW:" TO OPS-LBL-VALUE
022110     PERFORM 9300-WRITE-OPS-LABEL THRU 9300-EXIT
022120     PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT
022130     PERFORM 9250-LIST-ONE-UNPROCESSED THRU 9250-EXIT
022140         UNTIL TRAN-EOF
022150     MOVE WS-UNPROCESSED-COUNT TO OPS-CNT-VALUE
022160     MOVE OPS-COUNT-LINE TO OPSRPT-RECORD
022170     WRITE OPSRPT-RECORD
022180     CLOSE OPSRPT.
022190 9200-EXIT.
022200     EXIT.
022210*----------------------------------------------------------------
022220*    9250-LIST-ONE-UNPROCESSED
022230*----------------------------------------------------------------
022240 9250-LIST-ONE-UNPROCESSED.
022250     MOVE TRAN-KEY TO OPS-UNP-KEY
022260     MOVE TRAN-DESCRIPTION TO OPS-UNP-DESC
022270     MOVE OPS-UNPROC-LINE TO OPSRPT-RECORD
022280     WRITE OPSRPT-RECORD
022290     ADD 1 TO WS-UNPROCESSED-COUNT
022300     PERFORM 2050-READ-TRANSACTION THRU 2050-EXIT.
022310 9250-EXIT.
022320     EXIT.
022330*----------------------------------------------------------------
022340*    9300-WRITE-OPS-LABEL
022350*----------------------------------------------------------------
022360 9300-WRITE-OPS-LABEL.
022370     MOVE OPS-LABEL-LINE TO OPSRPT-RECORD
022380     WRITE OPSRPT-RECORD
022390     MOVE SPACES TO OPS-LBL-VALUE.
022400 9300-EXIT.
022410     EXIT.
022420*----------------------------------------------------------------
022430*    9999-ABEND - A SEVERE STATUS FROM A HANDLER STOPS THE RUN.
022440*    BEFORE THE FILES COME DOWN, THE FAILURE CONTEXT GOES TO
022450*    ERRFILE AND THE OPERATOR ACTION REPORT TO OPSRPT SO NIGHT
022460*    OPERATIONS CAN SEE WHAT FAILED AND WHAT IS STILL WAITING
022470*----------------------------------------------------------------
022480 9999-ABEND.
022490     DISPLAY "SUBMODULE RETURNED A SEVERE OR UNKNOWN STATUS - "
022500         "ABENDING RUN"
022510     PERFORM 9100-WRITE-ERROR-CONTEXT THRU 9100-EXIT
022520     PERFORM 9200-WRITE-OPS-REPORT THRU 9200-EXIT
022530     IF WS-TRANFILE-STATUS = "00" OR WS-TRANFILE-STATUS = "10"
022540         CLOSE TRANFILE
022550     END-IF
022560     CLOSE AUDITLOG
022570     CLOSE RESTARTFILE
022580     CLOSE RSLTMSTR
022590     CLOSE RSLTHIST
022600     IF PARK-MODE
022610         CLOSE SUSPFILE
022620     END-IF
022630     IF AMOUNT-HOLD-ACTIVE
022640         CLOSE HELDFILE
022650     END-IF
022660     CLOSE PERDEXC
022670     CLOSE EXTRFILE
022680     PERFORM 8100-WRITE-REPORT-TRAILER THRU 8100-EXIT
022690     PERFORM 8700-WRITE-REVERSAL-TOTALS THRU 8700-EXIT
022700     MOVE 16 TO RETURN-CODE
022710     MOVE "ABEND   " TO WS-RCTL-STAMP
022720     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT
022730     PERFORM 8500-POST-END-STATUS THRU 8500-EXIT
022740     GOBACK.
022750 END PROGRAM MAIN.
