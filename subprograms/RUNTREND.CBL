001000*****************************************************************
001010*  RUNTREND.CBL
001020*----------------------------------------------------------------
001030*  BATCH-WINDOW TREND REPORT.  RUNSTRPT SHOWS ONE NIGHT'S ROWS;
001040*  THIS PROGRAM READS THE WHOLE SHARED RUNSTAT FILE AND, FOR
001050*  EVERY NIGHT IN A DATE RANGE, PRINTS EACH STEP'S START AND
001060*  END TIME, ELAPSED TIME, ITS ROLLING AVERAGE OVER THE STEP'S
001070*  PREVIOUS RUNS, THE INPUT VOLUME (RS-READ-COUNT OF THE END
001080*  ROW), AND THE RETURN CODE, FOLLOWED BY THE NIGHT'S WINDOW -
001090*  FIRST START TO LAST END OF THE WHOLE STREAM.  A STEP IS A
001100*  PROGRAM AND STREAM NUMBER, SO THE THREE SPLIT-STREAM MAIN
001110*  RUNS, SPLITTER, AND CONSOLID TREND ON THEIR OWN.  A STEP IS
001120*  FLAGGED OVER SLA WHEN IT RAN LONGER THAN THE SLA CARD FOR
001130*  ITS PROGRAM, OVER AVERAGE WHEN IT RAN LONGER THAN PCTAVG
001140*  PERCENT OF ITS AVERAGE AND AT LEAST MINSECS SECONDS OVER
001150*  IT, AND NO END ROW WHEN IT STARTED BUT NEVER POSTED AN END.
001160*  THE SPLIT-STREAM ROWS REACH RUNSTAT ONLY WHEN CONSJOB
001170*  APPENDS THEM, SO THE ROWS ARE SORTED ON DATE AND TIME FIRST.
001180*  A NIGHT RUNS PAST MIDNIGHT: A ROW STAMPED BEFORE THE
001190*  DAYSTART HOUR BELONGS TO THE PREVIOUS DATE'S NIGHT.  EVERY
001200*  RUN BEFORE THE RANGE STILL FEEDS THE AVERAGES.
001210*  TRDPARM CARD LAYOUT (MISSING FILE = LAST NIGHT, DEFAULTS):
001220*      COLS 01-08  VERB: FROM / TO / SLA / PCTAVG / AVGNITES /
001230*                        MINSECS / DAYSTART
001240*      FROM:      COLS 10-17  FIRST NIGHT YYYYMMDD (DEFAULT TO)
001250*      TO:        COLS 10-17  LAST NIGHT YYYYMMDD (DEFAULT
001260*                             YESTERDAY)
001270*      SLA:       COLS 10-17  PROGRAM NAME, COLS 19-23 MINUTES
001280*                             (UP TO 20 CARDS)
001290*      PCTAVG:    COLS 10-12  PERCENT OF AVERAGE (DEFAULT 200)
001300*      AVGNITES:  COLS 10-11  RUNS AVERAGED (DEFAULT 5, MAX 10)
001310*      MINSECS:   COLS 10-14  SECONDS OVER AVERAGE BEFORE A
001320*                             STEP IS FLAGGED (DEFAULT 60)
001330*      DAYSTART:  COLS 10-11  HOUR A NEW NIGHT BEGINS (DEFAULT
001340*                             12)
001350*  RETURN CODES:
001360*      00 - NO STEP FLAGGED
001370*      04 - AT LEAST ONE STEP FLAGGED - SEE THE REPORT
001380*      08 - RUNSTAT NOT AVAILABLE
001390*----------------------------------------------------------------
001400*  MODIFICATION HISTORY
001410*  DATE       INIT  DESCRIPTION
001420*  10/15/26   JPM   ORIGINAL VERSION.
001422*  10/15/26   JPM   THE STEP TABLE SEARCH NOW STOPS ON A FOUND
001424*                   SWITCH SO IT NEVER TESTS A SLOT PAST THE LAST
001426*                   ONE IN USE.
001430*****************************************************************
001440 IDENTIFICATION DIVISION.
001450 PROGRAM-ID. RUNTREND.
001460 AUTHOR. J P MEYER.
001470 INSTALLATION. BATCH SYSTEMS GROUP.
001480 DATE-WRITTEN. 10/15/26.
001490 DATE-COMPILED.
001500 ENVIRONMENT DIVISION.
001510 INPUT-OUTPUT SECTION.
001520 FILE-CONTROL.
001530     SELECT TRDPARM ASSIGN TO TRDPARM
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-TRDPARM-STATUS.
001560     SELECT RUNSTAT ASSIGN TO RUNSTAT
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS WS-RUNSTAT-STATUS.
001590     SELECT TRDRPT ASSIGN TO TRDRPT
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS WS-TRDRPT-STATUS.
001620     SELECT SORTFILE ASSIGN TO SORTWK01.
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  TRDPARM
001660     RECORD CONTAINS 80 CHARACTERS
001670     RECORDING MODE IS F.
001680 01  TRDPARM-RECORD.
001690     05  TPAR-VERB                  PIC X(08).
001700     05  FILLER                     PIC X(01).
001710     05  TPAR-VALUE                 PIC X(08).
001720     05  TPAR-SHORT REDEFINES TPAR-VALUE.
001730         10  TPAR-2-DIGITS          PIC X(02).
001740         10  FILLER                 PIC X(06).
001750     05  TPAR-MEDIUM REDEFINES TPAR-VALUE.
001760         10  TPAR-3-DIGITS          PIC X(03).
001770         10  FILLER                 PIC X(05).
001780     05  TPAR-LONG REDEFINES TPAR-VALUE.
001790         10  TPAR-5-DIGITS          PIC X(05).
001800         10  FILLER                 PIC X(03).
001810     05  FILLER                     PIC X(01).
001820     05  TPAR-MINUTES               PIC X(05).
001830     05  TPAR-MINUTES-NUM REDEFINES TPAR-MINUTES
001840                                    PIC 9(05).
001850     05  FILLER                     PIC X(57).
001860 FD  RUNSTAT
001870     RECORD CONTAINS 80 CHARACTERS
001880     RECORDING MODE IS F.
001890 01  RUNSTAT-IO-RECORD              PIC X(80).
001900 FD  TRDRPT
001910     RECORD CONTAINS 80 CHARACTERS
001920     RECORDING MODE IS F.
001930 01  TRDRPT-RECORD                  PIC X(80).
001940*----------------------------------------------------------------
001950*    THE RUNSTAT ROW WITH ITS READ SEQUENCE IN THE FILLER, SO
001960*    ROWS POSTED IN THE SAME SECOND KEEP THEIR POSTING ORDER
001970*----------------------------------------------------------------
001980 SD  SORTFILE.
001990 01  SORT-RECORD.
002000     05  FILLER                     PIC X(08).
002010     05  SORT-RUN-DATE              PIC 9(08).
002020     05  FILLER                     PIC X(06).
002030     05  SORT-TIME                  PIC 9(06).
002040     05  FILLER                     PIC X(16).
002050     05  SORT-SEQUENCE              PIC 9(07).
002060     05  FILLER                     PIC X(29).
002070 WORKING-STORAGE SECTION.
002080 COPY RUNSREC.
002090 01  WS-TRDPARM-STATUS              PIC X(02) VALUE "00".
002100 01  WS-RUNSTAT-STATUS              PIC X(02) VALUE "00".
002110 01  WS-TRDRPT-STATUS               PIC X(02) VALUE "00".
002120 77  WS-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
002130     88  PARM-EOF                    VALUE "Y".
002140 77  WS-STAT-EOF-SWITCH             PIC X(01) VALUE "N".
002150     88  STAT-EOF                    VALUE "Y".
002160 77  WS-SORT-EOF-SWITCH             PIC X(01) VALUE "N".
002170     88  SORT-EOF                    VALUE "Y".
002180 77  WS-RUNSTAT-SWITCH              PIC X(01) VALUE "Y".
002190     88  RUNSTAT-MISSING             VALUE "N".
002200 77  WS-RANGE-SWITCH                PIC X(01) VALUE "N".
002210     88  NIGHT-IN-RANGE              VALUE "Y".
002220 77  WS-SLA-SWITCH                  PIC X(01) VALUE "N".
002230     88  STEP-OVER-SLA               VALUE "Y".
002240 77  WS-AVG-SWITCH                  PIC X(01) VALUE "N".
002250     88  STEP-OVER-AVERAGE           VALUE "Y".
002260 77  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.
002270 77  WS-FROM-NIGHT                  PIC 9(08) VALUE ZERO.
002280 77  WS-TO-NIGHT                    PIC 9(08) VALUE ZERO.
002290 77  WS-CUR-NIGHT                   PIC 9(08) VALUE ZERO.
002300 77  WS-EVENT-NIGHT                 PIC 9(08) VALUE ZERO.
002310 77  WS-PCT-AVG                     PIC 9(03) VALUE 200.
002320 77  WS-AVG-NIGHTS                  PIC 9(02) COMP VALUE 5.
002330 77  WS-MIN-SECS                    PIC 9(05) VALUE 60.
002340 77  WS-DAY-START                   PIC 9(02) VALUE 12.
002350 77  WS-DAY-START-TIME              PIC 9(06) VALUE ZERO.
002360 77  WS-ROWS-READ                   PIC 9(07) VALUE ZERO.
002370 77  WS-ROWS-UNREADABLE             PIC 9(07) VALUE ZERO.
002380 77  WS-NIGHTS-REPORTED             PIC 9(05) VALUE ZERO.
002390 77  WS-STEPS-REPORTED              PIC 9(05) VALUE ZERO.
002400 77  WS-OVER-SLA-COUNT              PIC 9(05) VALUE ZERO.
002410 77  WS-OVER-AVG-COUNT              PIC 9(05) VALUE ZERO.
002420 77  WS-NO-END-COUNT                PIC 9(05) VALUE ZERO.
002430 77  WS-NO-START-COUNT              PIC 9(05) VALUE ZERO.
002440 77  WS-TABLE-FULL-COUNT            PIC 9(05) VALUE ZERO.
002450 77  WS-STEP-COUNT                  PIC 9(02) COMP VALUE ZERO.
002460 77  WS-STEP-LIMIT                  PIC 9(02) COMP VALUE 30.
002470 77  WS-STEP-SUB                    PIC 9(02) COMP VALUE ZERO.
002473 77  WS-STEP-FOUND-SWITCH           PIC X(01) VALUE "N".
002476     88  STEP-FOUND                  VALUE "Y".
002480 77  WS-SAMPLE-SUB                  PIC 9(02) COMP VALUE ZERO.
002490 77  WS-SLA-COUNT                   PIC 9(02) COMP VALUE ZERO.
002500 77  WS-SLA-SUB                     PIC 9(02) COMP VALUE ZERO.
002510 77  WS-ELAPSED                     PIC S9(07) COMP VALUE ZERO.
002520 77  WS-AVERAGE                     PIC S9(07) COMP VALUE ZERO.
002530 77  WS-SAMPLE-TOTAL                PIC S9(09) COMP VALUE ZERO.
002540 77  WS-SLA-LIMIT                   PIC S9(07) COMP VALUE ZERO.
002550 77  WS-PERCENT                     PIC S9(07) COMP VALUE ZERO.
002560 77  WS-WIN-START-SECS              PIC S9(11) COMP VALUE ZERO.
002570 77  WS-WIN-END-SECS                PIC S9(11) COMP VALUE ZERO.
002580 77  WS-WIN-START-TIME              PIC 9(06) VALUE ZERO.
002590 77  WS-WIN-END-TIME                PIC 9(06) VALUE ZERO.
002600 77  WS-WIN-STEPS                   PIC 9(04) VALUE ZERO.
002610 77  WS-WIN-FLAGGED                 PIC 9(04) VALUE ZERO.
002620 77  WS-DUR-SECS                    PIC S9(09) COMP VALUE ZERO.
002630 77  WS-DUR-REST                    PIC S9(09) COMP VALUE ZERO.
002640 77  WS-DUR-HOURS                   PIC S9(07) COMP VALUE ZERO.
002650 77  WS-LEAP-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
002660 77  WS-LEAP-REMAINDER              PIC 9(04) COMP VALUE ZERO.
002670*----------------------------------------------------------------
002680*    ONE ENTRY PER PROGRAM AND STREAM: WHETHER A START IS
002690*    WAITING FOR ITS END, AND THE ELAPSED SECONDS OF ITS LAST
002700*    AVGNITES RUNS (A RING - NEXT-SAMPLE IS THE LAST WRITTEN)
002710*----------------------------------------------------------------
002720 01  WS-STEP-TABLE.
002730     05  WS-STEP-ENTRY              OCCURS 30 TIMES.
002740         10  WS-STP-PROGRAM         PIC X(08).
002750         10  WS-STP-STREAM          PIC 9(01).
002760         10  WS-STP-OPEN-SWITCH     PIC X(01).
002770             88  STEP-IS-OPEN        VALUE "Y".
002780         10  WS-STP-OPEN-NIGHT      PIC 9(08).
002790         10  WS-STP-OPEN-TIME       PIC 9(06).
002800         10  WS-STP-OPEN-SECS       PIC S9(11) COMP.
002810         10  WS-STP-SAMPLE-COUNT    PIC 9(02) COMP.
002820         10  WS-STP-NEXT-SAMPLE     PIC 9(02) COMP.
002830         10  WS-STP-SAMPLE          PIC S9(07) COMP
002840                                    OCCURS 10 TIMES.
002850 01  WS-SLA-TABLE.
002860     05  WS-SLA-ENTRY               OCCURS 20 TIMES.
002870         10  WS-SLA-PROGRAM         PIC X(08).
002880         10  WS-SLA-SECONDS         PIC 9(07).
002890*----------------------------------------------------------------
002900*    THE ROW BEING PLACED: ITS NIGHT AND ITS TIME IN SECONDS
002910*    FROM THE DAY SERIAL, SO AN ELAPSED TIME ACROSS MIDNIGHT
002920*    IS A PLAIN SUBTRACTION
002930*----------------------------------------------------------------
002940 01  WS-STAMP-DATE                  PIC 9(08) VALUE ZERO.
002950 01  WS-STAMP-TIME                  PIC 9(06) VALUE ZERO.
002960 01  FILLER REDEFINES WS-STAMP-TIME.
002970     05  WS-STAMP-HH                PIC 9(02).
002980     05  WS-STAMP-MM                PIC 9(02).
002990     05  WS-STAMP-SS                PIC 9(02).
003000 01  WS-STAMP-NIGHT                 PIC 9(08) VALUE ZERO.
003010 01  WS-STAMP-SECS                  PIC S9(11) COMP VALUE ZERO.
003020 77  WS-DATE-SERIAL                 PIC S9(09) COMP VALUE ZERO.
003030 77  WS-SERIAL-PART                 PIC S9(09) COMP VALUE ZERO.
003040 77  WS-SERIAL-YEAR                 PIC S9(05) COMP VALUE ZERO.
003050 77  WS-SERIAL-MONTH                PIC S9(03) COMP VALUE ZERO.
003060 01  WS-SERIAL-WORK-DATE            PIC 9(08) VALUE ZERO.
003070 01  FILLER REDEFINES WS-SERIAL-WORK-DATE.
003080     05  WS-SERIAL-YYYY             PIC 9(04).
003090     05  WS-SERIAL-MM               PIC 9(02).
003100     05  WS-SERIAL-DD               PIC 9(02).
003110 01  WS-PREV-WORK-DATE              PIC 9(08) VALUE ZERO.
003120 01  FILLER REDEFINES WS-PREV-WORK-DATE.
003130     05  WS-PREV-YYYY               PIC 9(04).
003140     05  WS-PREV-MM                 PIC 9(02).
003150     05  WS-PREV-DD                 PIC 9(02).
003160 01  WS-MONTH-DAYS-VALUES           PIC X(24)
003170     VALUE "312831303130313130313031".
003180 01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
003190     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
003200 01  WS-DUR-EDIT.
003210     05  WS-DUR-HH                  PIC 9(02).
003220     05  FILLER                     PIC X(01) VALUE ":".
003230     05  WS-DUR-MM                  PIC 9(02).
003240     05  FILLER                     PIC X(01) VALUE ":".
003250     05  WS-DUR-SS                  PIC 9(02).
003260 01  TRD-HEADER-LINE.
003270     05  FILLER                     PIC X(27)
003280         VALUE "BATCH-WINDOW TREND REPORT -".
003290     05  FILLER                     PIC X(08) VALUE " NIGHTS ".
003300     05  TRD-HDR-FROM               PIC 9(08).
003310     05  FILLER                     PIC X(04) VALUE " TO ".
003320     05  TRD-HDR-TO                 PIC 9(08).
003330     05  FILLER                     PIC X(25) VALUE SPACES.
003340 01  TRD-NIGHT-LINE.
003350     05  FILLER                     PIC X(09) VALUE "NIGHT OF ".
003360     05  TRD-NGT-DATE               PIC 9(08).
003370     05  FILLER                     PIC X(63) VALUE SPACES.
003380 01  TRD-COLUMN-LINE.
003390     05  FILLER                     PIC X(40) VALUE
003400         "PROGRAM   S START  END     ELAPSED AVERA".
003410     05  FILLER                     PIC X(40) VALUE
003420         "GE   PCT     READ RC FLAG               ".
003430 01  TRD-DETAIL-LINE.
003440     05  TRD-DET-PROGRAM            PIC X(08).
003450     05  FILLER                     PIC X(02) VALUE " S".
003460     05  TRD-DET-STREAM             PIC 9(01).
003470     05  FILLER                     PIC X(01) VALUE SPACE.
003480     05  TRD-DET-START              PIC 9(06).
003490     05  FILLER                     PIC X(01) VALUE "-".
003500     05  TRD-DET-END                PIC 9(06).
003510     05  FILLER                     PIC X(01) VALUE SPACE.
003520     05  TRD-DET-ELAPSED            PIC X(08).
003530     05  FILLER                     PIC X(01) VALUE SPACE.
003540     05  TRD-DET-AVERAGE            PIC X(08).
003550     05  FILLER                     PIC X(01) VALUE SPACE.
003560     05  TRD-DET-PERCENT            PIC ZZZ9.
003570     05  FILLER                     PIC X(02) VALUE "% ".
003580     05  TRD-DET-READ               PIC ZZZZZZ9.
003590     05  FILLER                     PIC X(01) VALUE SPACE.
003600     05  TRD-DET-RC                 PIC 9(02).
003610     05  FILLER                     PIC X(01) VALUE SPACE.
003620     05  TRD-DET-FLAG               PIC X(12).
003630     05  FILLER                     PIC X(07) VALUE SPACES.
003640 01  TRD-WINDOW-LINE.
003650     05  FILLER                     PIC X(16)
003660         VALUE "  STREAM WINDOW ".
003670     05  TRD-WIN-START              PIC 9(06).
003680     05  FILLER                     PIC X(01) VALUE "-".
003690     05  TRD-WIN-END                PIC 9(06).
003700     05  FILLER                     PIC X(09) VALUE " ELAPSED ".
003710     05  TRD-WIN-ELAPSED            PIC X(08).
003720     05  FILLER                     PIC X(07) VALUE " STEPS ".
003730     05  TRD-WIN-STEPS              PIC ZZZ9.
003740     05  FILLER                     PIC X(09) VALUE " FLAGGED ".
003750     05  TRD-WIN-FLAGGED            PIC ZZZ9.
003760     05  FILLER                     PIC X(10) VALUE SPACES.
003770 01  TRD-MESSAGE-LINE.
003780     05  TRD-MSG-TEXT               PIC X(45).
003790     05  TRD-MSG-VALUE              PIC X(35).
003800 01  TRD-COUNT-LINE.
003810     05  TRD-CNT-LABEL              PIC X(30).
003820     05  TRD-CNT-VALUE              PIC ZZZZZZ9.
003830     05  FILLER                     PIC X(43) VALUE SPACES.
003840 PROCEDURE DIVISION.
003850*----------------------------------------------------------------
003860*    0000-MAINLINE
003870*----------------------------------------------------------------
003880 0000-MAINLINE.
003890     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003900     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT
003910     IF WS-TO-NIGHT = ZERO
003920         MOVE WS-TODAY-DATE TO WS-PREV-WORK-DATE
003930         PERFORM 7200-PREVIOUS-DATE THRU 7200-EXIT
003940         MOVE WS-PREV-WORK-DATE TO WS-TO-NIGHT
003950     END-IF
003960     IF WS-FROM-NIGHT = ZERO
003970         MOVE WS-TO-NIGHT TO WS-FROM-NIGHT
003980     END-IF
003990     COMPUTE WS-DAY-START-TIME = WS-DAY-START * 10000
004000     MOVE SPACES TO WS-STEP-TABLE
004010     OPEN OUTPUT TRDRPT
004020     MOVE WS-FROM-NIGHT TO TRD-HDR-FROM
004030     MOVE WS-TO-NIGHT TO TRD-HDR-TO
004040     MOVE TRD-HEADER-LINE TO TRDRPT-RECORD
004050     WRITE TRDRPT-RECORD
004060     SORT SORTFILE
004070         ON ASCENDING KEY SORT-RUN-DATE
004080         ON ASCENDING KEY SORT-TIME
004090         ON ASCENDING KEY SORT-SEQUENCE
004100         INPUT PROCEDURE IS 2000-RELEASE-STATUS-ROWS
004110             THRU 2000-EXIT
004120         OUTPUT PROCEDURE IS 3000-TREND-STATUS-ROWS
004130             THRU 3000-EXIT
004140     PERFORM 8000-FINALIZE THRU 8000-EXIT
004150     GOBACK.
004160*----------------------------------------------------------------
004170*    1000-READ-PARAMETERS - A MISSING FILE MEANS LAST NIGHT
004180*    ONLY, WITH NO SLA LIMITS AND THE DEFAULT AVERAGE TEST
004190*----------------------------------------------------------------
004200 1000-READ-PARAMETERS.
004210     OPEN INPUT TRDPARM
004220     IF WS-TRDPARM-STATUS NOT = "00"
004230         DISPLAY "RUNTREND: TRDPARM NOT AVAILABLE - DEFAULTS USED"
004240         GO TO 1000-EXIT
004250     END-IF
004260     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
004270     PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
004280         UNTIL PARM-EOF
004290     CLOSE TRDPARM.
004300 1000-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330*    1100-READ-PARM-CARD
004340*----------------------------------------------------------------
004350 1100-READ-PARM-CARD.
004360     READ TRDPARM
004370         AT END
004380             SET PARM-EOF TO TRUE
004390     END-READ.
004400 1100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430*    1200-APPLY-PARM-CARD
004440*----------------------------------------------------------------
004450 1200-APPLY-PARM-CARD.
004460     EVALUATE TPAR-VERB
004470         WHEN "FROM    "
004480             IF TPAR-VALUE NUMERIC
004490                 MOVE TPAR-VALUE TO WS-FROM-NIGHT
004500             END-IF
004510         WHEN "TO      "
004520             IF TPAR-VALUE NUMERIC
004530                 MOVE TPAR-VALUE TO WS-TO-NIGHT
004540             END-IF
004550         WHEN "SLA     "
004560             PERFORM 1300-ADD-SLA-CARD THRU 1300-EXIT
004570         WHEN "PCTAVG  "
004580             IF TPAR-3-DIGITS NUMERIC
004590                 MOVE TPAR-3-DIGITS TO WS-PCT-AVG
004600             END-IF
004610         WHEN "AVGNITES"
004620             IF TPAR-2-DIGITS NUMERIC
004630                 AND TPAR-2-DIGITS > "00"
004640                 AND TPAR-2-DIGITS NOT > "10"
004650                 MOVE TPAR-2-DIGITS TO WS-AVG-NIGHTS
004660             ELSE
004670                 DISPLAY "RUNTREND: AVGNITES MUST BE 01-10 - "
004680                     "CARD IGNORED"
004690             END-IF
004700         WHEN "MINSECS "
004710             IF TPAR-5-DIGITS NUMERIC
004720                 MOVE TPAR-5-DIGITS TO WS-MIN-SECS
004730             END-IF
004740         WHEN "DAYSTART"
004750             IF TPAR-2-DIGITS NUMERIC
004760                 AND TPAR-2-DIGITS < "24"
004770                 MOVE TPAR-2-DIGITS TO WS-DAY-START
004780             END-IF
004790         WHEN OTHER
004800             DISPLAY "RUNTREND: CARD NOT RECOGNIZED <"
004810                 TPAR-VERB ">"
004820     END-EVALUATE
004830     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
004840 1200-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870*    1300-ADD-SLA-CARD - ONE LIMIT PER PROGRAM, IN MINUTES; IT
004880*    APPLIES TO EVERY STREAM OF THE PROGRAM
004890*----------------------------------------------------------------
004900 1300-ADD-SLA-CARD.
004910     IF TPAR-MINUTES NOT NUMERIC
004920         DISPLAY "RUNTREND: SLA MINUTES NOT NUMERIC <"
004930             TPAR-MINUTES ">"
004940         GO TO 1300-EXIT
004950     END-IF
004960     IF WS-SLA-COUNT NOT < 20
004970         DISPLAY "RUNTREND: SLA TABLE FULL - CARD IGNORED"
004980         GO TO 1300-EXIT
004990     END-IF
005000     ADD 1 TO WS-SLA-COUNT
005010     MOVE TPAR-VALUE TO WS-SLA-PROGRAM (WS-SLA-COUNT)
005020     COMPUTE WS-SLA-SECONDS (WS-SLA-COUNT)
005030         = TPAR-MINUTES-NUM * 60.
005040 1300-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070*    2000-RELEASE-STATUS-ROWS - SORT INPUT.  A ROW WITHOUT A
005080*    READABLE DATE, TIME, AND PHASE CANNOT BE PLACED AND IS
005090*    ONLY COUNTED
005100*----------------------------------------------------------------
005110 2000-RELEASE-STATUS-ROWS.
005120     OPEN INPUT RUNSTAT
005130     IF WS-RUNSTAT-STATUS NOT = "00"
005140         DISPLAY "RUNTREND: RUNSTAT NOT AVAILABLE - STATUS "
005150             WS-RUNSTAT-STATUS
005160         SET RUNSTAT-MISSING TO TRUE
005170         GO TO 2000-EXIT
005180     END-IF
005190     PERFORM 2100-READ-STATUS-ROW THRU 2100-EXIT
005200     PERFORM 2200-RELEASE-ONE-ROW THRU 2200-EXIT
005210         UNTIL STAT-EOF
005220     CLOSE RUNSTAT.
005230 2000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260*    2100-READ-STATUS-ROW
005270*----------------------------------------------------------------
005280 2100-READ-STATUS-ROW.
005290     READ RUNSTAT INTO RUNSTAT-RECORD
005300         AT END
005310             SET STAT-EOF TO TRUE
005320         NOT AT END
005330             ADD 1 TO WS-ROWS-READ
005340     END-READ.
005350 2100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*    2200-RELEASE-ONE-ROW
005390*----------------------------------------------------------------
005400 2200-RELEASE-ONE-ROW.
005410     IF RS-RUN-DATE NOT NUMERIC OR RS-RUN-DATE = ZERO
005420         OR RS-TIME NOT NUMERIC
005430         OR NOT (RS-PHASE-START OR RS-PHASE-END)
005440         ADD 1 TO WS-ROWS-UNREADABLE
005450         GO TO 2200-READ-NEXT
005460     END-IF
005470     MOVE RUNSTAT-RECORD TO SORT-RECORD
005480     MOVE WS-ROWS-READ TO SORT-SEQUENCE
005490     RELEASE SORT-RECORD.
005500 2200-READ-NEXT.
005510     PERFORM 2100-READ-STATUS-ROW THRU 2100-EXIT.
005520 2200-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550*    3000-TREND-STATUS-ROWS - SORT OUTPUT.  ROWS ARRIVE IN
005560*    TIME ORDER; A START OPENS ITS STEP AND THE MATCHING END
005570*    CLOSES IT.  THE LAST NIGHT IS CLOSED AT END OF FILE
005580*----------------------------------------------------------------
005590 3000-TREND-STATUS-ROWS.
005600     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT
005610     PERFORM 3100-TAKE-SORTED-ROW THRU 3100-EXIT
005620         UNTIL SORT-EOF
005630     MOVE 99999999 TO WS-EVENT-NIGHT
005640     PERFORM 3850-CLOSE-NIGHT THRU 3850-EXIT.
005650 3000-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680*    3050-RETURN-SORTED
005690*----------------------------------------------------------------
005700 3050-RETURN-SORTED.
005710     RETURN SORTFILE INTO RUNSTAT-RECORD
005720         AT END
005730             SET SORT-EOF TO TRUE
005740     END-RETURN.
005750 3050-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780*    3100-TAKE-SORTED-ROW
005790*----------------------------------------------------------------
005800 3100-TAKE-SORTED-ROW.
005810     MOVE RS-RUN-DATE TO WS-STAMP-DATE
005820     MOVE RS-TIME TO WS-STAMP-TIME
005830     PERFORM 7100-PLACE-STAMP THRU 7100-EXIT
005840     MOVE WS-STAMP-NIGHT TO WS-EVENT-NIGHT
005850     PERFORM 3800-CHECK-NIGHT THRU 3800-EXIT
005860     PERFORM 3200-FIND-STEP THRU 3200-EXIT
005870     IF WS-STEP-SUB = ZERO
005880         ADD 1 TO WS-TABLE-FULL-COUNT
005890         GO TO 3100-RETURN-NEXT
005900     END-IF
005910     IF RS-PHASE-START
005920         PERFORM 3300-OPEN-STEP THRU 3300-EXIT
005930     ELSE
005940         PERFORM 3400-CLOSE-STEP THRU 3400-EXIT
005950     END-IF.
005960 3100-RETURN-NEXT.
005970     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
005980 3100-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010*    3200-FIND-STEP - THE TABLE SLOT FOR THE ROW'S PROGRAM AND
006020*    STREAM, ADDED ON FIRST SIGHT.  ZERO WHEN THE TABLE IS FULL
006030*----------------------------------------------------------------
006040 3200-FIND-STEP.
006050     MOVE 1 TO WS-STEP-SUB
006055     MOVE "N" TO WS-STEP-FOUND-SWITCH
006060     PERFORM 3210-NEXT-STEP THRU 3210-EXIT
006073         UNTIL STEP-FOUND
006086         OR WS-STEP-SUB > WS-STEP-COUNT
006100     IF WS-STEP-SUB NOT > WS-STEP-COUNT
006110         GO TO 3200-EXIT
006120     END-IF
006130     IF WS-STEP-COUNT NOT < WS-STEP-LIMIT
006140         MOVE ZERO TO WS-STEP-SUB
006150         GO TO 3200-EXIT
006160     END-IF
006170     ADD 1 TO WS-STEP-COUNT
006180     MOVE WS-STEP-COUNT TO WS-STEP-SUB
006190     MOVE RS-PROGRAM TO WS-STP-PROGRAM (WS-STEP-SUB)
006200     MOVE RS-STREAM TO WS-STP-STREAM (WS-STEP-SUB)
006210     MOVE "N" TO WS-STP-OPEN-SWITCH (WS-STEP-SUB)
006220     MOVE ZERO TO WS-STP-SAMPLE-COUNT (WS-STEP-SUB)
006230     MOVE ZERO TO WS-STP-NEXT-SAMPLE (WS-STEP-SUB).
006240 3200-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006266*    3210-NEXT-STEP - TEST ONE STEP TABLE SLOT AND STEP TO THE
006272*    NEXT WHEN IT DOES NOT MATCH
006280*----------------------------------------------------------------
006290 3210-NEXT-STEP.
006292     IF WS-STP-PROGRAM (WS-STEP-SUB) = RS-PROGRAM
006294     AND WS-STP-STREAM (WS-STEP-SUB) = RS-STREAM
006296         SET STEP-FOUND TO TRUE
006298     ELSE
006300         ADD 1 TO WS-STEP-SUB
006302     END-IF.
006310 3210-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------
006340*    3300-OPEN-STEP - A SECOND START WITH NO END BETWEEN (A
006350*    RERUN AFTER AN ABEND) LEAVES THE FIRST ONE UNFINISHED.
006360*    THE FIRST START OF THE NIGHT OPENS THE WINDOW
006370*----------------------------------------------------------------
006380 3300-OPEN-STEP.
006390     IF STEP-IS-OPEN (WS-STEP-SUB)
006400         PERFORM 3700-REPORT-NO-END THRU 3700-EXIT
006410     END-IF
006420     MOVE "Y" TO WS-STP-OPEN-SWITCH (WS-STEP-SUB)
006430     MOVE WS-STAMP-NIGHT TO WS-STP-OPEN-NIGHT (WS-STEP-SUB)
006440     MOVE RS-TIME TO WS-STP-OPEN-TIME (WS-STEP-SUB)
006450     MOVE WS-STAMP-SECS TO WS-STP-OPEN-SECS (WS-STEP-SUB)
006460     IF WS-WIN-START-SECS = ZERO
006470         OR WS-STAMP-SECS < WS-WIN-START-SECS
006480         MOVE WS-STAMP-SECS TO WS-WIN-START-SECS
006490         MOVE RS-TIME TO WS-WIN-START-TIME
006500     END-IF.
006510 3300-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540*    3400-CLOSE-STEP - THE END ROW GIVES THE ELAPSED TIME.  IT
006550*    IS REPORTED AGAINST THE AVERAGE OF THE STEP'S EARLIER RUNS
006560*    AND THEN JOINS THEM, WHETHER OR NOT THE NIGHT IS REPORTED
006570*----------------------------------------------------------------
006580 3400-CLOSE-STEP.
006590     IF NOT STEP-IS-OPEN (WS-STEP-SUB)
006600         ADD 1 TO WS-NO-START-COUNT
006610         GO TO 3400-EXIT
006620     END-IF
006630     MOVE "N" TO WS-STP-OPEN-SWITCH (WS-STEP-SUB)
006640     COMPUTE WS-ELAPSED
006650         = WS-STAMP-SECS - WS-STP-OPEN-SECS (WS-STEP-SUB)
006660     IF WS-STAMP-SECS > WS-WIN-END-SECS
006670         MOVE WS-STAMP-SECS TO WS-WIN-END-SECS
006680         MOVE RS-TIME TO WS-WIN-END-TIME
006690     END-IF
006700     IF NIGHT-IN-RANGE
006710         PERFORM 3500-REPORT-STEP THRU 3500-EXIT
006720     END-IF
006730     PERFORM 3600-ADD-SAMPLE THRU 3600-EXIT.
006740 3400-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770*    3500-REPORT-STEP - ONE DETAIL LINE WITH THE SLA AND
006780*    AVERAGE TESTS.  A STEP WITH NO EARLIER RUN HAS NO AVERAGE
006790*----------------------------------------------------------------
006800 3500-REPORT-STEP.
006810     MOVE "N" TO WS-SLA-SWITCH
006820     MOVE "N" TO WS-AVG-SWITCH
006830     ADD 1 TO WS-STEPS-REPORTED
006840     ADD 1 TO WS-WIN-STEPS
006850     MOVE ZERO TO WS-AVERAGE
006860     MOVE ZERO TO WS-SAMPLE-TOTAL
006870     IF WS-STP-SAMPLE-COUNT (WS-STEP-SUB) > ZERO
006880         PERFORM 3510-ADD-SAMPLE-TOTAL THRU 3510-EXIT
006890             VARYING WS-SAMPLE-SUB FROM 1 BY 1
006900             UNTIL WS-SAMPLE-SUB
006910             > WS-STP-SAMPLE-COUNT (WS-STEP-SUB)
006920         DIVIDE WS-SAMPLE-TOTAL
006930             BY WS-STP-SAMPLE-COUNT (WS-STEP-SUB)
006940             GIVING WS-AVERAGE ROUNDED
006950         IF WS-ELAPSED * 100 > WS-AVERAGE * WS-PCT-AVG
006960             AND WS-ELAPSED - WS-AVERAGE NOT < WS-MIN-SECS
006970             SET STEP-OVER-AVERAGE TO TRUE
006980         END-IF
006990     END-IF
007000     PERFORM 3520-FIND-SLA THRU 3520-EXIT
007010     IF WS-SLA-LIMIT > ZERO AND WS-ELAPSED > WS-SLA-LIMIT
007020         SET STEP-OVER-SLA TO TRUE
007030     END-IF
007040     MOVE RS-PROGRAM TO TRD-DET-PROGRAM
007050     MOVE RS-STREAM TO TRD-DET-STREAM
007060     MOVE WS-STP-OPEN-TIME (WS-STEP-SUB) TO TRD-DET-START
007070     MOVE RS-TIME TO TRD-DET-END
007080     MOVE WS-ELAPSED TO WS-DUR-SECS
007090     PERFORM 7300-EDIT-DURATION THRU 7300-EXIT
007100     MOVE WS-DUR-EDIT TO TRD-DET-ELAPSED
007110     MOVE WS-AVERAGE TO WS-DUR-SECS
007120     PERFORM 7300-EDIT-DURATION THRU 7300-EXIT
007130     MOVE WS-DUR-EDIT TO TRD-DET-AVERAGE
007140     MOVE ZERO TO TRD-DET-PERCENT
007150     IF WS-AVERAGE > ZERO
007160         COMPUTE WS-PERCENT = (WS-ELAPSED * 100) / WS-AVERAGE
007170         IF WS-PERCENT > 9999
007180             MOVE 9999 TO WS-PERCENT
007190         END-IF
007200         MOVE WS-PERCENT TO TRD-DET-PERCENT
007210     END-IF
007220     MOVE RS-READ-COUNT TO TRD-DET-READ
007230     MOVE RS-RETURN-CODE TO TRD-DET-RC
007240     EVALUATE TRUE
007250         WHEN STEP-OVER-SLA AND STEP-OVER-AVERAGE
007260             MOVE "OVER SLA+AVG" TO TRD-DET-FLAG
007270         WHEN STEP-OVER-SLA
007280             MOVE "OVER SLA    " TO TRD-DET-FLAG
007290         WHEN STEP-OVER-AVERAGE
007300             MOVE "OVER AVERAGE" TO TRD-DET-FLAG
007310         WHEN OTHER
007320             MOVE SPACES TO TRD-DET-FLAG
007330     END-EVALUATE
007340     IF STEP-OVER-SLA
007350         ADD 1 TO WS-OVER-SLA-COUNT
007360     END-IF
007370     IF STEP-OVER-AVERAGE
007380         ADD 1 TO WS-OVER-AVG-COUNT
007390     END-IF
007400     IF STEP-OVER-SLA OR STEP-OVER-AVERAGE
007410         ADD 1 TO WS-WIN-FLAGGED
007420     END-IF
007430     MOVE TRD-DETAIL-LINE TO TRDRPT-RECORD
007440     IF WS-STP-SAMPLE-COUNT (WS-STEP-SUB) = ZERO
007450         MOVE "    NONE      " TO TRDRPT-RECORD (36:14)
007460     END-IF
007470     WRITE TRDRPT-RECORD.
007480 3500-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510*    3510-ADD-SAMPLE-TOTAL
007520*----------------------------------------------------------------
007530 3510-ADD-SAMPLE-TOTAL.
007540     ADD WS-STP-SAMPLE (WS-STEP-SUB, WS-SAMPLE-SUB)
007550         TO WS-SAMPLE-TOTAL.
007560 3510-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590*    3520-FIND-SLA - THE LIMIT IN SECONDS FOR THE ROW'S
007600*    PROGRAM; ZERO WHEN NO SLA CARD NAMES IT
007610*----------------------------------------------------------------
007620 3520-FIND-SLA.
007630     MOVE ZERO TO WS-SLA-LIMIT
007640     PERFORM 3530-TEST-SLA THRU 3530-EXIT
007650         VARYING WS-SLA-SUB FROM 1 BY 1
007660         UNTIL WS-SLA-SUB > WS-SLA-COUNT.
007670 3520-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------
007700*    3530-TEST-SLA
007710*----------------------------------------------------------------
007720 3530-TEST-SLA.
007730     IF WS-SLA-PROGRAM (WS-SLA-SUB) = RS-PROGRAM
007740         MOVE WS-SLA-SECONDS (WS-SLA-SUB) TO WS-SLA-LIMIT
007750     END-IF.
007760 3530-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------
007790*    3600-ADD-SAMPLE - THE NEWEST RUN REPLACES THE OLDEST ONCE
007800*    AVGNITES RUNS ARE HELD
007810*----------------------------------------------------------------
007820 3600-ADD-SAMPLE.
007830     ADD 1 TO WS-STP-NEXT-SAMPLE (WS-STEP-SUB)
007840     IF WS-STP-NEXT-SAMPLE (WS-STEP-SUB) > WS-AVG-NIGHTS
007850         MOVE 1 TO WS-STP-NEXT-SAMPLE (WS-STEP-SUB)
007860     END-IF
007870     MOVE WS-STP-NEXT-SAMPLE (WS-STEP-SUB) TO WS-SAMPLE-SUB
007880     MOVE WS-ELAPSED TO WS-STP-SAMPLE (WS-STEP-SUB, WS-SAMPLE-SUB)
007890     IF WS-STP-SAMPLE-COUNT (WS-STEP-SUB) < WS-AVG-NIGHTS
007900         ADD 1 TO WS-STP-SAMPLE-COUNT (WS-STEP-SUB)
007910     END-IF.
007920 3600-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950*    3700-REPORT-NO-END - THE STEP IN WS-STEP-SUB STARTED AND
007960*    NEVER POSTED ITS END ROW.  LISTED ONLY WHEN ITS NIGHT IS
007970*    IN THE RANGE; THE STEP IS CLOSED EITHER WAY
007980*----------------------------------------------------------------
007990 3700-REPORT-NO-END.
008000     MOVE "N" TO WS-STP-OPEN-SWITCH (WS-STEP-SUB)
008010     IF WS-STP-OPEN-NIGHT (WS-STEP-SUB) < WS-FROM-NIGHT
008020         OR WS-STP-OPEN-NIGHT (WS-STEP-SUB) > WS-TO-NIGHT
008030         GO TO 3700-EXIT
008040     END-IF
008050     ADD 1 TO WS-NO-END-COUNT
008060     ADD 1 TO WS-WIN-FLAGGED
008070     MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO TRD-DET-PROGRAM
008080     MOVE WS-STP-STREAM (WS-STEP-SUB) TO TRD-DET-STREAM
008090     MOVE WS-STP-OPEN-TIME (WS-STEP-SUB) TO TRD-DET-START
008100     MOVE "NO END ROW  " TO TRD-DET-FLAG
008110     MOVE TRD-DETAIL-LINE TO TRDRPT-RECORD
008120     MOVE SPACES TO TRDRPT-RECORD (19:42)
008130     WRITE TRDRPT-RECORD.
008140 3700-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170*    3800-CHECK-NIGHT - A ROW FOR A LATER NIGHT CLOSES THE
008180*    CURRENT ONE AND, WHEN THE NEW NIGHT IS IN THE RANGE,
008190*    HEADS ITS PAGE SECTION
008200*----------------------------------------------------------------
008210 3800-CHECK-NIGHT.
008220     IF WS-EVENT-NIGHT NOT > WS-CUR-NIGHT
008230         GO TO 3800-EXIT
008240     END-IF
008250     IF WS-CUR-NIGHT NOT = ZERO
008260         PERFORM 3850-CLOSE-NIGHT THRU 3850-EXIT
008270     END-IF
008280     MOVE WS-EVENT-NIGHT TO WS-CUR-NIGHT
008290     MOVE ZERO TO WS-WIN-START-SECS
008300     MOVE ZERO TO WS-WIN-END-SECS
008310     MOVE ZERO TO WS-WIN-START-TIME
008320     MOVE ZERO TO WS-WIN-END-TIME
008330     MOVE ZERO TO WS-WIN-STEPS
008340     MOVE ZERO TO WS-WIN-FLAGGED
008350     IF WS-CUR-NIGHT < WS-FROM-NIGHT
008360         OR WS-CUR-NIGHT > WS-TO-NIGHT
008370         MOVE "N" TO WS-RANGE-SWITCH
008380         GO TO 3800-EXIT
008390     END-IF
008400     SET NIGHT-IN-RANGE TO TRUE
008410     ADD 1 TO WS-NIGHTS-REPORTED
008420     MOVE WS-CUR-NIGHT TO TRD-NGT-DATE
008430     MOVE TRD-NIGHT-LINE TO TRDRPT-RECORD
008440     WRITE TRDRPT-RECORD
008450     MOVE TRD-COLUMN-LINE TO TRDRPT-RECORD
008460     WRITE TRDRPT-RECORD.
008470 3800-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------
008500*    3850-CLOSE-NIGHT - EVERY STEP STILL OPEN FROM BEFORE THE
008510*    NEW NIGHT NEVER FINISHED; THEN THE WINDOW LINE
008520*----------------------------------------------------------------
008530 3850-CLOSE-NIGHT.
008540     PERFORM 3860-CLOSE-OPEN-STEP THRU 3860-EXIT
008550         VARYING WS-STEP-SUB FROM 1 BY 1
008560         UNTIL WS-STEP-SUB > WS-STEP-COUNT
008570     IF NOT NIGHT-IN-RANGE
008580         GO TO 3850-EXIT
008590     END-IF
008600     MOVE WS-WIN-START-TIME TO TRD-WIN-START
008610     MOVE WS-WIN-END-TIME TO TRD-WIN-END
008620     MOVE ZERO TO WS-DUR-SECS
008630     IF WS-WIN-START-SECS > ZERO
008640         AND WS-WIN-END-SECS > WS-WIN-START-SECS
008650         COMPUTE WS-DUR-SECS = WS-WIN-END-SECS - WS-WIN-START-SECS
008660     END-IF
008670     PERFORM 7300-EDIT-DURATION THRU 7300-EXIT
008680     MOVE WS-DUR-EDIT TO TRD-WIN-ELAPSED
008690     MOVE WS-WIN-STEPS TO TRD-WIN-STEPS
008700     MOVE WS-WIN-FLAGGED TO TRD-WIN-FLAGGED
008710     MOVE TRD-WINDOW-LINE TO TRDRPT-RECORD
008720     WRITE TRDRPT-RECORD.
008730 3850-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760*    3860-CLOSE-OPEN-STEP
008770*----------------------------------------------------------------
008780 3860-CLOSE-OPEN-STEP.
008790     IF STEP-IS-OPEN (WS-STEP-SUB)
008800         AND WS-STP-OPEN-NIGHT (WS-STEP-SUB) < WS-EVENT-NIGHT
008810         PERFORM 3700-REPORT-NO-END THRU 3700-EXIT
008820     END-IF.
008830 3860-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860*    7000-DATE-TO-SERIAL - TURN THE YYYYMMDD IN THE WORK FIELD
008870*    INTO A DAY SERIAL.  JANUARY AND FEBRUARY COUNT AS MONTHS
008880*    13 AND 14 OF THE PRIOR YEAR SO THE LEAP DAY SITS AT THE
008890*    END OF THE CYCLE.  EACH DIVISION IS TRUNCATED ON ITS OWN
008900*----------------------------------------------------------------
008910 7000-DATE-TO-SERIAL.
008920     MOVE WS-SERIAL-YYYY TO WS-SERIAL-YEAR
008930     MOVE WS-SERIAL-MM TO WS-SERIAL-MONTH
008940     IF WS-SERIAL-MONTH < 3
008950         SUBTRACT 1 FROM WS-SERIAL-YEAR
008960         ADD 12 TO WS-SERIAL-MONTH
008970     END-IF
008980     COMPUTE WS-DATE-SERIAL
008990         = (365 * WS-SERIAL-YEAR) + WS-SERIAL-DD
009000     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-PART
009010     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
009020     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-PART
009030     SUBTRACT WS-SERIAL-PART FROM WS-DATE-SERIAL
009040     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-PART
009050     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
009060     COMPUTE WS-SERIAL-PART
009070         = (153 * (WS-SERIAL-MONTH + 1)) / 5
009080     ADD WS-SERIAL-PART TO WS-DATE-SERIAL.
009090 7000-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------
009120*    7100-PLACE-STAMP - THE NIGHT AND THE SECONDS COUNT FOR
009130*    THE DATE AND TIME IN THE STAMP FIELDS.  BEFORE THE
009140*    DAYSTART HOUR THE STAMP BELONGS TO THE PREVIOUS NIGHT
009150*----------------------------------------------------------------
009160 7100-PLACE-STAMP.
009170     MOVE WS-STAMP-DATE TO WS-SERIAL-WORK-DATE
009180     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
009190     COMPUTE WS-STAMP-SECS = (WS-DATE-SERIAL * 86400)
009200         + (WS-STAMP-HH * 3600) + (WS-STAMP-MM * 60)
009210         + WS-STAMP-SS
009220     MOVE WS-STAMP-DATE TO WS-STAMP-NIGHT
009230     IF WS-STAMP-TIME < WS-DAY-START-TIME
009240         MOVE WS-STAMP-DATE TO WS-PREV-WORK-DATE
009250         PERFORM 7200-PREVIOUS-DATE THRU 7200-EXIT
009260         MOVE WS-PREV-WORK-DATE TO WS-STAMP-NIGHT
009270     END-IF.
009280 7100-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------
009310*    7200-PREVIOUS-DATE - STEP THE YYYYMMDD IN THE WORK FIELD
009320*    BACK ONE DAY
009330*----------------------------------------------------------------
009340 7200-PREVIOUS-DATE.
009350     IF WS-PREV-DD > 1
009360         SUBTRACT 1 FROM WS-PREV-DD
009370         GO TO 7200-EXIT
009380     END-IF
009390     IF WS-PREV-MM > 1
009400         SUBTRACT 1 FROM WS-PREV-MM
009410     ELSE
009420         MOVE 12 TO WS-PREV-MM
009430         SUBTRACT 1 FROM WS-PREV-YYYY
009440     END-IF
009450     MOVE WS-MONTH-DAYS (WS-PREV-MM) TO WS-PREV-DD
009460     IF WS-PREV-MM NOT = 2
009470         GO TO 7200-EXIT
009480     END-IF
009490     DIVIDE WS-PREV-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
009500         REMAINDER WS-LEAP-REMAINDER
009510     IF WS-LEAP-REMAINDER NOT = ZERO
009520         GO TO 7200-EXIT
009530     END-IF
009540     DIVIDE WS-PREV-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
009550         REMAINDER WS-LEAP-REMAINDER
009560     IF WS-LEAP-REMAINDER NOT = ZERO
009570         MOVE 29 TO WS-PREV-DD
009580         GO TO 7200-EXIT
009590     END-IF
009600     DIVIDE WS-PREV-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
009610         REMAINDER WS-LEAP-REMAINDER
009620     IF WS-LEAP-REMAINDER = ZERO
009630         MOVE 29 TO WS-PREV-DD
009640     END-IF.
009650 7200-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680*    7300-EDIT-DURATION - SECONDS TO HH:MM:SS, HELD AT
009690*    99:59:59
009700*----------------------------------------------------------------
009710 7300-EDIT-DURATION.
009720     IF WS-DUR-SECS < ZERO
009730         MOVE ZERO TO WS-DUR-SECS
009740     END-IF
009750     DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
009760         REMAINDER WS-DUR-REST
009770     IF WS-DUR-HOURS > 99
009780         MOVE 99 TO WS-DUR-HH
009790         MOVE 59 TO WS-DUR-MM
009800         MOVE 59 TO WS-DUR-SS
009810         GO TO 7300-EXIT
009820     END-IF
009830     MOVE WS-DUR-HOURS TO WS-DUR-HH
009840     DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
009850         REMAINDER WS-DUR-SS.
009860 7300-EXIT.
009870     EXIT.
009880*----------------------------------------------------------------
009890*    8000-FINALIZE - TOTALS AND THE STEP RETURN CODE
009900*----------------------------------------------------------------
009910 8000-FINALIZE.
009920     IF RUNSTAT-MISSING
009930         MOVE "RUNSTAT NOT AVAILABLE - NO TREND"
009940             TO TRD-MSG-TEXT
009950         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
009960     END-IF
009970     MOVE "STATUS ROWS READ:             " TO TRD-CNT-LABEL
009980     MOVE WS-ROWS-READ TO TRD-CNT-VALUE
009990     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010000     MOVE "UNREADABLE ROWS SKIPPED:      " TO TRD-CNT-LABEL
010010     MOVE WS-ROWS-UNREADABLE TO TRD-CNT-VALUE
010020     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010030     MOVE "NIGHTS REPORTED:              " TO TRD-CNT-LABEL
010040     MOVE WS-NIGHTS-REPORTED TO TRD-CNT-VALUE
010050     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010060     MOVE "STEPS REPORTED:               " TO TRD-CNT-LABEL
010070     MOVE WS-STEPS-REPORTED TO TRD-CNT-VALUE
010080     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010090     MOVE "STEPS OVER SLA:               " TO TRD-CNT-LABEL
010100     MOVE WS-OVER-SLA-COUNT TO TRD-CNT-VALUE
010110     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010120     MOVE "STEPS OVER AVERAGE:           " TO TRD-CNT-LABEL
010130     MOVE WS-OVER-AVG-COUNT TO TRD-CNT-VALUE
010140     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010150     MOVE "STEPS WITH NO END ROW:        " TO TRD-CNT-LABEL
010160     MOVE WS-NO-END-COUNT TO TRD-CNT-VALUE
010170     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010180     MOVE "END ROWS WITH NO START ROW:   " TO TRD-CNT-LABEL
010190     MOVE WS-NO-START-COUNT TO TRD-CNT-VALUE
010200     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010210     IF WS-TABLE-FULL-COUNT > ZERO
010220         MOVE "STEP TABLE FULL - ROWS SKIPPED" TO TRD-CNT-LABEL
010230         MOVE WS-TABLE-FULL-COUNT TO TRD-CNT-VALUE
010240         PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
010250     END-IF
010260     CLOSE TRDRPT
010270     EVALUATE TRUE
010280         WHEN RUNSTAT-MISSING
010290             MOVE 8 TO RETURN-CODE
010300         WHEN WS-OVER-SLA-COUNT > ZERO
010310             OR WS-OVER-AVG-COUNT > ZERO
010320             OR WS-NO-END-COUNT > ZERO
010330             MOVE 4 TO RETURN-CODE
010340         WHEN OTHER
010350             MOVE ZERO TO RETURN-CODE
010360     END-EVALUATE.
010370 8000-EXIT.
010380     EXIT.
010390*----------------------------------------------------------------
010400*    8100-WRITE-COUNT
010410*----------------------------------------------------------------
010420 8100-WRITE-COUNT.
010430     MOVE TRD-COUNT-LINE TO TRDRPT-RECORD
010440     WRITE TRDRPT-RECORD.
010450 8100-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480*    8200-WRITE-MESSAGE
010490*----------------------------------------------------------------
010500 8200-WRITE-MESSAGE.
010510     MOVE TRD-MESSAGE-LINE TO TRDRPT-RECORD
010520     WRITE TRDRPT-RECORD
010530     MOVE SPACES TO TRD-MSG-TEXT
010540     MOVE SPACES TO TRD-MSG-VALUE.
010550 8200-EXIT.
010560     EXIT.
010570 END PROGRAM RUNTREND.
