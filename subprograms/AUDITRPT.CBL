001070*          RANGE, KEY RANGE, AND/OR STATUS
001080*      (B) A DAILY TREND SUMMARY - PER-RUN-DATE TOTALS OF
001090*          COMPLETED, SKIPPED, REJECTED, AND FAILED UNITS
001100*          (SKIPPED INCLUDES CKPTSKIP; REJECTED INCLUDES THE
001110*          REVERSAL REJECTIONS RVORPHAN, RVREPEAT, AND RVAMOUNT
001120*          AND THE CLOSED-PERIOD PERDLOCK; FAILED INCLUDES
001130*          UNKNOWN AND ANY STATUS NOT NAMED HERE), PLUS A BKO
001140*          COLUMN FOR BACKOUT ROWS AND AN HLD COLUMN FOR UNITS
001150*          HELD FOR APPROVAL, WITH A GRAND TOTAL LINE CARRYING
001160*          ITS OWN BKO COLUMN AND A GRAND TOTAL HELD LINE
001170*  THE TREND USES A CONTROL BREAK ON AUDIT-RUN-DATE - THE LOG
001180*  IS APPENDED RUN BY RUN SO ROWS FOR A DATE SIT TOGETHER.
001190*  SELECTION CARD LAYOUT (MISSING FILE = BOTH, NO FILTERS):
001200*      COLS 01-08  REPORT: DETAIL / TREND / BOTH
001210*      COLS 10-17  FROM RUN DATE YYYYMMDD (BLANK = OPEN)
001220*      COLS 19-26  TO RUN DATE YYYYMMDD   (BLANK = OPEN)
001230*      COLS 28-30  FROM KEY (BLANK = 000, DETAIL ONLY)
001240*      COLS 32-34  TO KEY   (BLANK = 999, DETAIL ONLY)
001250*      COLS 36-43  STATUS FILTER (BLANK = ALL, DETAIL ONLY)
001260*----------------------------------------------------------------
001270*  MODIFICATION HISTORY
001280*  DATE       INIT  DESCRIPTION
001290*  08/22/26   JPM   ORIGINAL VERSION.
001300*  08/22/26   JPM   LEFT THE RUNSTART MARKER ROWS (ONE PER RUN
001310*                   OF THE DRIVER) OUT OF BOTH THE DETAIL
001320*                   LISTING AND THE TREND BUCKETS - A MARKER
001330*                   IS NOT A UNIT OF WORK.
001340*  09/02/26   JPM   GAVE THE BACKOUT ROWS (CONTROLLED
001350*                   REVERSALS) THEIR OWN BKO COLUMN ON THE
001360*                   TREND AND GRAND TOTAL LINES INSTEAD OF
001370*                   LETTING THEM LAND IN THE FAIL BUCKET.
001380*  10/15/26   JPM   THE REVERSAL REJECTIONS (RVORPHAN, RVREPEAT,
001390*                   RVAMOUNT) NOW COUNT IN THE REJ COLUMN
001400*                   INSTEAD OF THE FAIL BUCKET.
001410*  10/15/26   JPM   UNITS HELD FOR APPROVAL (LARGE-AMOUNT HOLD)
001420*                   GET THEIR OWN HLD COLUMN ON THE TREND LINE
001430*                   AND A HELD GRAND TOTAL LINE INSTEAD OF
001440*                   LANDING IN THE FAIL BUCKET.
001450*  10/15/26   JPM   UNITS REFUSED BECAUSE THEIR DATE FALLS IN A
001460*                   CLOSED PERIOD (PERDLOCK) COUNT IN THE REJ
001470*                   COLUMN INSTEAD OF THE FAIL BUCKET.
001480*                   RESEQUENCED THE SOURCE DECK.
001490*  10/15/26   JPM   HEADER DESCRIPTION OF THE TREND SUMMARY NOW
001500*                   NAMES THE BKO AND HLD COLUMNS AND THE STATUSES
001510*                   COUNTED IN REJ.  RESEQUENCED THE SOURCE DECK.
001520*****************************************************************
001530 IDENTIFICATION DIVISION.
001540 PROGRAM-ID. AUDITRPT.
001550 AUTHOR. J P MEYER.
001560 INSTALLATION. BATCH SYSTEMS GROUP.
001570 DATE-WRITTEN. 08/22/26.
001580 DATE-COMPILED.
001590 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001610 FILE-CONTROL.
001620     SELECT AUDPARM ASSIGN TO AUDPARM
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS WS-AUDPARM-STATUS.
001650     SELECT AUDITLOG ASSIGN TO AUDITLOG
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS WS-AUDITLOG-STATUS.
001680     SELECT AUDRPT ASSIGN TO AUDRPT
001690         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS WS-AUDRPT-STATUS.
001710 DATA DIVISION.
001720 FILE SECTION.
001730 FD  AUDPARM
001740     RECORD CONTAINS 80 CHARACTERS
001750     RECORDING MODE IS F.
001760 01  AUDPARM-RECORD.
001770     05  APARM-REPORT               PIC X(08).
001780     05  FILLER                     PIC X(01).
001790     05  APARM-FROM-DATE            PIC X(08).
001800     05  FILLER                     PIC X(01).
001810     05  APARM-TO-DATE              PIC X(08).
001820     05  FILLER                     PIC X(01).
001830     05  APARM-FROM-KEY             PIC X(03).
001840     05  FILLER                     PIC X(01).
001850     05  APARM-TO-KEY               PIC X(03).
001860     05  FILLER                     PIC X(01).
001870     05  APARM-STATUS               PIC X(08).
001880     05  FILLER                     PIC X(37).
001890 FD  AUDITLOG
001900     RECORD CONTAINS 80 CHARACTERS
001910     RECORDING MODE IS F.
001920 COPY AUDITREC.
001930 FD  AUDRPT
001940     RECORD CONTAINS 80 CHARACTERS
001950     RECORDING MODE IS F.
001960 01  AUDRPT-RECORD                  PIC X(80).
001970 WORKING-STORAGE SECTION.
001980 01  WS-AUDPARM-STATUS              PIC X(02) VALUE "00".
001990 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
002000 01  WS-AUDRPT-STATUS               PIC X(02) VALUE "00".
002010 77  WS-AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
002020     88  AUDIT-EOF                   VALUE "Y".
002030 77  WS-DETAIL-WANTED-SWITCH        PIC X(01) VALUE "Y".
002040     88  DETAIL-WANTED               VALUE "Y".
002050 77  WS-TREND-WANTED-SWITCH         PIC X(01) VALUE "Y".
002060     88  TREND-WANTED                VALUE "Y".
002070 77  WS-FROM-DATE                   PIC 9(08) VALUE ZERO.
002080 77  WS-TO-DATE                     PIC 9(08) VALUE 99999999.
002090 77  WS-FROM-KEY                    PIC 999 VALUE ZERO.
002100 77  WS-TO-KEY                      PIC 999 VALUE 999.
002110 77  WS-STATUS-FILTER               PIC X(08) VALUE SPACES.
002120 77  WS-DETAIL-COUNT                PIC 9(05) VALUE ZERO.
002130 77  WS-BREAK-DATE                  PIC 9(08) VALUE ZERO.
002140 77  WS-DATE-COMPLETE-COUNT         PIC 9(05) VALUE ZERO.
002150 77  WS-DATE-SKIP-COUNT             PIC 9(05) VALUE ZERO.
002160 77  WS-DATE-REJECT-COUNT           PIC 9(05) VALUE ZERO.
002170 77  WS-DATE-FAIL-COUNT             PIC 9(05) VALUE ZERO.
002180 77  WS-DATE-BKO-COUNT              PIC 9(05) VALUE ZERO.
002190 77  WS-DATE-HELD-COUNT             PIC 9(05) VALUE ZERO.
002200 77  WS-TOT-COMPLETE-COUNT          PIC 9(07) VALUE ZERO.
002210 77  WS-TOT-SKIP-COUNT              PIC 9(07) VALUE ZERO.
002220 77  WS-TOT-REJECT-COUNT            PIC 9(07) VALUE ZERO.
002230 77  WS-TOT-FAIL-COUNT              PIC 9(07) VALUE ZERO.
002240 77  WS-TOT-BKO-COUNT               PIC 9(07) VALUE ZERO.
002250 77  WS-TOT-HELD-COUNT              PIC 9(07) VALUE ZERO.
002260 01  ARP-HEADER-LINE.
002270     05  FILLER                     PIC X(21)
002280         VALUE "AUDIT LOG REPORT -   ".
002290     05  ARP-HDR-REPORT             PIC X(08).
002300     05  FILLER                     PIC X(07)
002310         VALUE "  FROM ".
002320     05  ARP-HDR-FROM               PIC 9(08).
002330     05  FILLER                     PIC X(04) VALUE " TO ".
002340     05  ARP-HDR-TO                 PIC 9(08).
002350     05  FILLER                     PIC X(24) VALUE SPACES.
002360 01  ARP-DETAIL-LINE.
002370     05  ARP-DET-DATE               PIC 9(08).
002380     05  FILLER                     PIC X(05) VALUE " KEY ".
002390     05  ARP-DET-KEY                PIC 999.
002400     05  FILLER                     PIC X(08) VALUE " RESULT ".
002410     05  ARP-DET-ZAHL2              PIC 999.
002420     05  FILLER                     PIC X(08) VALUE " STATUS ".
002430     05  ARP-DET-STATUS             PIC X(08).
002440     05  FILLER                     PIC X(37) VALUE SPACES.
002450 01  ARP-TREND-LINE.
002460     05  FILLER                     PIC X(05) VALUE "DATE ".
002470     05  ARP-TRD-DATE               PIC 9(08).
002480     05  FILLER                     PIC X(07) VALUE " COMP: ".
002490     05  ARP-TRD-COMP               PIC ZZZZ9.
002500     05  FILLER                     PIC X(07) VALUE " SKIP: ".
002510     05  ARP-TRD-SKIP               PIC ZZZZ9.
002520     05  FILLER                     PIC X(06) VALUE " REJ: ".
002530     05  ARP-TRD-REJ                PIC ZZZZ9.
002540     05  FILLER                     PIC X(07) VALUE " FAIL: ".
002550     05  ARP-TRD-FAIL               PIC ZZZZ9.
002560     05  FILLER                     PIC X(06) VALUE " BKO: ".
002570     05  ARP-TRD-BKO                PIC ZZZZ9.
002580     05  FILLER                     PIC X(05) VALUE " HLD:".
002590     05  ARP-TRD-HELD               PIC ZZZ9.
002600 01  ARP-TOTAL-LINE.
002610     05  FILLER                     PIC X(13)
002620         VALUE "GRAND TOTAL  ".
002630     05  FILLER                     PIC X(07) VALUE " COMP: ".
002640     05  ARP-TOT-COMP               PIC ZZZZZZ9.
002650     05  FILLER                     PIC X(07) VALUE " SKIP: ".
002660     05  ARP-TOT-SKIP               PIC ZZZZZZ9.
002670     05  FILLER                     PIC X(06) VALUE " REJ: ".
002680     05  ARP-TOT-REJ                PIC ZZZZZZ9.
002690     05  FILLER                     PIC X(07) VALUE " FAIL: ".
002700     05  ARP-TOT-FAIL               PIC ZZZZZZ9.
002710     05  FILLER                     PIC X(05) VALUE " BKO:".
002720     05  ARP-TOT-BKO                PIC ZZZZZZ9.
002730 01  ARP-TOTAL-HELD-LINE.
002740     05  FILLER                     PIC X(13)
002750         VALUE "GRAND TOTAL  ".
002760     05  FILLER                     PIC X(07) VALUE " HELD: ".
002770     05  ARP-TOT-HELD               PIC ZZZZZZ9.
002780     05  FILLER                     PIC X(53) VALUE SPACES.
002790 01  ARP-CAPTION-LINE.
002800     05  ARP-CAP-TEXT               PIC X(40).
002810     05  FILLER                     PIC X(40) VALUE SPACES.
002820 01  ARP-COUNT-LINE.
002830     05  FILLER                     PIC X(22)
002840         VALUE "DETAIL LINES PRINTED: ".
002850     05  ARP-CNT-VALUE              PIC ZZZZ9.
002860     05  FILLER                     PIC X(53) VALUE SPACES.
002870 PROCEDURE DIVISION.
002880*----------------------------------------------------------------
002890*    0000-MAINLINE
002900*----------------------------------------------------------------
002910 0000-MAINLINE.
002920     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT
002930     OPEN OUTPUT AUDRPT
002940     PERFORM 1400-WRITE-REPORT-HEADER THRU 1400-EXIT
002950     IF DETAIL-WANTED
002960         PERFORM 2000-DETAIL-PASS THRU 2000-EXIT
002970     END-IF
002980     IF TREND-WANTED
002990         PERFORM 3000-TREND-PASS THRU 3000-EXIT
003000     END-IF
003010     CLOSE AUDRPT
003020     GOBACK.
003030*----------------------------------------------------------------
003040*    1000-READ-PARAMETERS - ONE SELECTION CARD; EVERY FIELD IS
003050*    OPTIONAL AND A MISSING FILE MEANS BOTH REPORTS, NO FILTERS
003060*----------------------------------------------------------------
003070 1000-READ-PARAMETERS.
003080     OPEN INPUT AUDPARM
003090     IF WS-AUDPARM-STATUS NOT = "00"
003100         DISPLAY "AUDITRPT: AUDPARM NOT AVAILABLE - FULL REPORT"
003110         GO TO 1000-EXIT
003120     END-IF
003130     READ AUDPARM
003140         AT END
003150             CONTINUE
003160         NOT AT END
003170             PERFORM 1100-APPLY-PARAMETERS THRU 1100-EXIT
003180     END-READ
003190     CLOSE AUDPARM.
003200 1000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230*    1100-APPLY-PARAMETERS
003240*----------------------------------------------------------------
003250 1100-APPLY-PARAMETERS.
003260     EVALUATE APARM-REPORT
003270         WHEN "DETAIL  "
003280             MOVE "N" TO WS-TREND-WANTED-SWITCH
003290         WHEN "TREND   "
003300             MOVE "N" TO WS-DETAIL-WANTED-SWITCH
003310         WHEN OTHER
003320             CONTINUE
003330     END-EVALUATE
003340     IF APARM-FROM-DATE NUMERIC
003350         MOVE APARM-FROM-DATE TO WS-FROM-DATE
003360     END-IF
003370     IF APARM-TO-DATE NUMERIC
003380         MOVE APARM-TO-DATE TO WS-TO-DATE
003390     END-IF
003400     IF APARM-FROM-KEY NUMERIC
003410         MOVE APARM-FROM-KEY TO WS-FROM-KEY
003420     END-IF
003430     IF APARM-TO-KEY NUMERIC
003440         MOVE APARM-TO-KEY TO WS-TO-KEY
003450     END-IF
003460     IF APARM-STATUS NOT = SPACES
003470         MOVE APARM-STATUS TO WS-STATUS-FILTER
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*    1400-WRITE-REPORT-HEADER
003530*----------------------------------------------------------------
003540 1400-WRITE-REPORT-HEADER.
003550     IF DETAIL-WANTED AND TREND-WANTED
003560         MOVE "BOTH    " TO ARP-HDR-REPORT
003570     ELSE
003580         IF DETAIL-WANTED
003590             MOVE "DETAIL  " TO ARP-HDR-REPORT
003600         ELSE
003610             MOVE "TREND   " TO ARP-HDR-REPORT
003620         END-IF
003630     END-IF
003640     MOVE WS-FROM-DATE TO ARP-HDR-FROM
003650     MOVE WS-TO-DATE TO ARP-HDR-TO
003660     MOVE ARP-HEADER-LINE TO AUDRPT-RECORD
003670     WRITE AUDRPT-RECORD.
003680 1400-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710*    2000-DETAIL-PASS - ONE PASS OF THE LOG FOR THE FILTERED
003720*    DETAIL LISTING.  THE LOG IS READ AGAIN FOR THE TREND SO
003730*    THE TWO SECTIONS DO NOT INTERLEAVE ON THE REPORT
003740*----------------------------------------------------------------
003750 2000-DETAIL-PASS.
003760     MOVE "DETAIL LISTING" TO ARP-CAP-TEXT
003770     PERFORM 8300-WRITE-CAPTION THRU 8300-EXIT
003780     MOVE "N" TO WS-AUDIT-EOF-SWITCH
003790     OPEN INPUT AUDITLOG
003800     PERFORM 2050-READ-AUDIT THRU 2050-EXIT
003810     PERFORM 2100-PROCESS-ONE-ROW THRU 2100-EXIT
003820         UNTIL AUDIT-EOF
003830     MOVE WS-DETAIL-COUNT TO ARP-CNT-VALUE
003840     MOVE ARP-COUNT-LINE TO AUDRPT-RECORD
003850     WRITE AUDRPT-RECORD
003860     IF WS-AUDITLOG-STATUS NOT = "35"
003870         CLOSE AUDITLOG
003880     END-IF.
003890 2000-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920*    2050-READ-AUDIT
003930*----------------------------------------------------------------
003940 2050-READ-AUDIT.
003950     IF WS-AUDITLOG-STATUS = "00"
003960         READ AUDITLOG
003970             AT END
003980                 SET AUDIT-EOF TO TRUE
003990         END-READ
004000     ELSE
004010         SET AUDIT-EOF TO TRUE
004020     END-IF.
004030 2050-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    2100-PROCESS-ONE-ROW - DATE RANGE, KEY RANGE, AND STATUS
004070*    FILTERS ALL APPLY TO THE DETAIL LISTING
004080*----------------------------------------------------------------
004090 2100-PROCESS-ONE-ROW.
004100     IF AUDIT-RUN-DATE >= WS-FROM-DATE
004110         AND AUDIT-RUN-DATE <= WS-TO-DATE
004120         AND AUDIT-STATUS NOT = "RUNSTART"
004130         AND AUDIT-ZAHL-IN >= WS-FROM-KEY
004140         AND AUDIT-ZAHL-IN <= WS-TO-KEY
004150         AND (WS-STATUS-FILTER = SPACES
004160             OR AUDIT-STATUS = WS-STATUS-FILTER)
004170         PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
004180     END-IF
004190     PERFORM 2050-READ-AUDIT THRU 2050-EXIT.
004200 2100-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230*    2200-WRITE-DETAIL
004240*----------------------------------------------------------------
004250 2200-WRITE-DETAIL.
004260     MOVE AUDIT-RUN-DATE TO ARP-DET-DATE
004270     MOVE AUDIT-ZAHL-IN TO ARP-DET-KEY
004280     MOVE AUDIT-ZAHL2-OUT TO ARP-DET-ZAHL2
004290     MOVE AUDIT-STATUS TO ARP-DET-STATUS
004300     MOVE ARP-DETAIL-LINE TO AUDRPT-RECORD
004310     WRITE AUDRPT-RECORD
004320     ADD 1 TO WS-DETAIL-COUNT.
004330 2200-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*    2300-TALLY-TREND - CONTROL BREAK ON THE RUN DATE.  THE
004370*    RUNSTART MARKERS ARE NOT UNITS AND DO NOT EVEN OPEN A
004380*    DATE BUCKET
004390*----------------------------------------------------------------
004400 2300-TALLY-TREND.
004410     IF AUDIT-STATUS = "RUNSTART"
004420         GO TO 2300-EXIT
004430     END-IF
004440     IF AUDIT-RUN-DATE NOT = WS-BREAK-DATE
004450         IF WS-BREAK-DATE > ZERO
004460             PERFORM 8200-WRITE-TREND-LINE THRU 8200-EXIT
004470         END-IF
004480         MOVE AUDIT-RUN-DATE TO WS-BREAK-DATE
004490     END-IF
004500     EVALUATE AUDIT-STATUS
004510         WHEN "COMPLETE"
004520             ADD 1 TO WS-DATE-COMPLETE-COUNT
004530             ADD 1 TO WS-TOT-COMPLETE-COUNT
004540         WHEN "SKIPPED "
004550         WHEN "CKPTSKIP"
004560             ADD 1 TO WS-DATE-SKIP-COUNT
004570             ADD 1 TO WS-TOT-SKIP-COUNT
004580         WHEN "REJECTED"
004590         WHEN "RVORPHAN"
004600         WHEN "RVREPEAT"
004610         WHEN "RVAMOUNT"
004620         WHEN "PERDLOCK"
004630             ADD 1 TO WS-DATE-REJECT-COUNT
004640             ADD 1 TO WS-TOT-REJECT-COUNT
004650         WHEN "BACKOUT "
004660             ADD 1 TO WS-DATE-BKO-COUNT
004670             ADD 1 TO WS-TOT-BKO-COUNT
004680         WHEN "HELD    "
004690             ADD 1 TO WS-DATE-HELD-COUNT
004700             ADD 1 TO WS-TOT-HELD-COUNT
004710         WHEN OTHER
004720             ADD 1 TO WS-DATE-FAIL-COUNT
004730             ADD 1 TO WS-TOT-FAIL-COUNT
004740     END-EVALUATE.
004750 2300-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780*    3000-TREND-PASS - SECOND PASS OF THE LOG FOR THE DAILY
004790*    TREND, CONTROL-BREAKING ON THE RUN DATE
004800*----------------------------------------------------------------
004810 3000-TREND-PASS.
004820     MOVE "DAILY TREND SUMMARY" TO ARP-CAP-TEXT
004830     PERFORM 8300-WRITE-CAPTION THRU 8300-EXIT
004840     MOVE "N" TO WS-AUDIT-EOF-SWITCH
004850     MOVE "00" TO WS-AUDITLOG-STATUS
004860     OPEN INPUT AUDITLOG
004870     PERFORM 2050-READ-AUDIT THRU 2050-EXIT
004880     PERFORM 3100-TREND-ONE-ROW THRU 3100-EXIT
004890         UNTIL AUDIT-EOF
004900     IF WS-BREAK-DATE > ZERO
004910         PERFORM 8200-WRITE-TREND-LINE THRU 8200-EXIT
004920     END-IF
004930     PERFORM 8250-WRITE-TREND-TOTALS THRU 8250-EXIT
004940     IF WS-AUDITLOG-STATUS NOT = "35"
004950         CLOSE AUDITLOG
004960     END-IF.
004970 3000-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000*    3100-TREND-ONE-ROW
005010*----------------------------------------------------------------
005020 3100-TREND-ONE-ROW.
005030     IF AUDIT-RUN-DATE >= WS-FROM-DATE
005040         AND AUDIT-RUN-DATE <= WS-TO-DATE
005050         PERFORM 2300-TALLY-TREND THRU 2300-EXIT
005060     END-IF
005070     PERFORM 2050-READ-AUDIT THRU 2050-EXIT.
005080 3100-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110*    8200-WRITE-TREND-LINE - FLUSH THE BUCKET FOR THE DATE JUST
005120*    ENDED
005130*----------------------------------------------------------------
005140 8200-WRITE-TREND-LINE.
005150     MOVE WS-BREAK-DATE TO ARP-TRD-DATE
005160     MOVE WS-DATE-COMPLETE-COUNT TO ARP-TRD-COMP
005170     MOVE WS-DATE-SKIP-COUNT TO ARP-TRD-SKIP
005180     MOVE WS-DATE-REJECT-COUNT TO ARP-TRD-REJ
005190     MOVE WS-DATE-FAIL-COUNT TO ARP-TRD-FAIL
005200     MOVE WS-DATE-BKO-COUNT TO ARP-TRD-BKO
005210     MOVE WS-DATE-HELD-COUNT TO ARP-TRD-HELD
005220     MOVE ARP-TREND-LINE TO AUDRPT-RECORD
005230     WRITE AUDRPT-RECORD
005240     MOVE ZERO TO WS-DATE-COMPLETE-COUNT
005250     MOVE ZERO TO WS-DATE-SKIP-COUNT
005260     MOVE ZERO TO WS-DATE-REJECT-COUNT
005270     MOVE ZERO TO WS-DATE-FAIL-COUNT
005280     MOVE ZERO TO WS-DATE-BKO-COUNT
005290     MOVE ZERO TO WS-DATE-HELD-COUNT.
005300 8200-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330*    8250-WRITE-TREND-TOTALS
005340*----------------------------------------------------------------
005350 8250-WRITE-TREND-TOTALS.
005360     MOVE WS-TOT-COMPLETE-COUNT TO ARP-TOT-COMP
005370     MOVE WS-TOT-SKIP-COUNT TO ARP-TOT-SKIP
005380     MOVE WS-TOT-REJECT-COUNT TO ARP-TOT-REJ
005390     MOVE WS-TOT-FAIL-COUNT TO ARP-TOT-FAIL
005400     MOVE WS-TOT-BKO-COUNT TO ARP-TOT-BKO
005410     MOVE ARP-TOTAL-LINE TO AUDRPT-RECORD
005420     WRITE AUDRPT-RECORD
005430     MOVE WS-TOT-HELD-COUNT TO ARP-TOT-HELD
005440     MOVE ARP-TOTAL-HELD-LINE TO AUDRPT-RECORD
005450     WRITE AUDRPT-RECORD.
005460 8250-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490*    8300-WRITE-CAPTION
005500*----------------------------------------------------------------
005510 8300-WRITE-CAPTION.
005520     MOVE ARP-CAPTION-LINE TO AUDRPT-RECORD
005530     WRITE AUDRPT-RECORD
005540     MOVE SPACES TO ARP-CAP-TEXT.
005550 8300-EXIT.
005560     EXIT.
005570 END PROGRAM AUDITRPT.
