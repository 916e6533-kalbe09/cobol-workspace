001000*****************************************************************
001010*  PERDCLOS.CBL
001020*----------------------------------------------------------------
001030*  ACCOUNTING PERIOD CLOSE.  READS COMMAND CARDS FROM CMDFILE
001040*  AND OPENS OR CLOSES ACCOUNTING PERIODS (CALENDAR MONTHS) ON
001050*  THE PERDMSTR PERIOD CONTROL FILE, WRITING EVERY ANSWER TO
001060*  THE PCLRPT LISTING.  ONCE A PERIOD IS CLOSED THE POSTING
001070*  PROGRAMS (MAIN, SUSPPROC, BACKOUT) ASK PERDSEL BEFORE EACH
001080*  UNIT AND ROUTE ANY UNIT DATED INTO IT TO THE PERDEXC
001090*  EXCEPTION FILE INSTEAD OF POSTING IT.  COMMAND CARD LAYOUT:
001100*      COLS 01-08  VERB: LIST, CLOSE, OPEN
001110*      COLS 10-15  PERIOD YYYYMM (CLOSE/OPEN)
001120*      COLS 17-24  OPERATOR ID (CLOSE/OPEN, REQUIRED)
001130*  CLOSE IS REFUSED FOR THE CURRENT OR A LATER MONTH, FOR A
001140*  PERIOD ALREADY CLOSED, AND WHILE ANYTHING IS STILL HELD FOR
001150*  THE PERIOD - EACH ITEM IS LISTED:
001160*      - A SUSPENSE ROW DATED IN THE PERIOD (SUSPIN)
001170*      - A RECYCLE OR FRESH REJECT WHOSE FEED DATE IS IN THE
001180*        PERIOD (RECYCIN, REJECTS)
001190*      - A RESULTS MASTER ROW DATED IN THE PERIOD THAT THE GL
001200*        HAS NOT YET ACCEPTED OR REJECTED (RSLTMSTR)
001210*  A HOLD FILE THAT CANNOT BE READ ALSO REFUSES THE CLOSE,
001220*  SINCE NOTHING CAN THEN BE PROVED; A MISSING REJECTS DATASET
001230*  IS TAKEN AS EMPTY, AS REJCYCLE TAKES IT.  A CLOSE THAT
001240*  PASSES MARKS THE PERIOD CLOSED AND APPENDS THE PERIOD-END
001250*  TOTALS TO PERDTOT FOR FINANCE: ONE ROW PER KEY WITH THE
001260*  COUNT AND BASE AMOUNT OF EVERY COMPLETE AND BACKOUT AUDIT
001270*  ROW DATED IN THE PERIOD, AND A TOTAL ROW.  THE LIVE AUDITLOG
001280*  AND THE AUDARCH GENERATIONS ARE BOTH READ, SO THE TOTALS ARE
001290*  THE SAME WHETHER THE MONTH-END ARCHIVE HAS RUN YET OR NOT.
001300*  OPEN WRITES AN OPEN ROW FOR A PERIOD WITH NONE, OR REOPENS
001310*  A CLOSED ONE (THE LAST CLOSE DATE AND OPERATOR ARE KEPT ON
001320*  THE ROW).  A PERIOD CLOSED AGAIN AFTER A REOPEN GETS A NEW
001330*  SET OF TOTALS ROWS CARRYING THE NEW CLOSE DATE.
001340*  RETURN CODES:
001350*      00 - EVERY COMMAND SUCCEEDED
001360*      04 - AT LEAST ONE COMMAND FAILED (SEE THE LISTING)
001370*      08 - A CLOSE WAS REFUSED BECAUSE ITEMS ARE STILL HELD
001380*           FOR THE PERIOD OR COULD NOT BE CHECKED, OR THE
001390*           PERIOD CONTROL FILE IS NOT AVAILABLE
001400*----------------------------------------------------------------
001410*  MODIFICATION HISTORY
001420*  DATE       INIT  DESCRIPTION
001430*  10/15/26   JPM   ORIGINAL VERSION.
001440*****************************************************************
001450 IDENTIFICATION DIVISION.
001460 PROGRAM-ID. PERDCLOS.
001470 AUTHOR. J P MEYER.
001480 INSTALLATION. BATCH SYSTEMS GROUP.
001490 DATE-WRITTEN. 10/15/26.
001500 DATE-COMPILED.
001510 ENVIRONMENT DIVISION.
001520 INPUT-OUTPUT SECTION.
001530 FILE-CONTROL.
001540     SELECT CMDFILE ASSIGN TO CMDFILE
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-CMDFILE-STATUS.
001570     SELECT PERDMSTR ASSIGN TO PERDMSTR
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS PERD-PERIOD
001610         FILE STATUS IS WS-PERDMSTR-STATUS.
001620     SELECT SUSPIN ASSIGN TO SUSPIN
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS WS-SUSPIN-STATUS.
001650     SELECT RECYCIN ASSIGN TO RECYCIN
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS WS-RECYCIN-STATUS.
001680     SELECT REJECTS ASSIGN TO REJECTS
001690         ORGANIZATION IS SEQUENTIAL
001700         FILE STATUS IS WS-REJECTS-STATUS.
001710     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS SEQUENTIAL
001740         RECORD KEY IS RSLT-KEY
001750         FILE STATUS IS WS-RSLTMSTR-STATUS.
001760     SELECT AUDITLOG ASSIGN TO AUDITLOG
001770         ORGANIZATION IS SEQUENTIAL
001780         FILE STATUS IS WS-AUDITLOG-STATUS.
001790     SELECT AUDARCH ASSIGN TO AUDARCH
001800         ORGANIZATION IS SEQUENTIAL
001810         FILE STATUS IS WS-AUDARCH-STATUS.
001820     SELECT PERDTOT ASSIGN TO PERDTOT
001830         ORGANIZATION IS SEQUENTIAL
001840         FILE STATUS IS WS-PERDTOT-STATUS.
001850     SELECT PCLRPT ASSIGN TO PCLRPT
001860         ORGANIZATION IS SEQUENTIAL
001870         FILE STATUS IS WS-PCLRPT-STATUS.
001880 DATA DIVISION.
001890 FILE SECTION.
001900 FD  CMDFILE
001910     RECORD CONTAINS 80 CHARACTERS
001920     RECORDING MODE IS F.
001930 01  CMDFILE-RECORD.
001940     05  CMD-VERB                   PIC X(08).
001950     05  FILLER                     PIC X(01).
001960     05  CMD-PERIOD                 PIC X(06).
001970     05  FILLER                     PIC X(01).
001980     05  CMD-OPERATOR               PIC X(08).
001990     05  FILLER                     PIC X(56).
002000 FD  PERDMSTR
002010     RECORD CONTAINS 80 CHARACTERS.
002020 COPY PERDREC.
002030 FD  SUSPIN
002040     RECORD CONTAINS 80 CHARACTERS
002050     RECORDING MODE IS F.
002060 COPY SUSPREC.
002070 FD  RECYCIN
002080     RECORD CONTAINS 100 CHARACTERS
002090     RECORDING MODE IS F.
002100 COPY RECYREC.
002110 FD  REJECTS
002120     RECORD CONTAINS 88 CHARACTERS
002130     RECORDING MODE IS F.
002140 01  REJECTS-RECORD.
002150     05  REJ-REASON-CODE            PIC X(08).
002160     05  REJ-TRAN-IMAGE.
002170         10  REJ-IMG-KEY            PIC X(03).
002180         10  REJ-IMG-DESC           PIC X(25).
002190         10  REJ-IMG-TYPE           PIC X(01).
002200         10  REJ-IMG-DATE           PIC X(08).
002210         10  FILLER                 PIC X(43).
002220 FD  RSLTMSTR
002230     RECORD CONTAINS 80 CHARACTERS.
002240 COPY RSLTREC.
002250 FD  AUDITLOG
002260     RECORD CONTAINS 80 CHARACTERS
002270     RECORDING MODE IS F.
002280 01  AUDITLOG-FILE-RECORD           PIC X(80).
002290 FD  AUDARCH
002300     RECORD CONTAINS 80 CHARACTERS
002310     RECORDING MODE IS F.
002320 01  AUDARCH-FILE-RECORD            PIC X(80).
002330 FD  PERDTOT
002340     RECORD CONTAINS 80 CHARACTERS
002350     RECORDING MODE IS F.
002360 COPY PTOTREC.
002370 FD  PCLRPT
002380     RECORD CONTAINS 80 CHARACTERS
002390     RECORDING MODE IS F.
002400 01  PCLRPT-RECORD                  PIC X(80).
002410 WORKING-STORAGE SECTION.
002420 COPY AUDITREC.
002430 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
002440 01  WS-PERDMSTR-STATUS             PIC X(02) VALUE "00".
002450 01  WS-SUSPIN-STATUS               PIC X(02) VALUE "00".
002460 01  WS-RECYCIN-STATUS              PIC X(02) VALUE "00".
002470 01  WS-REJECTS-STATUS              PIC X(02) VALUE "00".
002480 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
002490 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
002500 01  WS-AUDARCH-STATUS              PIC X(02) VALUE "00".
002510 01  WS-PERDTOT-STATUS              PIC X(02) VALUE "00".
002520 01  WS-PCLRPT-STATUS               PIC X(02) VALUE "00".
002530 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002540     88  CMD-EOF                     VALUE "Y".
002550 77  WS-LIST-EOF-SWITCH             PIC X(01) VALUE "N".
002560     88  LIST-EOF                    VALUE "Y".
002570 77  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE "N".
002580     88  SCAN-EOF                    VALUE "Y".
002590 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
002600     88  MASTER-IS-OPEN              VALUE "Y".
002610 77  WS-TOTALS-OPEN-SWITCH          PIC X(01) VALUE "N".
002620     88  TOTALS-ARE-OPEN             VALUE "Y".
002630 77  WS-ROW-FOUND-SWITCH            PIC X(01) VALUE "N".
002640     88  PERIOD-ROW-FOUND            VALUE "Y".
002650 77  WS-UNPROVEN-SWITCH             PIC X(01) VALUE "N".
002660     88  HOLDS-UNPROVEN              VALUE "Y".
002670 77  WS-PASS-SWITCH                 PIC X(01) VALUE "L".
002680     88  LIVE-PASS                   VALUE "L".
002690     88  ARCHIVE-PASS                VALUE "A".
002700 77  WS-COMMAND-COUNT               PIC 9(05) VALUE ZERO.
002710 77  WS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
002720 77  WS-REFUSED-COUNT               PIC 9(05) VALUE ZERO.
002730 77  WS-LISTED-COUNT                PIC 9(05) VALUE ZERO.
002740 77  WS-HELD-COUNT                  PIC 9(05) VALUE ZERO.
002750 77  WS-AUDIT-READ-COUNT            PIC 9(07) VALUE ZERO.
002760 77  WS-KEY-SUB                     PIC 9(03) COMP VALUE ZERO.
002770 77  WS-ACTIVE-KEYS                 PIC 9(05) VALUE ZERO.
002780 77  WS-ROW-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
002790 77  WS-RUN-TIME                    PIC 9(08) VALUE ZERO.
002800 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002810 01  FILLER REDEFINES WS-RUN-DATE.
002820     05  WS-RUN-PERIOD              PIC 9(06).
002830     05  FILLER                     PIC 9(02).
002840 01  WS-CARD-PERIOD                 PIC 9(06) VALUE ZERO.
002850 01  FILLER REDEFINES WS-CARD-PERIOD.
002860     05  WS-CARD-YYYY               PIC 9(04).
002870     05  WS-CARD-MM                 PIC 9(02).
002880 01  WS-TOTALS.
002890     05  WS-TOT-POSTED-COUNT        PIC 9(07).
002900     05  WS-TOT-POSTED-AMOUNT       PIC S9(09)V99.
002910     05  WS-TOT-BACKOUT-COUNT       PIC 9(07).
002920     05  WS-TOT-BACKOUT-AMOUNT      PIC S9(09)V99.
002930*----------------------------------------------------------------
002940*    ONE SLOT PER KEY FOR THE PERIOD BEING CLOSED
002950*----------------------------------------------------------------
002960 01  WS-KEY-TABLE.
002970     05  WS-KEY-ENTRY               OCCURS 999 TIMES.
002980         10  WS-KEY-POSTED-COUNT    PIC 9(07).
002990         10  WS-KEY-POSTED-AMOUNT   PIC S9(09)V99.
003000         10  WS-KEY-BACKOUT-COUNT   PIC 9(07).
003010         10  WS-KEY-BACKOUT-AMOUNT  PIC S9(09)V99.
003020 01  PCL-HEADER-LINE.
003030     05  FILLER                     PIC X(32)
003040         VALUE "ACCOUNTING PERIOD CONTROL -     ".
003050     05  PCL-HDR-DATE               PIC 9(08).
003060     05  FILLER                     PIC X(40) VALUE SPACES.
003070 01  PCL-ECHO-LINE.
003080     05  FILLER                     PIC X(09) VALUE "COMMAND: ".
003090     05  PCL-ECHO-TEXT              PIC X(62).
003100     05  FILLER                     PIC X(09) VALUE SPACES.
003110 01  PCL-DETAIL-LINE.
003120     05  FILLER                     PIC X(07) VALUE "PERIOD ".
003130     05  PCL-DET-PERIOD             PIC 9(06).
003140     05  FILLER                     PIC X(02) VALUE SPACES.
003150     05  PCL-DET-STATUS             PIC X(06).
003160     05  FILLER                     PIC X(08) VALUE " CLOSED ".
003170     05  PCL-DET-CLOSE-DATE         PIC 9(08).
003180     05  FILLER                     PIC X(04) VALUE " BY ".
003190     05  PCL-DET-CLOSED-BY          PIC X(08).
003200     05  FILLER                     PIC X(08) VALUE " OPENED ".
003210     05  PCL-DET-OPEN-DATE          PIC 9(08).
003220     05  FILLER                     PIC X(04) VALUE " BY ".
003230     05  PCL-DET-OPENED-BY          PIC X(08).
003240     05  FILLER                     PIC X(03) VALUE SPACES.
003250 01  PCL-HELD-LINE.
003260     05  FILLER                     PIC X(10) VALUE "  HELD IN ".
003270     05  PCL-HLD-WHERE              PIC X(10).
003280     05  FILLER                     PIC X(05) VALUE " KEY ".
003290     05  PCL-HLD-KEY                PIC X(03).
003300     05  FILLER                     PIC X(06) VALUE " DATE ".
003310     05  PCL-HLD-DATE               PIC X(08).
003320     05  FILLER                     PIC X(01) VALUE SPACE.
003330     05  PCL-HLD-TEXT               PIC X(24).
003340     05  FILLER                     PIC X(13) VALUE SPACES.
003350 01  PCL-MESSAGE-LINE.
003360     05  PCL-MSG-TEXT               PIC X(40) VALUE SPACES.
003370     05  FILLER                     PIC X(40) VALUE SPACES.
003380 01  PCL-COUNT-LINE.
003390     05  PCL-CNT-LABEL              PIC X(30).
003400     05  PCL-CNT-VALUE              PIC ZZZZZZ9.
003410     05  FILLER                     PIC X(43) VALUE SPACES.
003420 01  PCL-AMOUNT-LINE.
003430     05  PCL-AMT-LABEL              PIC X(30).
003440     05  PCL-AMT-VALUE              PIC +9(09).99.
003450     05  FILLER                     PIC X(37) VALUE SPACES.
003460 PROCEDURE DIVISION.
003470*----------------------------------------------------------------
003480*    0000-MAINLINE
003490*----------------------------------------------------------------
003500 0000-MAINLINE.
003510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003520     ACCEPT WS-RUN-TIME FROM TIME
003530     OPEN OUTPUT PCLRPT
003540     MOVE WS-RUN-DATE TO PCL-HDR-DATE
003550     MOVE PCL-HEADER-LINE TO PCLRPT-RECORD
003560     WRITE PCLRPT-RECORD
003570     OPEN I-O PERDMSTR
003580     IF WS-PERDMSTR-STATUS = "35"
003590         OPEN OUTPUT PERDMSTR
003600         CLOSE PERDMSTR
003610         OPEN I-O PERDMSTR
003620     END-IF
003630     IF WS-PERDMSTR-STATUS NOT = "00"
003640         DISPLAY "PERDCLOS: PERDMSTR NOT AVAILABLE - STATUS "
003650             WS-PERDMSTR-STATUS
003660         MOVE "PERIOD CONTROL FILE NOT AVAILABLE" TO PCL-MSG-TEXT
003670         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003680         MOVE 8 TO RETURN-CODE
003690         PERFORM 8000-FINALIZE THRU 8000-EXIT
003700         GOBACK
003710     END-IF
003720     MOVE "Y" TO WS-MASTER-OPEN-SWITCH
003730     OPEN INPUT CMDFILE
003740     PERFORM 2050-READ-COMMAND THRU 2050-EXIT
003750     PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
003760         UNTIL CMD-EOF
003770     EVALUATE TRUE
003780         WHEN WS-REFUSED-COUNT > ZERO
003790             MOVE 8 TO RETURN-CODE
003800         WHEN WS-FAILED-COUNT > ZERO
003810             MOVE 4 TO RETURN-CODE
003820         WHEN OTHER
003830             MOVE ZERO TO RETURN-CODE
003840     END-EVALUATE
003850     PERFORM 8000-FINALIZE THRU 8000-EXIT
003860     GOBACK.
003870*----------------------------------------------------------------
003880*    2050-READ-COMMAND
003890*----------------------------------------------------------------
003900 2050-READ-COMMAND.
003910     IF WS-CMDFILE-STATUS = "00"
003920         READ CMDFILE
003930             AT END
003940                 SET CMD-EOF TO TRUE
003950         END-READ
003960     ELSE
003970         SET CMD-EOF TO TRUE
003980     END-IF.
003990 2050-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020*    2100-PROCESS-ONE-COMMAND - ECHO THE CARD AND ROUTE ON THE
004030*    VERB; AN UNRECOGNIZED VERB COUNTS AS A FAILED COMMAND
004040*----------------------------------------------------------------
004050 2100-PROCESS-ONE-COMMAND.
004060     ADD 1 TO WS-COMMAND-COUNT
004070     MOVE CMDFILE-RECORD TO PCL-ECHO-TEXT
004080     MOVE PCL-ECHO-LINE TO PCLRPT-RECORD
004090     WRITE PCLRPT-RECORD
004100     EVALUATE CMD-VERB
004110         WHEN "LIST    "
004120             PERFORM 3000-LIST-ALL THRU 3000-EXIT
004130         WHEN "CLOSE   "
004140             PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT
004150         WHEN "OPEN    "
004160             PERFORM 6000-OPEN-PERIOD THRU 6000-EXIT
004170         WHEN OTHER
004180             MOVE "VERB NOT RECOGNIZED" TO PCL-MSG-TEXT
004190             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004200             ADD 1 TO WS-FAILED-COUNT
004210     END-EVALUATE
004220     PERFORM 2050-READ-COMMAND THRU 2050-EXIT.
004230 2100-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260*    3000-LIST-ALL - START AT THE LOWEST PERIOD AND READ NEXT
004270*    TO END OF FILE, ONE DETAIL LINE PER PERIOD
004280*----------------------------------------------------------------
004290 3000-LIST-ALL.
004300     MOVE ZERO TO WS-LISTED-COUNT
004310     MOVE "N" TO WS-LIST-EOF-SWITCH
004320     MOVE ZERO TO PERD-PERIOD
004330     START PERDMSTR KEY NOT < PERD-PERIOD
004340         INVALID KEY
004350             SET LIST-EOF TO TRUE
004360     END-START
004370     PERFORM 3050-LIST-NEXT THRU 3050-EXIT
004380         UNTIL LIST-EOF
004390     MOVE "PERIODS LISTED:" TO PCL-CNT-LABEL
004400     MOVE WS-LISTED-COUNT TO PCL-CNT-VALUE
004410     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT.
004420 3000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450*    3050-LIST-NEXT
004460*----------------------------------------------------------------
004470 3050-LIST-NEXT.
004480     READ PERDMSTR NEXT RECORD
004490         AT END
004500             SET LIST-EOF TO TRUE
004510         NOT AT END
004520             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
004530             ADD 1 TO WS-LISTED-COUNT
004540     END-READ.
004550 3050-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580*    3900-CHECK-CARD - LEAVES A MESSAGE IN PCL-MSG-TEXT WHEN
004590*    THE CARD'S PERIOD IS NOT A MONTH OR NO OPERATOR IS NAMED
004600*----------------------------------------------------------------
004610 3900-CHECK-CARD.
004620     IF CMD-PERIOD NOT NUMERIC
004630         MOVE "PERIOD MISSING OR NOT NUMERIC" TO PCL-MSG-TEXT
004640         GO TO 3900-EXIT
004650     END-IF
004660     MOVE CMD-PERIOD TO WS-CARD-PERIOD
004670     IF WS-CARD-YYYY = ZERO
004680         OR WS-CARD-MM < 01 OR WS-CARD-MM > 12
004690         MOVE "PERIOD IS NOT A VALID YYYYMM" TO PCL-MSG-TEXT
004700         GO TO 3900-EXIT
004710     END-IF
004720     IF CMD-OPERATOR = SPACES
004730         MOVE "REFUSED - NO OPERATOR ID ON THE CARD"
004740             TO PCL-MSG-TEXT
004750     END-IF.
004760 3900-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790*    3950-READ-PERIOD - SETS PERIOD-ROW-FOUND
004800*----------------------------------------------------------------
004810 3950-READ-PERIOD.
004820     MOVE "N" TO WS-ROW-FOUND-SWITCH
004830     MOVE WS-CARD-PERIOD TO PERD-PERIOD
004840     READ PERDMSTR
004850         INVALID KEY
004860             GO TO 3950-EXIT
004870     END-READ
004880     IF WS-PERDMSTR-STATUS = "00"
004890         MOVE "Y" TO WS-ROW-FOUND-SWITCH
004900     END-IF.
004910 3950-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940*    4000-CLOSE-PERIOD - PROVE NOTHING IS HELD FOR THE PERIOD,
004950*    GATHER ITS TOTALS, MARK IT CLOSED, THEN WRITE THE TOTALS.
004960*    THE TOTALS FILE IS OPENED BEFORE THE PERIOD IS MARKED, SO
004970*    A PERIOD IS NEVER CLOSED WITHOUT ITS TOTALS
004980*----------------------------------------------------------------
004990 4000-CLOSE-PERIOD.
005000     PERFORM 3900-CHECK-CARD THRU 3900-EXIT
005010     IF PCL-MSG-TEXT = SPACES
005020         AND WS-CARD-PERIOD NOT < WS-RUN-PERIOD
005030         MOVE "REFUSED - PERIOD HAS NOT ENDED" TO PCL-MSG-TEXT
005040     END-IF
005050     IF PCL-MSG-TEXT = SPACES
005060         PERFORM 3950-READ-PERIOD THRU 3950-EXIT
005070         IF PERIOD-ROW-FOUND AND PERD-IS-CLOSED
005080             MOVE "REFUSED - PERIOD ALREADY CLOSED"
005090                 TO PCL-MSG-TEXT
005100         END-IF
005110     END-IF
005120     IF PCL-MSG-TEXT NOT = SPACES
005130         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005140         ADD 1 TO WS-FAILED-COUNT
005150         GO TO 4000-EXIT
005160     END-IF
005170     MOVE ZERO TO WS-HELD-COUNT
005180     MOVE "N" TO WS-UNPROVEN-SWITCH
005190     PERFORM 4100-CHECK-SUSPENSE THRU 4100-EXIT
005200     PERFORM 4200-CHECK-RECYCLE THRU 4200-EXIT
005210     PERFORM 4300-CHECK-REJECTS THRU 4300-EXIT
005220     PERFORM 4400-CHECK-GL THRU 4400-EXIT
005230     MOVE "ITEMS HELD FOR THE PERIOD:" TO PCL-CNT-LABEL
005240     MOVE WS-HELD-COUNT TO PCL-CNT-VALUE
005250     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
005260     IF HOLDS-UNPROVEN
005270         MOVE "CLOSE REFUSED - HOLDS NOT ALL CHECKED"
005280             TO PCL-MSG-TEXT
005290         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005300         ADD 1 TO WS-REFUSED-COUNT
005310         GO TO 4000-EXIT
005320     END-IF
005330     IF WS-HELD-COUNT > ZERO
005340         MOVE "CLOSE REFUSED - ITEMS STILL HELD"
005350             TO PCL-MSG-TEXT
005360         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005370         ADD 1 TO WS-REFUSED-COUNT
005380         GO TO 4000-EXIT
005390     END-IF
005400     PERFORM 5000-GATHER-TOTALS THRU 5000-EXIT
005410     IF HOLDS-UNPROVEN
005420         MOVE "CLOSE REFUSED - AUDIT LOG NOT AVAILABLE"
005430             TO PCL-MSG-TEXT
005440         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005450         ADD 1 TO WS-REFUSED-COUNT
005460         GO TO 4000-EXIT
005470     END-IF
005480     IF NOT TOTALS-ARE-OPEN
005490         PERFORM 5400-OPEN-TOTALS THRU 5400-EXIT
005500     END-IF
005510     IF NOT TOTALS-ARE-OPEN
005520         MOVE "CLOSE REFUSED - TOTALS FILE NOT AVAILABLE"
005530             TO PCL-MSG-TEXT
005540         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005550         ADD 1 TO WS-REFUSED-COUNT
005560         GO TO 4000-EXIT
005570     END-IF
005580     PERFORM 4900-MARK-CLOSED THRU 4900-EXIT
005590     IF PCL-MSG-TEXT NOT = SPACES
005600         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005610         ADD 1 TO WS-FAILED-COUNT
005620         GO TO 4000-EXIT
005630     END-IF
005640     PERFORM 5500-WRITE-TOTALS THRU 5500-EXIT
005650     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005660     MOVE "PERIOD CLOSED" TO PCL-MSG-TEXT
005670     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
005680 4000-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710*    4100-CHECK-SUSPENSE - EVERY PARKED UNIT DATED IN THE
005720*    PERIOD WOULD STILL POST INTO IT WHEN SUSPPROC REDRIVES IT
005730*----------------------------------------------------------------
005740 4100-CHECK-SUSPENSE.
005750     MOVE "00" TO WS-SUSPIN-STATUS
005760     OPEN INPUT SUSPIN
005770     IF WS-SUSPIN-STATUS NOT = "00"
005780         DISPLAY "PERDCLOS: SUSPIN NOT AVAILABLE - STATUS "
005790             WS-SUSPIN-STATUS
005800         MOVE "SUSPENSE FILE NOT AVAILABLE" TO PCL-MSG-TEXT
005810         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005820         SET HOLDS-UNPROVEN TO TRUE
005830         GO TO 4100-EXIT
005840     END-IF
005850     MOVE "N" TO WS-SCAN-EOF-SWITCH
005860     PERFORM 4110-READ-SUSPENSE THRU 4110-EXIT
005870     PERFORM 4120-CHECK-ONE-SUSPENSE THRU 4120-EXIT
005880         UNTIL SCAN-EOF
005890     CLOSE SUSPIN.
005900 4100-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930*    4110-READ-SUSPENSE
005940*----------------------------------------------------------------
005950 4110-READ-SUSPENSE.
005960     READ SUSPIN
005970         AT END
005980             SET SCAN-EOF TO TRUE
005990     END-READ.
006000 4110-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030*    4120-CHECK-ONE-SUSPENSE
006040*----------------------------------------------------------------
006050 4120-CHECK-ONE-SUSPENSE.
006060     IF SUSP-UNIT-DATE NUMERIC
006070         AND SUSP-UNIT-DATE (1:6) = CMD-PERIOD
006080         MOVE "SUSPENSE  " TO PCL-HLD-WHERE
006090         MOVE SUSP-KEY TO PCL-HLD-KEY
006100         MOVE SUSP-UNIT-DATE TO PCL-HLD-DATE
006110         MOVE "AWAITING REPROCESSING" TO PCL-HLD-TEXT
006120         PERFORM 8400-WRITE-HELD THRU 8400-EXIT
006130     END-IF
006140     PERFORM 4110-READ-SUSPENSE THRU 4110-EXIT.
006150 4120-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180*    4200-CHECK-RECYCLE - A REJECT AWAITING REPAIR WHOSE FEED
006190*    DATE IS IN THE PERIOD.  A DATE THAT IS NOT A DATE NAMES
006200*    NO PERIOD AND DOES NOT HOLD THE CLOSE
006210*----------------------------------------------------------------
006220 4200-CHECK-RECYCLE.
006230     MOVE "00" TO WS-RECYCIN-STATUS
006240     OPEN INPUT RECYCIN
006250     IF WS-RECYCIN-STATUS NOT = "00"
006260         DISPLAY "PERDCLOS: RECYCIN NOT AVAILABLE - STATUS "
006270             WS-RECYCIN-STATUS
006280         MOVE "RECYCLE FILE NOT AVAILABLE" TO PCL-MSG-TEXT
006290         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006300         SET HOLDS-UNPROVEN TO TRUE
006310         GO TO 4200-EXIT
006320     END-IF
006330     MOVE "N" TO WS-SCAN-EOF-SWITCH
006340     PERFORM 4210-READ-RECYCLE THRU 4210-EXIT
006350     PERFORM 4220-CHECK-ONE-RECYCLE THRU 4220-EXIT
006360         UNTIL SCAN-EOF
006370     CLOSE RECYCIN.
006380 4200-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------
006410*    4210-READ-RECYCLE
006420*----------------------------------------------------------------
006430 4210-READ-RECYCLE.
006440     READ RECYCIN
006450         AT END
006460             SET SCAN-EOF TO TRUE
006470     END-READ.
006480 4210-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510*    4220-CHECK-ONE-RECYCLE
006520*----------------------------------------------------------------
006530 4220-CHECK-ONE-RECYCLE.
006540     IF RCY-IMG-DATE NUMERIC
006550         AND RCY-IMG-DATE (1:6) = CMD-PERIOD
006560         MOVE "RECYCLE   " TO PCL-HLD-WHERE
006570         MOVE RCY-IMG-KEY TO PCL-HLD-KEY
006580         MOVE RCY-IMG-DATE TO PCL-HLD-DATE
006590         MOVE SPACES TO PCL-HLD-TEXT
006600         STRING "REJECTED " DELIMITED BY SIZE
006610             RCY-REASON-CODE DELIMITED BY SIZE
006620             INTO PCL-HLD-TEXT
006630         END-STRING
006640         PERFORM 8400-WRITE-HELD THRU 8400-EXIT
006650     END-IF
006660     PERFORM 4210-READ-RECYCLE THRU 4210-EXIT.
006670 4220-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700*    4300-CHECK-REJECTS - TODAY'S REJECTS NOT YET MERGED INTO
006710*    THE RECYCLE FILE.  A MISSING DATASET HOLDS NOTHING
006720*----------------------------------------------------------------
006730 4300-CHECK-REJECTS.
006740     MOVE "00" TO WS-REJECTS-STATUS
006750     OPEN INPUT REJECTS
006760     IF WS-REJECTS-STATUS NOT = "00"
006770         GO TO 4300-EXIT
006780     END-IF
006790     MOVE "N" TO WS-SCAN-EOF-SWITCH
006800     PERFORM 4310-READ-REJECT THRU 4310-EXIT
006810     PERFORM 4320-CHECK-ONE-REJECT THRU 4320-EXIT
006820         UNTIL SCAN-EOF
006830     CLOSE REJECTS.
006840 4300-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870*    4310-READ-REJECT
006880*----------------------------------------------------------------
006890 4310-READ-REJECT.
006900     READ REJECTS
006910         AT END
006920             SET SCAN-EOF TO TRUE
006930     END-READ.
006940 4310-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970*    4320-CHECK-ONE-REJECT
006980*----------------------------------------------------------------
006990 4320-CHECK-ONE-REJECT.
007000     IF REJ-IMG-DATE NUMERIC
007010         AND REJ-IMG-DATE (1:6) = CMD-PERIOD
007020         MOVE "REJECTS   " TO PCL-HLD-WHERE
007030         MOVE REJ-IMG-KEY TO PCL-HLD-KEY
007040         MOVE REJ-IMG-DATE TO PCL-HLD-DATE
007050         MOVE SPACES TO PCL-HLD-TEXT
007060         STRING "REJECTED " DELIMITED BY SIZE
007070             REJ-REASON-CODE DELIMITED BY SIZE
007080             INTO PCL-HLD-TEXT
007090         END-STRING
007100         PERFORM 8400-WRITE-HELD THRU 8400-EXIT
007110     END-IF
007120     PERFORM 4310-READ-REJECT THRU 4310-EXIT.
007130 4320-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160*    4400-CHECK-GL - A POSTING DATED IN THE PERIOD THAT THE GL
007170*    HAS NEITHER ACCEPTED NOR REJECTED MAY STILL COME BACK FOR
007180*    A CORRECTION INTO THE PERIOD
007190*----------------------------------------------------------------
007200 4400-CHECK-GL.
007210     MOVE "00" TO WS-RSLTMSTR-STATUS
007220     OPEN INPUT RSLTMSTR
007230     IF WS-RSLTMSTR-STATUS NOT = "00"
007240         DISPLAY "PERDCLOS: RSLTMSTR NOT AVAILABLE - STATUS "
007250             WS-RSLTMSTR-STATUS
007260         MOVE "RESULTS MASTER NOT AVAILABLE" TO PCL-MSG-TEXT
007270         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
007280         SET HOLDS-UNPROVEN TO TRUE
007290         GO TO 4400-EXIT
007300     END-IF
007310     MOVE "N" TO WS-SCAN-EOF-SWITCH
007320     PERFORM 4410-READ-MASTER THRU 4410-EXIT
007330     PERFORM 4420-CHECK-ONE-MASTER THRU 4420-EXIT
007340         UNTIL SCAN-EOF
007350     CLOSE RSLTMSTR.
007360 4400-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390*    4410-READ-MASTER
007400*----------------------------------------------------------------
007410 4410-READ-MASTER.
007420     READ RSLTMSTR NEXT RECORD
007430         AT END
007440             SET SCAN-EOF TO TRUE
007450     END-READ.
007460 4410-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490*    4420-CHECK-ONE-MASTER
007500*----------------------------------------------------------------
007510 4420-CHECK-ONE-MASTER.
007520     IF RSLT-RUN-DATE NUMERIC
007530         AND RSLT-RUN-DATE (1:6) = CMD-PERIOD
007540         AND RSLT-GL-UNANSWERED
007550         MOVE "RSLTMSTR  " TO PCL-HLD-WHERE
007560         MOVE RSLT-KEY TO PCL-HLD-KEY
007570         MOVE RSLT-RUN-DATE TO PCL-HLD-DATE
007580         MOVE "NO GL DISPOSITION" TO PCL-HLD-TEXT
007590         PERFORM 8400-WRITE-HELD THRU 8400-EXIT
007600     END-IF
007610     PERFORM 4410-READ-MASTER THRU 4410-EXIT.
007620 4420-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------
007650*    4900-MARK-CLOSED - REWRITE THE PERIOD'S ROW, OR WRITE ONE
007660*    IF THE PERIOD WAS NEVER OPENED EXPLICITLY.  LEAVES A
007670*    MESSAGE IN PCL-MSG-TEXT IF THE FILE REFUSES THE CHANGE
007680*----------------------------------------------------------------
007690 4900-MARK-CLOSED.
007700     IF NOT PERIOD-ROW-FOUND
007710         MOVE SPACES TO PERDMSTR-RECORD
007720         MOVE WS-CARD-PERIOD TO PERD-PERIOD
007730         MOVE ZERO TO PERD-OPEN-DATE
007740     END-IF
007750     SET PERD-IS-CLOSED TO TRUE
007760     MOVE WS-RUN-DATE TO PERD-CLOSE-DATE
007770     MOVE WS-RUN-TIME (1:6) TO PERD-CLOSE-TIME
007780     MOVE CMD-OPERATOR TO PERD-CLOSED-BY
007790     IF PERIOD-ROW-FOUND
007800         REWRITE PERDMSTR-RECORD
007810     ELSE
007820         WRITE PERDMSTR-RECORD
007830     END-IF
007840     IF WS-PERDMSTR-STATUS NOT = "00"
007850         MOVE "CLOSE FAILED - SEE FILE STATUS" TO PCL-MSG-TEXT
007860         DISPLAY "PERDCLOS: PERDMSTR WRITE FAILED - STATUS "
007870             WS-PERDMSTR-STATUS
007880     END-IF.
007890 4900-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920*    5000-GATHER-TOTALS - TOTAL EVERY COMPLETE AND BACKOUT
007930*    AUDIT ROW DATED IN THE PERIOD, LIVE LOG FIRST, THEN THE
007940*    ARCHIVE.  THE ARCHIVE SPLIT MOVES A ROW RATHER THAN COPY
007950*    IT, SO NO ROW IS SEEN TWICE.  WITHOUT THE LIVE LOG THE
007960*    TOTALS CANNOT BE TRUSTED AND THE CLOSE IS REFUSED; AN
007970*    ARCHIVE THAT CANNOT BE READ SIMPLY HAS NOTHING IN IT YET
007980*----------------------------------------------------------------
007990 5000-GATHER-TOTALS.
008000     MOVE ZEROS TO WS-KEY-TABLE
008010     MOVE ZEROS TO WS-TOTALS
008020     MOVE ZERO TO WS-AUDIT-READ-COUNT
008030     MOVE "00" TO WS-AUDITLOG-STATUS
008040     OPEN INPUT AUDITLOG
008050     IF WS-AUDITLOG-STATUS NOT = "00"
008060         DISPLAY "PERDCLOS: AUDITLOG NOT AVAILABLE - STATUS "
008070             WS-AUDITLOG-STATUS
008080         SET HOLDS-UNPROVEN TO TRUE
008090         GO TO 5000-EXIT
008100     END-IF
008110     SET LIVE-PASS TO TRUE
008120     MOVE "N" TO WS-SCAN-EOF-SWITCH
008130     PERFORM 5010-READ-AUDIT THRU 5010-EXIT
008140     PERFORM 5100-TALLY-AUDIT-ROW THRU 5100-EXIT
008150         UNTIL SCAN-EOF
008160     CLOSE AUDITLOG
008170     MOVE "00" TO WS-AUDARCH-STATUS
008180     OPEN INPUT AUDARCH
008190     IF WS-AUDARCH-STATUS NOT = "00"
008200         GO TO 5000-EXIT
008210     END-IF
008220     SET ARCHIVE-PASS TO TRUE
008230     MOVE "N" TO WS-SCAN-EOF-SWITCH
008240     PERFORM 5010-READ-AUDIT THRU 5010-EXIT
008250     PERFORM 5100-TALLY-AUDIT-ROW THRU 5100-EXIT
008260         UNTIL SCAN-EOF
008270     CLOSE AUDARCH.
008280 5000-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------
008310*    5010-READ-AUDIT - FROM THE LOG OF THE CURRENT PASS
008320*----------------------------------------------------------------
008330 5010-READ-AUDIT.
008340     IF LIVE-PASS
008350         READ AUDITLOG INTO AUDITLOG-RECORD
008360             AT END
008370                 SET SCAN-EOF TO TRUE
008380         END-READ
008390     ELSE
008400         READ AUDARCH INTO AUDITLOG-RECORD
008410             AT END
008420                 SET SCAN-EOF TO TRUE
008430         END-READ
008440     END-IF
008450     IF NOT SCAN-EOF
008460         ADD 1 TO WS-AUDIT-READ-COUNT
008470     END-IF.
008480 5010-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510*    5100-TALLY-AUDIT-ROW - AMOUNTS ARE TAKEN IN THE BASE
008520*    CURRENCY; A ROW WRITTEN BEFORE BASE AMOUNTS WERE CARRIED
008530*    COUNTS AT ITS OWN AMOUNT.  A BACKOUT ROW CARRIES THE
008540*    NEGATED AMOUNT OF THE UNIT IT BACKED OUT
008550*----------------------------------------------------------------
008560 5100-TALLY-AUDIT-ROW.
008570     IF AUDIT-STATUS NOT = "COMPLETE"
008580         AND AUDIT-STATUS NOT = "BACKOUT "
008590         GO TO 5100-READ-NEXT
008600     END-IF
008610     IF AUDIT-RUN-DATE NOT NUMERIC
008620         OR AUDIT-RUN-DATE (1:6) NOT = CMD-PERIOD
008630         OR AUDIT-ZAHL-IN NOT NUMERIC
008640         OR AUDIT-ZAHL-IN = ZERO
008650         GO TO 5100-READ-NEXT
008660     END-IF
008670     MOVE AUDIT-ZAHL-IN TO WS-KEY-SUB
008680     MOVE ZERO TO WS-ROW-AMOUNT
008690     IF AUDIT-BASE-AMOUNT NUMERIC
008700         MOVE AUDIT-BASE-AMOUNT TO WS-ROW-AMOUNT
008710     ELSE
008720         IF AUDIT-AMOUNT NUMERIC
008730             MOVE AUDIT-AMOUNT TO WS-ROW-AMOUNT
008740         END-IF
008750     END-IF
008760     IF AUDIT-STATUS = "COMPLETE"
008770         ADD 1 TO WS-KEY-POSTED-COUNT (WS-KEY-SUB)
008780         ADD WS-ROW-AMOUNT TO WS-KEY-POSTED-AMOUNT (WS-KEY-SUB)
008790     ELSE
008800         ADD 1 TO WS-KEY-BACKOUT-COUNT (WS-KEY-SUB)
008810         ADD WS-ROW-AMOUNT TO WS-KEY-BACKOUT-AMOUNT (WS-KEY-SUB)
008820     END-IF.
008830 5100-READ-NEXT.
008840     PERFORM 5010-READ-AUDIT THRU 5010-EXIT.
008850 5100-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880*    5400-OPEN-TOTALS - FIRST CLOSE OF THE RUN ONLY.  THE
008890*    TOTALS ARE APPENDED, SO EVERY CLOSE FINANCE HAS MADE
008900*    STAYS ON FILE
008910*----------------------------------------------------------------
008920 5400-OPEN-TOTALS.
008930     OPEN EXTEND PERDTOT
008940     IF WS-PERDTOT-STATUS = "35"
008950         OPEN OUTPUT PERDTOT
008960     END-IF
008970     IF WS-PERDTOT-STATUS NOT = "00"
008980         DISPLAY "PERDCLOS: PERDTOT NOT AVAILABLE - STATUS "
008990             WS-PERDTOT-STATUS
009000         GO TO 5400-EXIT
009010     END-IF
009020     MOVE "Y" TO WS-TOTALS-OPEN-SWITCH.
009030 5400-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060*    5500-WRITE-TOTALS - ONE DETAIL ROW PER KEY WITH ACTIVITY,
009070*    THEN THE PERIOD TOTAL ROW, WHICH IS ALSO LISTED
009080*----------------------------------------------------------------
009090 5500-WRITE-TOTALS.
009100     MOVE ZERO TO WS-ACTIVE-KEYS
009110     PERFORM 5600-WRITE-ONE-KEY THRU 5600-EXIT
009120         VARYING WS-KEY-SUB FROM 1 BY 1
009130         UNTIL WS-KEY-SUB > 999
009140     MOVE SPACES TO PERDTOT-RECORD
009150     SET PTOT-TOTAL TO TRUE
009160     MOVE WS-CARD-PERIOD TO PTOT-PERIOD
009170     MOVE ZERO TO PTOT-KEY
009180     MOVE WS-TOT-POSTED-COUNT TO PTOT-POSTED-COUNT
009190     MOVE WS-TOT-POSTED-AMOUNT TO PTOT-POSTED-AMOUNT
009200     MOVE WS-TOT-BACKOUT-COUNT TO PTOT-BACKOUT-COUNT
009210     MOVE WS-TOT-BACKOUT-AMOUNT TO PTOT-BACKOUT-AMOUNT
009220     COMPUTE PTOT-NET-AMOUNT =
009230         WS-TOT-POSTED-AMOUNT + WS-TOT-BACKOUT-AMOUNT
009240     MOVE WS-RUN-DATE TO PTOT-CLOSE-DATE
009250     WRITE PERDTOT-RECORD
009260     MOVE "AUDIT ROWS READ:" TO PCL-CNT-LABEL
009270     MOVE WS-AUDIT-READ-COUNT TO PCL-CNT-VALUE
009280     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
009290     MOVE "KEYS WITH ACTIVITY:" TO PCL-CNT-LABEL
009300     MOVE WS-ACTIVE-KEYS TO PCL-CNT-VALUE
009310     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
009320     MOVE "UNITS POSTED:" TO PCL-CNT-LABEL
009330     MOVE WS-TOT-POSTED-COUNT TO PCL-CNT-VALUE
009340     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
009350     MOVE "BASE AMOUNT POSTED:" TO PCL-AMT-LABEL
009360     MOVE WS-TOT-POSTED-AMOUNT TO PCL-AMT-VALUE
009370     PERFORM 8500-WRITE-AMOUNT THRU 8500-EXIT
009380     MOVE "UNITS BACKED OUT:" TO PCL-CNT-LABEL
009390     MOVE WS-TOT-BACKOUT-COUNT TO PCL-CNT-VALUE
009400     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
009410     MOVE "BASE AMOUNT BACKED OUT:" TO PCL-AMT-LABEL
009420     MOVE WS-TOT-BACKOUT-AMOUNT TO PCL-AMT-VALUE
009430     PERFORM 8500-WRITE-AMOUNT THRU 8500-EXIT
009440     MOVE "NET BASE AMOUNT:" TO PCL-AMT-LABEL
009450     MOVE PTOT-NET-AMOUNT TO PCL-AMT-VALUE
009460     PERFORM 8500-WRITE-AMOUNT THRU 8500-EXIT.
009470 5500-EXIT.
009480     EXIT.
009490*----------------------------------------------------------------
009500*    5600-WRITE-ONE-KEY - A KEY WITH NO ROW IN THE PERIOD IS
009510*    LEFT OFF THE FILE
009520*----------------------------------------------------------------
009530 5600-WRITE-ONE-KEY.
009540     IF WS-KEY-POSTED-COUNT (WS-KEY-SUB) = ZERO
009550         AND WS-KEY-BACKOUT-COUNT (WS-KEY-SUB) = ZERO
009560         GO TO 5600-EXIT
009570     END-IF
009580     ADD 1 TO WS-ACTIVE-KEYS
009590     MOVE SPACES TO PERDTOT-RECORD
009600     SET PTOT-DETAIL TO TRUE
009610     MOVE WS-CARD-PERIOD TO PTOT-PERIOD
009620     MOVE WS-KEY-SUB TO PTOT-KEY
009630     MOVE WS-KEY-POSTED-COUNT (WS-KEY-SUB) TO PTOT-POSTED-COUNT
009640     MOVE WS-KEY-POSTED-AMOUNT (WS-KEY-SUB) TO PTOT-POSTED-AMOUNT
009650     MOVE WS-KEY-BACKOUT-COUNT (WS-KEY-SUB) TO PTOT-BACKOUT-COUNT
009660     MOVE WS-KEY-BACKOUT-AMOUNT (WS-KEY-SUB)
009670         TO PTOT-BACKOUT-AMOUNT
009680     COMPUTE PTOT-NET-AMOUNT =
009690         WS-KEY-POSTED-AMOUNT (WS-KEY-SUB)
009700         + WS-KEY-BACKOUT-AMOUNT (WS-KEY-SUB)
009710     MOVE WS-RUN-DATE TO PTOT-CLOSE-DATE
009720     WRITE PERDTOT-RECORD
009730     ADD WS-KEY-POSTED-COUNT (WS-KEY-SUB) TO WS-TOT-POSTED-COUNT
009740     ADD WS-KEY-POSTED-AMOUNT (WS-KEY-SUB) TO WS-TOT-POSTED-AMOUNT
009750     ADD WS-KEY-BACKOUT-COUNT (WS-KEY-SUB) TO WS-TOT-BACKOUT-COUNT
009760     ADD WS-KEY-BACKOUT-AMOUNT (WS-KEY-SUB)
009770         TO WS-TOT-BACKOUT-AMOUNT.
009780 5600-EXIT.
009790     EXIT.
009800*----------------------------------------------------------------
009810*    6000-OPEN-PERIOD - WRITE AN OPEN ROW FOR A PERIOD WITH
009820*    NONE, OR REOPEN A CLOSED PERIOD SO FINANCE CAN LET HELD
009830*    OR LOCKED UNITS POST INTO IT
009840*----------------------------------------------------------------
009850 6000-OPEN-PERIOD.
009860     PERFORM 3900-CHECK-CARD THRU 3900-EXIT
009870     IF PCL-MSG-TEXT = SPACES
009880         PERFORM 3950-READ-PERIOD THRU 3950-EXIT
009890         IF PERIOD-ROW-FOUND AND NOT PERD-IS-CLOSED
009900             MOVE "REFUSED - PERIOD ALREADY OPEN"
009910                 TO PCL-MSG-TEXT
009920         END-IF
009930     END-IF
009940     IF PCL-MSG-TEXT NOT = SPACES
009950         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
009960         ADD 1 TO WS-FAILED-COUNT
009970         GO TO 6000-EXIT
009980     END-IF
009990     IF PERIOD-ROW-FOUND
010000         MOVE "PERIOD REOPENED" TO PCL-MSG-TEXT
010010     ELSE
010020         MOVE SPACES TO PERDMSTR-RECORD
010030         MOVE WS-CARD-PERIOD TO PERD-PERIOD
010040         MOVE ZERO TO PERD-CLOSE-DATE
010050         MOVE ZERO TO PERD-CLOSE-TIME
010060         MOVE "PERIOD OPENED" TO PCL-MSG-TEXT
010070     END-IF
010080     SET PERD-IS-OPEN TO TRUE
010090     MOVE WS-RUN-DATE TO PERD-OPEN-DATE
010100     MOVE CMD-OPERATOR TO PERD-OPENED-BY
010110     IF PERIOD-ROW-FOUND
010120         REWRITE PERDMSTR-RECORD
010130     ELSE
010140         WRITE PERDMSTR-RECORD
010150     END-IF
010160     IF WS-PERDMSTR-STATUS NOT = "00"
010170         MOVE "OPEN FAILED - SEE FILE STATUS" TO PCL-MSG-TEXT
010180         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
010190         ADD 1 TO WS-FAILED-COUNT
010200         GO TO 6000-EXIT
010210     END-IF
010220     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
010230     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT.
010240 6000-EXIT.
010250     EXIT.
010260*----------------------------------------------------------------
010270*    8000-FINALIZE
010280*----------------------------------------------------------------
010290 8000-FINALIZE.
010300     MOVE "COMMANDS READ:" TO PCL-CNT-LABEL
010310     MOVE WS-COMMAND-COUNT TO PCL-CNT-VALUE
010320     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
010330     MOVE "COMMANDS FAILED:" TO PCL-CNT-LABEL
010340     MOVE WS-FAILED-COUNT TO PCL-CNT-VALUE
010350     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
010360     MOVE "CLOSES REFUSED:" TO PCL-CNT-LABEL
010370     MOVE WS-REFUSED-COUNT TO PCL-CNT-VALUE
010380     PERFORM 8300-WRITE-COUNT THRU 8300-EXIT
010390     IF TOTALS-ARE-OPEN
010400         CLOSE PERDTOT
010410     END-IF
010420     IF MASTER-IS-OPEN
010430         CLOSE PERDMSTR
010440         IF WS-CMDFILE-STATUS NOT = "35"
010450             CLOSE CMDFILE
010460         END-IF
010470     END-IF
010480     CLOSE PCLRPT.
010490 8000-EXIT.
010500     EXIT.
010510*----------------------------------------------------------------
010520*    8100-WRITE-DETAIL - ONE LISTING LINE FROM THE CURRENT
010530*    PERIOD RECORD
010540*----------------------------------------------------------------
010550 8100-WRITE-DETAIL.
010560     MOVE PERD-PERIOD TO PCL-DET-PERIOD
010570     IF PERD-IS-CLOSED
010580         MOVE "CLOSED" TO PCL-DET-STATUS
010590     ELSE
010600         MOVE "OPEN  " TO PCL-DET-STATUS
010610     END-IF
010620     MOVE PERD-CLOSE-DATE TO PCL-DET-CLOSE-DATE
010630     MOVE PERD-CLOSED-BY TO PCL-DET-CLOSED-BY
010640     MOVE PERD-OPEN-DATE TO PCL-DET-OPEN-DATE
010650     MOVE PERD-OPENED-BY TO PCL-DET-OPENED-BY
010660     MOVE PCL-DETAIL-LINE TO PCLRPT-RECORD
010670     WRITE PCLRPT-RECORD.
010680 8100-EXIT.
010690     EXIT.
010700*----------------------------------------------------------------
010710*    8200-WRITE-MESSAGE - ONE MESSAGE LINE TO THE LISTING
010720*----------------------------------------------------------------
010730 8200-WRITE-MESSAGE.
010740     MOVE PCL-MESSAGE-LINE TO PCLRPT-RECORD
010750     WRITE PCLRPT-RECORD
010760     MOVE SPACES TO PCL-MSG-TEXT.
010770 8200-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------
010800*    8300-WRITE-COUNT
010810*----------------------------------------------------------------
010820 8300-WRITE-COUNT.
010830     MOVE PCL-COUNT-LINE TO PCLRPT-RECORD
010840     WRITE PCLRPT-RECORD.
010850 8300-EXIT.
010860     EXIT.
010870*----------------------------------------------------------------
010880*    8400-WRITE-HELD - ONE LINE PER ITEM STILL HELD FOR THE
010890*    PERIOD BEING CLOSED
010900*----------------------------------------------------------------
010910 8400-WRITE-HELD.
010920     ADD 1 TO WS-HELD-COUNT
010930     MOVE PCL-HELD-LINE TO PCLRPT-RECORD
010940     WRITE PCLRPT-RECORD.
010950 8400-EXIT.
010960     EXIT.
010970*----------------------------------------------------------------
010980*    8500-WRITE-AMOUNT
010990*----------------------------------------------------------------
011000 8500-WRITE-AMOUNT.
011010     MOVE PCL-AMOUNT-LINE TO PCLRPT-RECORD
011020     WRITE PCLRPT-RECORD.
011030 8500-EXIT.
011040     EXIT.
011050 END PROGRAM PERDCLOS.
