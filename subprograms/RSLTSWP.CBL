001000*****************************************************************
001010*  RSLTSWP.CBL
001020*----------------------------------------------------------------
001030*  WEEKLY INTEGRITY SWEEP OF THE RESULTS MASTER.  RECONCIL ONLY
001040*  BALANCES ONE NIGHT'S RUN, WHILE MANUAL RSLTMNT CHANGES,
001050*  BACKOUTS, SUSPENSE REPROCESSING, AND RERUNS ALL REACH
001060*  RSLTMSTR BY THEIR OWN ROUTES.  THIS PROGRAM CHECKS THE
001070*  MASTER AS A WHOLE AGAINST THE TRAIL THAT PRODUCED IT:
001080*      - EVERY MASTER ROW AGAINST THE LATEST COMPLETE OR
001090*        BACKOUT AUDIT ROW FOR ITS KEY.  THE LIVE AUDITLOG IS
001100*        READ FIRST; THE AUDARCH GENERATIONS ARE READ ONLY
001110*        WHEN SOME MASTER ROW HAS NO ROW IN THE LIVE LOG, AND
001120*        THEN ONLY ANSWER KEYS THE LIVE LOG DID NOT
001130*      - AN AMOUNT OR RESULT (ZAHL2) THAT DIFFERS FROM THE
001140*        AUDIT ROW IS AN EXCEPTION UNLESS RSLTHIST HOLDS A
001150*        MANUAL ROW FOR THE KEY DATED ON OR AFTER THE AUDIT
001160*        ROW, AND A MASTER ROW WHOSE LATEST AUDIT ROW IS A
001170*        BACKOUT IS ALWAYS ONE
001180*      - A UNIT WHOSE LATEST AUDIT ROW IS COMPLETE BUT WHICH
001190*        HAS NO MASTER ROW IS AN EXCEPTION UNLESS RSLTHIST
001200*        HOLDS A DELETE FOR THE KEY DATED ON OR AFTER THE
001210*        AUDIT ROW
001220*      - A ROW THE GL REJECTED, OR HAS LEFT UNANSWERED FOR
001230*        MORE THAN THE GLDAYS LIMIT SINCE ITS RUN DATE
001240*  AUDIT ROWS FOR ONE KEY ARE RANKED BY UNIT DATE; ON THE SAME
001250*  DATE THE LATER ROW IN THE FILE WINS, SINCE A BACKOUT ROW
001260*  CARRIES THE DATE OF THE UNIT IT BACKS OUT.
001270*  SWPPARM CARD LAYOUT (MISSING FILE = TODAY, 7 DAYS):
001280*      COLS 01-08  VERB: DATE / GLDAYS
001290*      DATE:    COLS 10-17  SWEEP DATE YYYYMMDD (DEFAULT TODAY)
001300*      GLDAYS:  COLS 10-12  DAYS A ROW MAY STAND UNANSWERED BY
001310*                           THE GL (DEFAULT 7)
001320*  RETURN CODES:
001330*      00 - THE MASTER AGREES WITH ITS TRAIL
001340*      04 - EXCEPTIONS LISTED - SEE THE SWPRPT REPORT
001350*      08 - RESULTS MASTER OR AUDIT LOG NOT AVAILABLE
001360*----------------------------------------------------------------
001370*  MODIFICATION HISTORY
001380*  DATE       INIT  DESCRIPTION
001390*  10/15/26   JPM   ORIGINAL VERSION.
001400*****************************************************************
001410 IDENTIFICATION DIVISION.
001420 PROGRAM-ID. RSLTSWP.
001430 AUTHOR. J P MEYER.
001440 INSTALLATION. BATCH SYSTEMS GROUP.
001450 DATE-WRITTEN. 10/15/26.
001460 DATE-COMPILED.
001470 ENVIRONMENT DIVISION.
001480 INPUT-OUTPUT SECTION.
001490 FILE-CONTROL.
001500     SELECT SWPPARM ASSIGN TO SWPPARM
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-SWPPARM-STATUS.
001530     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS SEQUENTIAL
001560         RECORD KEY IS RSLT-KEY
001570         FILE STATUS IS WS-RSLTMSTR-STATUS.
001580     SELECT AUDITLOG ASSIGN TO AUDITLOG
001590         ORGANIZATION IS SEQUENTIAL
001600         FILE STATUS IS WS-AUDITLOG-STATUS.
001610     SELECT AUDARCH ASSIGN TO AUDARCH
001620         ORGANIZATION IS SEQUENTIAL
001630         FILE STATUS IS WS-AUDARCH-STATUS.
001640     SELECT RSLTHIST ASSIGN TO RSLTHIST
001650         ORGANIZATION IS SEQUENTIAL
001660         FILE STATUS IS WS-RSLTHIST-STATUS.
001670     SELECT SWPRPT ASSIGN TO SWPRPT
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS WS-SWPRPT-STATUS.
001700 DATA DIVISION.
001710 FILE SECTION.
001720 FD  SWPPARM
001730     RECORD CONTAINS 80 CHARACTERS
001740     RECORDING MODE IS F.
001750 01  SWPPARM-RECORD.
001760     05  SPAR-VERB                  PIC X(08).
001770     05  FILLER                     PIC X(01).
001780     05  SPAR-VALUE                 PIC X(08).
001790     05  SPAR-DAYS REDEFINES SPAR-VALUE.
001800         10  SPAR-DAYS-VALUE        PIC X(03).
001810         10  FILLER                 PIC X(05).
001820     05  FILLER                     PIC X(63).
001830 FD  RSLTMSTR
001840     RECORD CONTAINS 80 CHARACTERS.
001850 COPY RSLTREC.
001860 FD  AUDITLOG
001870     RECORD CONTAINS 80 CHARACTERS
001880     RECORDING MODE IS F.
001890 01  AUDITLOG-FILE-RECORD           PIC X(80).
001900 FD  AUDARCH
001910     RECORD CONTAINS 80 CHARACTERS
001920     RECORDING MODE IS F.
001930 01  AUDARCH-FILE-RECORD            PIC X(80).
001940 FD  RSLTHIST
001950     RECORD CONTAINS 120 CHARACTERS
001960     RECORDING MODE IS F.
001970 COPY RSLTHREC.
001980 FD  SWPRPT
001990     RECORD CONTAINS 80 CHARACTERS
002000     RECORDING MODE IS F.
002010 01  SWPRPT-RECORD                  PIC X(80).
002020 WORKING-STORAGE SECTION.
002030 COPY AUDITREC.
002040 01  WS-SWPPARM-STATUS              PIC X(02) VALUE "00".
002050 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
002060 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
002070 01  WS-AUDARCH-STATUS              PIC X(02) VALUE "00".
002080 01  WS-RSLTHIST-STATUS             PIC X(02) VALUE "00".
002090 01  WS-SWPRPT-STATUS               PIC X(02) VALUE "00".
002100 77  WS-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
002110     88  PARM-EOF                    VALUE "Y".
002120 77  WS-MSTR-EOF-SWITCH             PIC X(01) VALUE "N".
002130     88  MSTR-EOF                    VALUE "Y".
002140 77  WS-AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
002150     88  AUDIT-EOF                   VALUE "Y".
002160 77  WS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".
002170     88  HIST-EOF                    VALUE "Y".
002180 77  WS-ABANDON-SWITCH              PIC X(01) VALUE "N".
002190     88  SWEEP-ABANDONED             VALUE "Y".
002200 77  WS-PASS-SWITCH                 PIC X(01) VALUE "L".
002210     88  LIVE-PASS                   VALUE "L".
002220     88  ARCHIVE-PASS                VALUE "A".
002230 77  WS-ROW-EXCEPTION-SWITCH        PIC X(01) VALUE "N".
002240     88  ROW-HAS-EXCEPTION           VALUE "Y".
002250 77  WS-SWEEP-DATE                  PIC 9(08) VALUE ZERO.
002260 77  WS-GL-DAYS                     PIC 9(03) VALUE 7.
002270 77  WS-KEY-SUB                     PIC 9(03) COMP VALUE ZERO.
002280 77  WS-UNANSWERED-KEYS             PIC 9(05) COMP VALUE ZERO.
002290 77  WS-MASTER-COUNT                PIC 9(05) VALUE ZERO.
002300 77  WS-LIVE-READ-COUNT             PIC 9(07) VALUE ZERO.
002310 77  WS-ARCH-READ-COUNT             PIC 9(07) VALUE ZERO.
002320 77  WS-HIST-READ-COUNT             PIC 9(07) VALUE ZERO.
002330 77  WS-AGREE-COUNT                 PIC 9(05) VALUE ZERO.
002340 77  WS-NO-AUDIT-COUNT              PIC 9(05) VALUE ZERO.
002350 77  WS-BACKED-OUT-COUNT            PIC 9(05) VALUE ZERO.
002360 77  WS-MISMATCH-COUNT              PIC 9(05) VALUE ZERO.
002370 77  WS-MANUAL-EXPLAINED            PIC 9(05) VALUE ZERO.
002380 77  WS-NO-MASTER-COUNT             PIC 9(05) VALUE ZERO.
002390 77  WS-DELETE-EXPLAINED            PIC 9(05) VALUE ZERO.
002400 77  WS-GL-STALE-COUNT              PIC 9(05) VALUE ZERO.
002410 77  WS-GL-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
002420 77  WS-EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.
002430 77  WS-GL-AGE                      PIC S9(05) COMP VALUE ZERO.
002440 77  WS-TODAY-SERIAL                PIC S9(09) COMP VALUE ZERO.
002450 77  WS-DATE-SERIAL                 PIC S9(09) COMP VALUE ZERO.
002460 77  WS-SERIAL-PART                 PIC S9(09) COMP VALUE ZERO.
002470 77  WS-SERIAL-YEAR                 PIC S9(05) COMP VALUE ZERO.
002480 77  WS-SERIAL-MONTH                PIC S9(03) COMP VALUE ZERO.
002490 01  WS-SERIAL-WORK-DATE            PIC 9(08) VALUE ZERO.
002500 01  FILLER REDEFINES WS-SERIAL-WORK-DATE.
002510     05  WS-SERIAL-YYYY             PIC 9(04).
002520     05  WS-SERIAL-MM               PIC 9(02).
002530     05  WS-SERIAL-DD               PIC 9(02).
002540*----------------------------------------------------------------
002550*    ONE SLOT PER KEY.  THE DATES ARE HELD AS CHARACTERS SO A
002560*    SLOT CLEARED TO SPACES READS AS "NO DATE" AND RANKS BELOW
002570*    EVERY REAL YYYYMMDD; THE AMOUNTS AND RESULTS ARE ONLY
002580*    LOOKED AT WHEN THEIR SOURCE FLAG IS SET
002590*----------------------------------------------------------------
002600 01  WS-KEY-TABLE.
002610     05  WS-KEY-ENTRY               OCCURS 999 TIMES.
002620         10  WS-KEY-ON-MASTER       PIC X(01).
002630             88  KEY-ON-MASTER       VALUE "Y".
002640         10  WS-KEY-MSTR-AMOUNT     PIC S9(07)V99.
002650         10  WS-KEY-MSTR-ZAHL2      PIC 999.
002660         10  WS-KEY-MSTR-DATE       PIC X(08).
002670         10  WS-KEY-MSTR-GL-DISP    PIC X(01).
002680             88  KEY-GL-UNANSWERED   VALUE SPACE.
002690             88  KEY-GL-REJECTED     VALUE "R".
002700         10  WS-KEY-AUDIT-SOURCE    PIC X(01).
002710             88  KEY-NO-AUDIT        VALUE SPACE.
002720             88  KEY-AUDIT-LIVE      VALUE "L".
002730             88  KEY-AUDIT-ARCHIVE   VALUE "A".
002740         10  WS-KEY-AUDIT-STATUS    PIC X(08).
002750         10  WS-KEY-AUDIT-DATE      PIC X(08).
002760         10  WS-KEY-AUDIT-AMOUNT    PIC S9(07)V99.
002770         10  WS-KEY-AUDIT-ZAHL2     PIC 999.
002780         10  WS-KEY-MANUAL-DATE     PIC X(08).
002790         10  WS-KEY-DELETE-DATE     PIC X(08).
002800 01  SWP-HEADER-LINE.
002810     05  FILLER                     PIC X(33)
002820         VALUE "RESULTS MASTER INTEGRITY SWEEP - ".
002830     05  SWP-HDR-DATE               PIC 9(08).
002840     05  FILLER                     PIC X(17)
002850         VALUE " GL ANSWER LIMIT ".
002860     05  SWP-HDR-DAYS               PIC ZZ9.
002870     05  FILLER                     PIC X(05) VALUE " DAYS".
002880     05  FILLER                     PIC X(14) VALUE SPACES.
002890*----------------------------------------------------------------
002900*    M = THE MASTER'S AMOUNT AND ZAHL2, A = THE AUDIT ROW'S;
002910*    THE DATE IS THE AUDIT ROW'S UNIT DATE, OR THE MASTER'S
002920*    RUN DATE WHEN THERE IS NO AUDIT ROW
002930*----------------------------------------------------------------
002940 01  SWP-EXCEPTION-LINE.
002950     05  FILLER                     PIC X(06) VALUE "  KEY ".
002960     05  SWP-EXC-KEY                PIC 999.
002970     05  FILLER                     PIC X(01) VALUE SPACE.
002980     05  SWP-EXC-TEXT               PIC X(21).
002990     05  FILLER                     PIC X(03) VALUE " M ".
003000     05  SWP-EXC-MSTR-AMOUNT        PIC +9(07).99.
003010     05  FILLER                     PIC X(01) VALUE SPACE.
003020     05  SWP-EXC-MSTR-ZAHL2         PIC 999.
003030     05  FILLER                     PIC X(03) VALUE " A ".
003040     05  SWP-EXC-AUDIT-AMOUNT       PIC +9(07).99.
003050     05  FILLER                     PIC X(01) VALUE SPACE.
003060     05  SWP-EXC-AUDIT-ZAHL2        PIC 999.
003070     05  FILLER                     PIC X(01) VALUE SPACE.
003080     05  SWP-EXC-DATE               PIC X(08).
003090     05  FILLER                     PIC X(04) VALUE SPACES.
003100 01  SWP-STALE-TEXT.
003110     05  FILLER                     PIC X(13)
003120         VALUE "NO GL ANSWER ".
003130     05  SWP-STALE-DAYS             PIC ZZZZ9.
003140     05  FILLER                     PIC X(03) VALUE " DY".
003150 01  SWP-MESSAGE-LINE.
003160     05  SWP-MSG-TEXT               PIC X(45).
003170     05  SWP-MSG-VALUE              PIC X(35).
003180 01  SWP-COUNT-LINE.
003190     05  SWP-CNT-LABEL              PIC X(30).
003200     05  SWP-CNT-VALUE              PIC ZZZZZZ9.
003210     05  FILLER                     PIC X(43) VALUE SPACES.
003220 PROCEDURE DIVISION.
003230*----------------------------------------------------------------
003240*    0000-MAINLINE
003250*----------------------------------------------------------------
003260 0000-MAINLINE.
003270     ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD
003280     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT
003290     MOVE WS-SWEEP-DATE TO WS-SERIAL-WORK-DATE
003300     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
003310     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL
003320     OPEN OUTPUT SWPRPT
003330     MOVE WS-SWEEP-DATE TO SWP-HDR-DATE
003340     MOVE WS-GL-DAYS TO SWP-HDR-DAYS
003350     MOVE SWP-HEADER-LINE TO SWPRPT-RECORD
003360     WRITE SWPRPT-RECORD
003370     MOVE SPACES TO WS-KEY-TABLE
003380     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
003390     IF NOT SWEEP-ABANDONED
003400         PERFORM 2100-LOAD-LIVE-AUDIT THRU 2100-EXIT
003410     END-IF
003420     IF NOT SWEEP-ABANDONED
003430         PERFORM 2300-LOAD-ARCHIVE THRU 2300-EXIT
003440         PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
003450         PERFORM 3000-CHECK-KEYS THRU 3000-EXIT
003460     END-IF
003470     PERFORM 8000-FINALIZE THRU 8000-EXIT
003480     GOBACK.
003490*----------------------------------------------------------------
003500*    1000-READ-PARAMETERS - DATE AND GLDAYS CARDS; A MISSING
003510*    FILE MEANS TODAY WITH THE 7-DAY GL LIMIT
003520*----------------------------------------------------------------
003530 1000-READ-PARAMETERS.
003540     OPEN INPUT SWPPARM
003550     IF WS-SWPPARM-STATUS NOT = "00"
003560         DISPLAY "RSLTSWP: SWPPARM NOT AVAILABLE - DEFAULTS USED"
003570         GO TO 1000-EXIT
003580     END-IF
003590     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
003600     PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
003610         UNTIL PARM-EOF
003620     CLOSE SWPPARM.
003630 1000-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660*    1100-READ-PARM-CARD
003670*----------------------------------------------------------------
003680 1100-READ-PARM-CARD.
003690     READ SWPPARM
003700         AT END
003710             SET PARM-EOF TO TRUE
003720     END-READ.
003730 1100-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760*    1200-APPLY-PARM-CARD
003770*----------------------------------------------------------------
003780 1200-APPLY-PARM-CARD.
003790     EVALUATE SPAR-VERB
003800         WHEN "DATE    "
003810             IF SPAR-VALUE NUMERIC
003820                 MOVE SPAR-VALUE TO WS-SWEEP-DATE
003830             END-IF
003840         WHEN "GLDAYS  "
003850             IF SPAR-DAYS-VALUE NUMERIC
003860                 MOVE SPAR-DAYS-VALUE TO WS-GL-DAYS
003870             END-IF
003880         WHEN OTHER
003890             DISPLAY "RSLTSWP: CARD NOT RECOGNIZED <"
003900                 SPAR-VERB ">"
003910     END-EVALUATE
003920     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
003930 1200-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960*    2000-LOAD-MASTER - ONE TABLE SLOT PER MASTER ROW.  WITHOUT
003970*    THE MASTER THERE IS NOTHING TO SWEEP
003980*----------------------------------------------------------------
003990 2000-LOAD-MASTER.
004000     OPEN INPUT RSLTMSTR
004010     IF WS-RSLTMSTR-STATUS NOT = "00"
004020         DISPLAY "RSLTSWP: RSLTMSTR NOT AVAILABLE - STATUS "
004030             WS-RSLTMSTR-STATUS
004040         MOVE "RESULTS MASTER NOT AVAILABLE - NO SWEEP"
004050             TO SWP-MSG-TEXT
004060         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004070         SET SWEEP-ABANDONED TO TRUE
004080         GO TO 2000-EXIT
004090     END-IF
004100     PERFORM 2010-READ-MASTER THRU 2010-EXIT
004110     PERFORM 2020-TAKE-MASTER-ROW THRU 2020-EXIT
004120         UNTIL MSTR-EOF
004130     CLOSE RSLTMSTR.
004140 2000-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    2010-READ-MASTER
004180*----------------------------------------------------------------
004190 2010-READ-MASTER.
004200     READ RSLTMSTR NEXT RECORD
004210         AT END
004220             SET MSTR-EOF TO TRUE
004230     END-READ.
004240 2010-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270*    2020-TAKE-MASTER-ROW - AN AMOUNT FROM BEFORE AMOUNTS WERE
004280*    CARRIED READS AS ZERO, AS IT DOES ON THE AUDIT SIDE
004290*----------------------------------------------------------------
004300 2020-TAKE-MASTER-ROW.
004310     IF RSLT-KEY NOT NUMERIC OR RSLT-KEY = ZERO
004320         GO TO 2020-READ-NEXT
004330     END-IF
004340     ADD 1 TO WS-MASTER-COUNT
004350     MOVE RSLT-KEY TO WS-KEY-SUB
004360     MOVE "Y" TO WS-KEY-ON-MASTER (WS-KEY-SUB)
004370     IF RSLT-AMOUNT NUMERIC
004380         MOVE RSLT-AMOUNT TO WS-KEY-MSTR-AMOUNT (WS-KEY-SUB)
004390     ELSE
004400         MOVE ZERO TO WS-KEY-MSTR-AMOUNT (WS-KEY-SUB)
004410     END-IF
004420     MOVE RSLT-ZAHL2 TO WS-KEY-MSTR-ZAHL2 (WS-KEY-SUB)
004430     MOVE RSLT-RUN-DATE TO WS-KEY-MSTR-DATE (WS-KEY-SUB)
004440     MOVE RSLT-GL-DISP TO WS-KEY-MSTR-GL-DISP (WS-KEY-SUB).
004450 2020-READ-NEXT.
004460     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004470 2020-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500*    2100-LOAD-LIVE-AUDIT - RANK EVERY COMPLETE AND BACKOUT ROW
004510*    IN THE LIVE LOG.  WITHOUT IT EVERY MASTER ROW WOULD LOOK
004520*    UNSUPPORTED, SO THE SWEEP IS ABANDONED INSTEAD
004530*----------------------------------------------------------------
004540 2100-LOAD-LIVE-AUDIT.
004550     OPEN INPUT AUDITLOG
004560     IF WS-AUDITLOG-STATUS NOT = "00"
004570         DISPLAY "RSLTSWP: AUDITLOG NOT AVAILABLE - STATUS "
004580             WS-AUDITLOG-STATUS
004590         MOVE "AUDIT LOG NOT AVAILABLE - NO SWEEP"
004600             TO SWP-MSG-TEXT
004610         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004620         SET SWEEP-ABANDONED TO TRUE
004630         GO TO 2100-EXIT
004640     END-IF
004650     SET LIVE-PASS TO TRUE
004660     MOVE "N" TO WS-AUDIT-EOF-SWITCH
004670     PERFORM 2110-READ-LIVE-AUDIT THRU 2110-EXIT
004680     PERFORM 2200-RANK-AUDIT-ROW THRU 2200-EXIT
004690         UNTIL AUDIT-EOF
004700     CLOSE AUDITLOG.
004710 2100-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740*    2110-READ-LIVE-AUDIT
004750*----------------------------------------------------------------
004760 2110-READ-LIVE-AUDIT.
004770     READ AUDITLOG INTO AUDITLOG-RECORD
004780         AT END
004790             SET AUDIT-EOF TO TRUE
004800         NOT AT END
004810             ADD 1 TO WS-LIVE-READ-COUNT
004820     END-READ.
004830 2110-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860*    2120-READ-ARCHIVE-AUDIT
004870*----------------------------------------------------------------
004880 2120-READ-ARCHIVE-AUDIT.
004890     READ AUDARCH INTO AUDITLOG-RECORD
004900         AT END
004910             SET AUDIT-EOF TO TRUE
004920         NOT AT END
004930             ADD 1 TO WS-ARCH-READ-COUNT
004940     END-READ.
004950 2120-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980*    2200-RANK-AUDIT-ROW - KEEP THE LATEST COMPLETE OR BACKOUT
004990*    ROW PER KEY: A LATER UNIT DATE WINS, AND ON THE SAME DATE
005000*    THE LATER ROW.  ON THE ARCHIVE PASS A KEY THE LIVE LOG
005010*    ALREADY ANSWERED IS LEFT ALONE
005020*----------------------------------------------------------------
005030 2200-RANK-AUDIT-ROW.
005040     IF AUDIT-STATUS NOT = "COMPLETE"
005050         AND AUDIT-STATUS NOT = "BACKOUT "
005060         GO TO 2200-READ-NEXT
005070     END-IF
005080     IF AUDIT-ZAHL-IN NOT NUMERIC OR AUDIT-ZAHL-IN = ZERO
005090         OR AUDIT-RUN-DATE NOT NUMERIC
005100         GO TO 2200-READ-NEXT
005110     END-IF
005120     MOVE AUDIT-ZAHL-IN TO WS-KEY-SUB
005130     IF ARCHIVE-PASS AND KEY-AUDIT-LIVE (WS-KEY-SUB)
005140         GO TO 2200-READ-NEXT
005150     END-IF
005160     IF NOT KEY-NO-AUDIT (WS-KEY-SUB)
005170         AND AUDIT-RUN-DATE < WS-KEY-AUDIT-DATE (WS-KEY-SUB)
005180         GO TO 2200-READ-NEXT
005190     END-IF
005200     MOVE WS-PASS-SWITCH TO WS-KEY-AUDIT-SOURCE (WS-KEY-SUB)
005210     MOVE AUDIT-STATUS TO WS-KEY-AUDIT-STATUS (WS-KEY-SUB)
005220     MOVE AUDIT-RUN-DATE TO WS-KEY-AUDIT-DATE (WS-KEY-SUB)
005230     MOVE AUDIT-ZAHL2-OUT TO WS-KEY-AUDIT-ZAHL2 (WS-KEY-SUB)
005240     IF AUDIT-AMOUNT NUMERIC
005250         MOVE AUDIT-AMOUNT TO WS-KEY-AUDIT-AMOUNT (WS-KEY-SUB)
005260     ELSE
005270         MOVE ZERO TO WS-KEY-AUDIT-AMOUNT (WS-KEY-SUB)
005280     END-IF.
005290 2200-READ-NEXT.
005300     IF LIVE-PASS
005310         PERFORM 2110-READ-LIVE-AUDIT THRU 2110-EXIT
005320     ELSE
005330         PERFORM 2120-READ-ARCHIVE-AUDIT THRU 2120-EXIT
005340     END-IF.
005350 2200-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*    2300-LOAD-ARCHIVE - THE ARCHIVE GENERATIONS ARE ONLY READ
005390*    WHEN SOME MASTER ROW FOUND NO ROW IN THE LIVE LOG.  AN
005400*    UNAVAILABLE ARCHIVE IS NOTED AND THE SWEEP GOES ON WITH
005410*    THE LIVE LOG ALONE
005420*----------------------------------------------------------------
005430 2300-LOAD-ARCHIVE.
005440     MOVE ZERO TO WS-UNANSWERED-KEYS
005450     PERFORM 2310-COUNT-UNANSWERED THRU 2310-EXIT
005460         VARYING WS-KEY-SUB FROM 1 BY 1
005470         UNTIL WS-KEY-SUB > 999
005480     IF WS-UNANSWERED-KEYS = ZERO
005490         MOVE "AUDIT ARCHIVE NOT NEEDED" TO SWP-MSG-TEXT
005500         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005510         GO TO 2300-EXIT
005520     END-IF
005530     OPEN INPUT AUDARCH
005540     IF WS-AUDARCH-STATUS NOT = "00"
005550         DISPLAY "RSLTSWP: AUDARCH NOT AVAILABLE - STATUS "
005560             WS-AUDARCH-STATUS
005570         MOVE "AUDIT ARCHIVE NOT AVAILABLE - LIVE LOG ONLY"
005580             TO SWP-MSG-TEXT
005590         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005600         GO TO 2300-EXIT
005610     END-IF
005620     SET ARCHIVE-PASS TO TRUE
005630     MOVE "N" TO WS-AUDIT-EOF-SWITCH
005640     PERFORM 2120-READ-ARCHIVE-AUDIT THRU 2120-EXIT
005650     PERFORM 2200-RANK-AUDIT-ROW THRU 2200-EXIT
005660         UNTIL AUDIT-EOF
005670     CLOSE AUDARCH.
005680 2300-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710*    2310-COUNT-UNANSWERED
005720*----------------------------------------------------------------
005730 2310-COUNT-UNANSWERED.
005740     IF KEY-ON-MASTER (WS-KEY-SUB)
005750         AND KEY-NO-AUDIT (WS-KEY-SUB)
005760         ADD 1 TO WS-UNANSWERED-KEYS
005770     END-IF.
005780 2310-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005810*    2500-LOAD-HISTORY - THE LATEST MANUAL ROW AND THE LATEST
005820*    DELETE (MANUAL OR BACKOUT) PER KEY.  WITHOUT THE HISTORY
005830*    NOTHING IS EXPLAINED, SO EVERY DIFFERENCE IS LISTED
005840*----------------------------------------------------------------
005850 2500-LOAD-HISTORY.
005860     OPEN INPUT RSLTHIST
005870     IF WS-RSLTHIST-STATUS NOT = "00"
005880         DISPLAY "RSLTSWP: RSLTHIST NOT AVAILABLE - STATUS "
005890             WS-RSLTHIST-STATUS
005900         MOVE "HISTORY NOT AVAILABLE - NOTHING EXPLAINED"
005910             TO SWP-MSG-TEXT
005920         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005930         GO TO 2500-EXIT
005940     END-IF
005950     PERFORM 2510-READ-HISTORY THRU 2510-EXIT
005960     PERFORM 2520-TAKE-HISTORY-ROW THRU 2520-EXIT
005970         UNTIL HIST-EOF
005980     CLOSE RSLTHIST.
005990 2500-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020*    2510-READ-HISTORY
006030*----------------------------------------------------------------
006040 2510-READ-HISTORY.
006050     READ RSLTHIST
006060         AT END
006070             SET HIST-EOF TO TRUE
006080         NOT AT END
006090             ADD 1 TO WS-HIST-READ-COUNT
006100     END-READ.
006110 2510-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140*    2520-TAKE-HISTORY-ROW
006150*----------------------------------------------------------------
006160 2520-TAKE-HISTORY-ROW.
006170     IF HIST-KEY NOT NUMERIC OR HIST-KEY = ZERO
006180         OR HIST-CHANGE-DATE NOT NUMERIC
006190         GO TO 2520-READ-NEXT
006200     END-IF
006210     MOVE HIST-KEY TO WS-KEY-SUB
006220     IF HIST-SOURCE-MANUAL
006230         AND HIST-CHANGE-DATE > WS-KEY-MANUAL-DATE (WS-KEY-SUB)
006240         MOVE HIST-CHANGE-DATE TO WS-KEY-MANUAL-DATE (WS-KEY-SUB)
006250     END-IF
006260     IF HIST-ACTION-DELETE
006270         AND HIST-CHANGE-DATE > WS-KEY-DELETE-DATE (WS-KEY-SUB)
006280         MOVE HIST-CHANGE-DATE TO WS-KEY-DELETE-DATE (WS-KEY-SUB)
006290     END-IF.
006300 2520-READ-NEXT.
006310     PERFORM 2510-READ-HISTORY THRU 2510-EXIT.
006320 2520-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350*    3000-CHECK-KEYS - EVERY KEY THAT IS ON THE MASTER OR HAS
006360*    AN AUDIT ROW GETS CHECKED; THE REST ARE SIMPLY UNUSED
006370*----------------------------------------------------------------
006380 3000-CHECK-KEYS.
006390     MOVE "EXCEPTIONS FOLLOW:" TO SWP-MSG-TEXT
006400     PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
006410     PERFORM 3100-CHECK-ONE-KEY THRU 3100-EXIT
006420         VARYING WS-KEY-SUB FROM 1 BY 1
006430         UNTIL WS-KEY-SUB > 999.
006440 3000-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470*    3100-CHECK-ONE-KEY
006480*----------------------------------------------------------------
006490 3100-CHECK-ONE-KEY.
006500     IF KEY-ON-MASTER (WS-KEY-SUB)
006510         PERFORM 3200-CHECK-MASTER-ROW THRU 3200-EXIT
006520     ELSE
006530         PERFORM 3500-CHECK-MISSING-ROW THRU 3500-EXIT
006540     END-IF.
006550 3100-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580*    3200-CHECK-MASTER-ROW - THE ROW AGAINST ITS AUDIT ROW,
006590*    THEN AGAINST ITS GL DISPOSITION.  A ROW WITH NO EXCEPTION
006600*    ON EITHER COUNTS AS IN AGREEMENT
006610*----------------------------------------------------------------
006620 3200-CHECK-MASTER-ROW.
006630     MOVE "N" TO WS-ROW-EXCEPTION-SWITCH
006640     EVALUATE TRUE
006650         WHEN KEY-NO-AUDIT (WS-KEY-SUB)
006660             ADD 1 TO WS-NO-AUDIT-COUNT
006670             MOVE "NO AUDIT ROW         " TO SWP-EXC-TEXT
006680             PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006690         WHEN WS-KEY-AUDIT-STATUS (WS-KEY-SUB) = "BACKOUT "
006700             ADD 1 TO WS-BACKED-OUT-COUNT
006710             MOVE "BACKED OUT, ON MASTER" TO SWP-EXC-TEXT
006720             PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
006730         WHEN OTHER
006740             PERFORM 3300-COMPARE-VALUES THRU 3300-EXIT
006750     END-EVALUATE
006760     PERFORM 3400-CHECK-GL-DISP THRU 3400-EXIT
006770     IF NOT ROW-HAS-EXCEPTION
006780         ADD 1 TO WS-AGREE-COUNT
006790     END-IF.
006800 3200-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830*    3300-COMPARE-VALUES - AMOUNT AND ZAHL2 AGAINST THE LATEST
006840*    COMPLETE ROW.  A MANUAL CHANGE ON OR AFTER THE AUDIT DATE
006850*    EXPLAINS A DIFFERENCE; IT IS COUNTED, NOT LISTED
006860*----------------------------------------------------------------
006870 3300-COMPARE-VALUES.
006880     IF WS-KEY-MSTR-AMOUNT (WS-KEY-SUB)
006890         = WS-KEY-AUDIT-AMOUNT (WS-KEY-SUB)
006900         AND WS-KEY-MSTR-ZAHL2 (WS-KEY-SUB)
006910         = WS-KEY-AUDIT-ZAHL2 (WS-KEY-SUB)
006920         GO TO 3300-EXIT
006930     END-IF
006940     IF WS-KEY-MANUAL-DATE (WS-KEY-SUB) NOT = SPACES
006950         AND WS-KEY-MANUAL-DATE (WS-KEY-SUB)
006960         NOT < WS-KEY-AUDIT-DATE (WS-KEY-SUB)
006970         ADD 1 TO WS-MANUAL-EXPLAINED
006980         GO TO 3300-EXIT
006990     END-IF
007000     ADD 1 TO WS-MISMATCH-COUNT
007010     EVALUATE TRUE
007020         WHEN WS-KEY-MSTR-AMOUNT (WS-KEY-SUB)
007030             = WS-KEY-AUDIT-AMOUNT (WS-KEY-SUB)
007040             MOVE "ZAHL2 MISMATCH       " TO SWP-EXC-TEXT
007050         WHEN WS-KEY-MSTR-ZAHL2 (WS-KEY-SUB)
007060             = WS-KEY-AUDIT-ZAHL2 (WS-KEY-SUB)
007070             MOVE "AMOUNT MISMATCH      " TO SWP-EXC-TEXT
007080         WHEN OTHER
007090             MOVE "AMOUNT+ZAHL2 MISMATCH" TO SWP-EXC-TEXT
007100     END-EVALUATE
007110     PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT.
007120 3300-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150*    3400-CHECK-GL-DISP - A REJECTED ROW, OR AN UNANSWERED ONE
007160*    OLDER THAN THE GL LIMIT, COUNTED FROM ITS RUN DATE
007170*----------------------------------------------------------------
007180 3400-CHECK-GL-DISP.
007190     IF KEY-GL-REJECTED (WS-KEY-SUB)
007200         ADD 1 TO WS-GL-REJECTED-COUNT
007210         MOVE "REJECTED BY GL       " TO SWP-EXC-TEXT
007220         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
007230         GO TO 3400-EXIT
007240     END-IF
007250     IF NOT KEY-GL-UNANSWERED (WS-KEY-SUB)
007260         GO TO 3400-EXIT
007270     END-IF
007280     MOVE WS-KEY-MSTR-DATE (WS-KEY-SUB) TO WS-SERIAL-WORK-DATE
007290     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
007300     COMPUTE WS-GL-AGE = WS-TODAY-SERIAL - WS-DATE-SERIAL
007310     IF WS-GL-AGE > WS-GL-DAYS
007320         ADD 1 TO WS-GL-STALE-COUNT
007330         MOVE WS-GL-AGE TO SWP-STALE-DAYS
007340         MOVE SWP-STALE-TEXT TO SWP-EXC-TEXT
007350         PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
007360     END-IF.
007370 3400-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400*    3500-CHECK-MISSING-ROW - A KEY WITH NO MASTER ROW WHOSE
007410*    LATEST AUDIT ROW IS COMPLETE.  A DELETE ON OR AFTER THE
007420*    AUDIT DATE EXPLAINS IT; A LATEST ROW OF BACKOUT IS THE
007430*    EXPECTED STATE AND NEEDS NO EXPLAINING
007440*----------------------------------------------------------------
007450 3500-CHECK-MISSING-ROW.
007460     IF WS-KEY-AUDIT-STATUS (WS-KEY-SUB) NOT = "COMPLETE"
007470         GO TO 3500-EXIT
007480     END-IF
007490     IF WS-KEY-DELETE-DATE (WS-KEY-SUB) NOT = SPACES
007500         AND WS-KEY-DELETE-DATE (WS-KEY-SUB)
007510         NOT < WS-KEY-AUDIT-DATE (WS-KEY-SUB)
007520         ADD 1 TO WS-DELETE-EXPLAINED
007530         GO TO 3500-EXIT
007540     END-IF
007550     ADD 1 TO WS-NO-MASTER-COUNT
007560     MOVE "COMPLETED, NO MASTER " TO SWP-EXC-TEXT
007570     PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT.
007580 3500-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610*    7000-DATE-TO-SERIAL - TURN THE YYYYMMDD IN THE WORK FIELD
007620*    INTO A DAY SERIAL SO TWO DATES SUBTRACT TO AN AGE IN DAYS.
007630*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
007640*    PRIOR YEAR SO THE LEAP DAY SITS AT THE END OF THE CYCLE.
007650*    EACH DIVISION IS TRUNCATED ON ITS OWN.  AN UNREADABLE
007660*    DATE COMES BACK AS THE SWEEP DATE (AGE ZERO)
007670*----------------------------------------------------------------
007680 7000-DATE-TO-SERIAL.
007690     IF WS-SERIAL-WORK-DATE NOT NUMERIC
007700         OR WS-SERIAL-WORK-DATE = ZERO
007710         MOVE WS-TODAY-SERIAL TO WS-DATE-SERIAL
007720         GO TO 7000-EXIT
007730     END-IF
007740     MOVE WS-SERIAL-YYYY TO WS-SERIAL-YEAR
007750     MOVE WS-SERIAL-MM TO WS-SERIAL-MONTH
007760     IF WS-SERIAL-MONTH < 3
007770         SUBTRACT 1 FROM WS-SERIAL-YEAR
007780         ADD 12 TO WS-SERIAL-MONTH
007790     END-IF
007800     COMPUTE WS-DATE-SERIAL
007810         = (365 * WS-SERIAL-YEAR) + WS-SERIAL-DD
007820     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-PART
007830     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
007840     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-PART
007850     SUBTRACT WS-SERIAL-PART FROM WS-DATE-SERIAL
007860     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-PART
007870     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
007880     COMPUTE WS-SERIAL-PART
007890         = (153 * (WS-SERIAL-MONTH + 1)) / 5
007900     ADD WS-SERIAL-PART TO WS-DATE-SERIAL.
007910 7000-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------
007940*    8000-FINALIZE - TOTALS AND THE STEP RETURN CODE
007950*----------------------------------------------------------------
007960 8000-FINALIZE.
007970     MOVE "MASTER ROWS READ:             " TO SWP-CNT-LABEL
007980     MOVE WS-MASTER-COUNT TO SWP-CNT-VALUE
007990     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008000     MOVE "AUDIT ROWS READ (LIVE):       " TO SWP-CNT-LABEL
008010     MOVE WS-LIVE-READ-COUNT TO SWP-CNT-VALUE
008020     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008030     MOVE "AUDIT ROWS READ (ARCHIVE):    " TO SWP-CNT-LABEL
008040     MOVE WS-ARCH-READ-COUNT TO SWP-CNT-VALUE
008050     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008060     MOVE "HISTORY ROWS READ:            " TO SWP-CNT-LABEL
008070     MOVE WS-HIST-READ-COUNT TO SWP-CNT-VALUE
008080     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008090     MOVE "MASTER ROWS IN AGREEMENT:     " TO SWP-CNT-LABEL
008100     MOVE WS-AGREE-COUNT TO SWP-CNT-VALUE
008110     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008120     MOVE "MASTER ROWS WITH NO AUDIT ROW:" TO SWP-CNT-LABEL
008130     MOVE WS-NO-AUDIT-COUNT TO SWP-CNT-VALUE
008140     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008150     MOVE "BACKED OUT BUT ON MASTER:     " TO SWP-CNT-LABEL
008160     MOVE WS-BACKED-OUT-COUNT TO SWP-CNT-VALUE
008170     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008180     MOVE "AMOUNT/ZAHL2 MISMATCHES:      " TO SWP-CNT-LABEL
008190     MOVE WS-MISMATCH-COUNT TO SWP-CNT-VALUE
008200     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008210     MOVE "EXPLAINED BY MANUAL CHANGE:   " TO SWP-CNT-LABEL
008220     MOVE WS-MANUAL-EXPLAINED TO SWP-CNT-VALUE
008230     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008240     MOVE "COMPLETED UNITS NOT ON MASTER:" TO SWP-CNT-LABEL
008250     MOVE WS-NO-MASTER-COUNT TO SWP-CNT-VALUE
008260     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008270     MOVE "EXPLAINED BY HISTORY DELETE:  " TO SWP-CNT-LABEL
008280     MOVE WS-DELETE-EXPLAINED TO SWP-CNT-VALUE
008290     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008300     MOVE "REJECTED BY GL:               " TO SWP-CNT-LABEL
008310     MOVE WS-GL-REJECTED-COUNT TO SWP-CNT-VALUE
008320     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008330     MOVE "GL UNANSWERED PAST LIMIT:     " TO SWP-CNT-LABEL
008340     MOVE WS-GL-STALE-COUNT TO SWP-CNT-VALUE
008350     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008360     MOVE "EXCEPTION LINES LISTED:       " TO SWP-CNT-LABEL
008370     MOVE WS-EXCEPTION-COUNT TO SWP-CNT-VALUE
008380     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
008390     CLOSE SWPRPT
008400     EVALUATE TRUE
008410         WHEN SWEEP-ABANDONED
008420             MOVE 8 TO RETURN-CODE
008430         WHEN WS-EXCEPTION-COUNT > ZERO
008440             MOVE 4 TO RETURN-CODE
008450         WHEN OTHER
008460             MOVE ZERO TO RETURN-CODE
008470     END-EVALUATE.
008480 8000-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510*    8100-WRITE-COUNT
008520*----------------------------------------------------------------
008530 8100-WRITE-COUNT.
008540     MOVE SWP-COUNT-LINE TO SWPRPT-RECORD
008550     WRITE SWPRPT-RECORD.
008560 8100-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590*    8200-WRITE-MESSAGE
008600*----------------------------------------------------------------
008610 8200-WRITE-MESSAGE.
008620     MOVE SWP-MESSAGE-LINE TO SWPRPT-RECORD
008630     WRITE SWPRPT-RECORD
008640     MOVE SPACES TO SWP-MSG-TEXT
008650     MOVE SPACES TO SWP-MSG-VALUE.
008660 8200-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690*    8300-WRITE-EXCEPTION - ONE LINE FOR THE KEY IN WS-KEY-SUB
008700*    WITH THE TEXT ALREADY SET.  THE MASTER SIDE (COLS 32-49)
008710*    OR THE AUDIT SIDE (COLS 50-67) IS BLANKED WHEN THERE IS
008720*    NONE
008730*----------------------------------------------------------------
008740 8300-WRITE-EXCEPTION.
008750     SET ROW-HAS-EXCEPTION TO TRUE
008760     ADD 1 TO WS-EXCEPTION-COUNT
008770     MOVE WS-KEY-SUB TO SWP-EXC-KEY
008780     MOVE ZERO TO SWP-EXC-MSTR-AMOUNT
008790     MOVE ZERO TO SWP-EXC-MSTR-ZAHL2
008800     MOVE ZERO TO SWP-EXC-AUDIT-AMOUNT
008810     MOVE ZERO TO SWP-EXC-AUDIT-ZAHL2
008820     IF KEY-ON-MASTER (WS-KEY-SUB)
008830         MOVE WS-KEY-MSTR-AMOUNT (WS-KEY-SUB)
008840             TO SWP-EXC-MSTR-AMOUNT
008850         MOVE WS-KEY-MSTR-ZAHL2 (WS-KEY-SUB) TO SWP-EXC-MSTR-ZAHL2
008860     END-IF
008870     IF KEY-NO-AUDIT (WS-KEY-SUB)
008880         MOVE WS-KEY-MSTR-DATE (WS-KEY-SUB) TO SWP-EXC-DATE
008890     ELSE
008900         MOVE WS-KEY-AUDIT-AMOUNT (WS-KEY-SUB)
008910             TO SWP-EXC-AUDIT-AMOUNT
008920         MOVE WS-KEY-AUDIT-ZAHL2 (WS-KEY-SUB)
008930             TO SWP-EXC-AUDIT-ZAHL2
008940         MOVE WS-KEY-AUDIT-DATE (WS-KEY-SUB) TO SWP-EXC-DATE
008950     END-IF
008960     MOVE SWP-EXCEPTION-LINE TO SWPRPT-RECORD
008970     IF NOT KEY-ON-MASTER (WS-KEY-SUB)
008980         MOVE SPACES TO SWPRPT-RECORD (32:18)
008990     END-IF
009000     IF KEY-NO-AUDIT (WS-KEY-SUB)
009010         MOVE SPACES TO SWPRPT-RECORD (50:18)
009020     END-IF
009030     WRITE SWPRPT-RECORD.
009040 8300-EXIT.
009050     EXIT.
009060 END PROGRAM RSLTSWP.
