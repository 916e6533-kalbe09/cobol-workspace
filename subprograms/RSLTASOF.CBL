001000*****************************************************************
001010*  RSLTASOF.CBL
001020*----------------------------------------------------------------
001030*  AS-OF-DATE RECONSTRUCTION OF THE RESULTS MASTER.  RSLTMSTR
001040*  ONLY HOLDS THE CURRENT STATE; WHEN THE AUDITORS OR FINANCE
001050*  ASK WHAT A KEY OR THE WHOLE MASTER LOOKED LIKE AT A PAST
001060*  MONTH END, THIS PROGRAM REBUILDS THE MASTER AS IT STOOD AT
001070*  THE END OF THE AS-OF DATE.  IT STARTS FROM TODAY'S MASTER
001080*  AND ROLLS BACK THROUGH RSLTHIST: EVERY RSLTHIST ROW IS THE
001090*  BEFORE-IMAGE OF A REWRITE OR DELETE, SO FOR EACH KEY THE
001100*  EARLIEST ROW CHANGED AFTER THE AS-OF DATE IS EXACTLY THE ROW
001110*  AS IT STOOD THAT NIGHT.  THAT RESTORES ROWS SINCE REWRITTEN,
001120*  MANUALLY DELETED, OR BACKED OUT.  A KEY WITH NO LATER
001130*  HISTORY STANDS AS IT IS ON THE MASTER TODAY.  A ROW WHOSE
001140*  RUN DATE IS AFTER THE AS-OF DATE HAD NOT BEEN POSTED YET AND
001150*  IS LEFT OFF - A UNIT POSTED LATER BY A CATCH-UP RUN UNDER AN
001160*  EARLIER UNIT DATE CANNOT BE TOLD APART, SINCE NEITHER THE
001170*  MASTER NOR ITS HISTORY RECORDS WHEN IT WAS PROCESSED.
001180*  THE HISTORY DOES NOT CARRY THE GL DISPOSITION OR THE
001190*  REVERSAL FLAG, SO A RESTORED ROW HAS THEM BLANK.
001200*  THE REBUILT MASTER GOES TO SNAPFILE IN THE RSLTREC LAYOUT,
001210*  IN KEY ORDER, AND IS LISTED ON ASOFRPT WITH COUNT AND AMOUNT
001220*  TOTALS.  A COMPARE CARD REBUILDS A SECOND DATE IN THE SAME
001230*  PASS AND LISTS EVERY KEY ADDED, DELETED, OR CHANGED BETWEEN
001240*  THE TWO.
001250*  ASOFPARM CARD LAYOUT:
001260*      COLS 01-08  VERB: ASOF / COMPARE
001270*      ASOF:     COLS 10-17  AS-OF DATE YYYYMMDD (REQUIRED)
001280*      COMPARE:  COLS 10-17  SECOND DATE YYYYMMDD (OPTIONAL)
001290*  RETURN CODES:
001300*      00 - SNAPSHOT WRITTEN
001310*      08 - NO USABLE AS-OF DATE, OR THE MASTER OR THE HISTORY
001320*           NOT AVAILABLE - NO SNAPSHOT
001330*----------------------------------------------------------------
001340*  MODIFICATION HISTORY
001350*  DATE       INIT  DESCRIPTION
001360*  10/15/26   JPM   ORIGINAL VERSION.
001365*  10/15/26   JPM   CORRECTED THE COMPARE-LINE COLUMN NOTE.
001370*****************************************************************
001380 IDENTIFICATION DIVISION.
001390 PROGRAM-ID. RSLTASOF.
001400 AUTHOR. J P MEYER.
001410 INSTALLATION. BATCH SYSTEMS GROUP.
001420 DATE-WRITTEN. 10/15/26.
001430 DATE-COMPILED.
001440 ENVIRONMENT DIVISION.
001450 INPUT-OUTPUT SECTION.
001460 FILE-CONTROL.
001470     SELECT ASOFPARM ASSIGN TO ASOFPARM
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WS-ASOFPARM-STATUS.
001500     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS SEQUENTIAL
001530         RECORD KEY IS MSTR-FILE-KEY
001540         FILE STATUS IS WS-RSLTMSTR-STATUS.
001550     SELECT RSLTHIST ASSIGN TO RSLTHIST
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-RSLTHIST-STATUS.
001580     SELECT SNAPFILE ASSIGN TO SNAPFILE
001590         ORGANIZATION IS SEQUENTIAL
001600         FILE STATUS IS WS-SNAPFILE-STATUS.
001610     SELECT ASOFRPT ASSIGN TO ASOFRPT
001620         ORGANIZATION IS SEQUENTIAL
001630         FILE STATUS IS WS-ASOFRPT-STATUS.
001640 DATA DIVISION.
001650 FILE SECTION.
001660 FD  ASOFPARM
001670     RECORD CONTAINS 80 CHARACTERS
001680     RECORDING MODE IS F.
001690 01  ASOFPARM-RECORD.
001700     05  APAR-VERB                  PIC X(08).
001710     05  FILLER                     PIC X(01).
001720     05  APAR-VALUE                 PIC X(08).
001730     05  FILLER                     PIC X(63).
001740 FD  RSLTMSTR
001750     RECORD CONTAINS 80 CHARACTERS.
001760 01  MSTR-FILE-RECORD.
001770     05  MSTR-FILE-KEY              PIC 999.
001780     05  FILLER                     PIC X(77).
001790 FD  RSLTHIST
001800     RECORD CONTAINS 120 CHARACTERS
001810     RECORDING MODE IS F.
001820 COPY RSLTHREC.
001830 FD  SNAPFILE
001840     RECORD CONTAINS 80 CHARACTERS
001850     RECORDING MODE IS F.
001860 COPY RSLTREC.
001870 FD  ASOFRPT
001880     RECORD CONTAINS 80 CHARACTERS
001890     RECORDING MODE IS F.
001900 01  ASOFRPT-RECORD                 PIC X(80).
001910 WORKING-STORAGE SECTION.
001920 01  WS-ASOFPARM-STATUS             PIC X(02) VALUE "00".
001930 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
001940 01  WS-RSLTHIST-STATUS             PIC X(02) VALUE "00".
001950 01  WS-SNAPFILE-STATUS             PIC X(02) VALUE "00".
001960 01  WS-ASOFRPT-STATUS              PIC X(02) VALUE "00".
001970 77  WS-PARM-EOF-SWITCH             PIC X(01) VALUE "N".
001980     88  PARM-EOF                    VALUE "Y".
001990 77  WS-MSTR-EOF-SWITCH             PIC X(01) VALUE "N".
002000     88  MSTR-EOF                    VALUE "Y".
002010 77  WS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".
002020     88  HIST-EOF                    VALUE "Y".
002030 77  WS-ABANDON-SWITCH              PIC X(01) VALUE "N".
002040     88  REBUILD-ABANDONED           VALUE "Y".
002050 77  WS-COMPARE-SWITCH              PIC X(01) VALUE "N".
002060     88  COMPARE-REQUESTED           VALUE "Y".
002070 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002080 77  WS-SLOT-COUNT                  PIC 9(01) COMP VALUE 1.
002090 77  WS-KEY-SUB                     PIC 9(03) COMP VALUE ZERO.
002100 77  WS-SLOT-SUB                    PIC 9(01) COMP VALUE ZERO.
002110 77  WS-MASTER-COUNT                PIC 9(05) VALUE ZERO.
002120 77  WS-HIST-READ-COUNT             PIC 9(07) VALUE ZERO.
002130 77  WS-SNAP-COUNT                  PIC 9(05) VALUE ZERO.
002140 77  WS-FROM-MASTER-COUNT           PIC 9(05) VALUE ZERO.
002150 77  WS-FROM-HISTORY-COUNT          PIC 9(05) VALUE ZERO.
002160 77  WS-NOT-POSTED-COUNT            PIC 9(05) VALUE ZERO.
002170 77  WS-ADDED-COUNT                 PIC 9(05) VALUE ZERO.
002180 77  WS-DELETED-COUNT               PIC 9(05) VALUE ZERO.
002190 77  WS-CHANGED-COUNT               PIC 9(05) VALUE ZERO.
002200 77  WS-UNCHANGED-COUNT             PIC 9(05) VALUE ZERO.
002210 77  WS-COMPARE-COUNT               PIC 9(05) VALUE ZERO.
002220 77  WS-SNAP-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
002230 77  WS-SNAP-BASE-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002240 77  WS-COMPARE-AMOUNT              PIC S9(09)V99 VALUE ZERO.
002250 77  WS-COMPARE-BASE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
002260 01  WS-SLOT-DATES.
002270     05  WS-SLOT-DATE               PIC 9(08) OCCURS 2 TIMES.
002280 01  WS-HIST-STAMP.
002290     05  WS-HIST-STAMP-DATE         PIC 9(08).
002300     05  WS-HIST-STAMP-TIME         PIC 9(06).
002310 01  WS-IMAGE-RUN-DATE              PIC X(08).
002320 01  WS-IMAGE-AMOUNT                PIC S9(07)V99.
002330 01  WS-IMAGE-BASE-AMOUNT           PIC S9(07)V99.
002340*----------------------------------------------------------------
002350*    ONE ENTRY PER KEY, ONE SLOT PER DATE REBUILT (SLOT 1 THE
002360*    AS-OF DATE, SLOT 2 THE COMPARE DATE).  A SLOT HOLDS THE
002370*    ROW IMAGE, WHERE IT CAME FROM, AND FOR A HISTORY IMAGE
002380*    THE CHANGE DATE AND TIME OF THE ROW IT CAME FROM, SO AN
002390*    EARLIER CHANGE FOUND LATER IN THE FILE STILL WINS
002400*----------------------------------------------------------------
002410 01  WS-KEY-TABLE.
002420     05  WS-KEY-ENTRY               OCCURS 999 TIMES.
002430         10  WS-KEY-SLOT            OCCURS 2 TIMES.
002440             15  WS-SLOT-SOURCE     PIC X(01).
002450                 88  SLOT-EMPTY      VALUE SPACE.
002460                 88  SLOT-FROM-MASTER VALUE "M".
002470                 88  SLOT-FROM-HISTORY VALUE "H".
002480             15  WS-SLOT-STAMP      PIC X(14).
002490             15  WS-SLOT-IMAGE      PIC X(80).
002500 01  ASF-HEADER-LINE.
002510     05  FILLER                     PIC X(30)
002520         VALUE "RESULTS MASTER AS OF END OF - ".
002530     05  ASF-HDR-DATE               PIC 9(08).
002540     05  FILLER                     PIC X(11) VALUE " PRINTED - ".
002550     05  ASF-HDR-RUN-DATE           PIC 9(08).
002560     05  FILLER                     PIC X(23) VALUE SPACES.
002570 01  ASF-DETAIL-LINE.
002580     05  FILLER                     PIC X(04) VALUE "KEY ".
002590     05  ASF-DET-KEY                PIC 999.
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002610     05  ASF-DET-DESC               PIC X(25).
002620     05  FILLER                     PIC X(01) VALUE SPACE.
002630     05  ASF-DET-ZAHL2              PIC 999.
002640     05  FILLER                     PIC X(01) VALUE SPACE.
002650     05  ASF-DET-RUN-DATE           PIC X(08).
002660     05  FILLER                     PIC X(01) VALUE SPACE.
002670     05  ASF-DET-AMOUNT             PIC +9(07).99.
002680     05  FILLER                     PIC X(01) VALUE SPACE.
002690     05  ASF-DET-CURRENCY           PIC X(03).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002710     05  ASF-DET-SOURCE             PIC X(07).
002720     05  FILLER                     PIC X(10) VALUE SPACES.
002730 01  ASF-COMPARE-HEADER.
002740     05  FILLER                     PIC X(19)
002750         VALUE "CHANGES FROM END OF".
002760     05  FILLER                     PIC X(01) VALUE SPACE.
002770     05  ASF-CMH-FROM-DATE          PIC 9(08).
002780     05  FILLER                     PIC X(15)
002790         VALUE " (A) TO END OF ".
002800     05  ASF-CMH-TO-DATE            PIC 9(08).
002810     05  FILLER                     PIC X(04) VALUE " (B)".
002820     05  FILLER                     PIC X(25) VALUE SPACES.
002830*----------------------------------------------------------------
002840*    A SIDE: COLS 20-43, B SIDE: COLS 47-70 - A SIDE THAT DID
002850*    NOT EXIST IS BLANKED
002860*----------------------------------------------------------------
002870 01  ASF-COMPARE-LINE.
002880     05  FILLER                     PIC X(04) VALUE "KEY ".
002890     05  ASF-CMP-KEY                PIC 999.
002900     05  FILLER                     PIC X(01) VALUE SPACE.
002910     05  ASF-CMP-CHANGE             PIC X(08).
002920     05  FILLER                     PIC X(03) VALUE " A ".
002930     05  ASF-CMP-A-ZAHL2            PIC 999.
002940     05  FILLER                     PIC X(01) VALUE SPACE.
002950     05  ASF-CMP-A-AMOUNT           PIC +9(07).99.
002960     05  FILLER                     PIC X(01) VALUE SPACE.
002970     05  ASF-CMP-A-DATE             PIC X(08).
002980     05  FILLER                     PIC X(03) VALUE " B ".
002990     05  ASF-CMP-B-ZAHL2            PIC 999.
003000     05  FILLER                     PIC X(01) VALUE SPACE.
003010     05  ASF-CMP-B-AMOUNT           PIC +9(07).99.
003020     05  FILLER                     PIC X(01) VALUE SPACE.
003030     05  ASF-CMP-B-DATE             PIC X(08).
003040     05  FILLER                     PIC X(10) VALUE SPACES.
003050 01  ASF-MESSAGE-LINE.
003060     05  ASF-MSG-TEXT               PIC X(45).
003070     05  ASF-MSG-VALUE              PIC X(35).
003080 01  ASF-COUNT-LINE.
003090     05  ASF-CNT-LABEL              PIC X(30).
003100     05  ASF-CNT-VALUE              PIC ZZZZZZ9.
003110     05  FILLER                     PIC X(43) VALUE SPACES.
003120 01  ASF-AMOUNT-LINE.
003130     05  ASF-AMT-LABEL              PIC X(30).
003140     05  ASF-AMT-VALUE              PIC +9(09).99.
003150     05  FILLER                     PIC X(38) VALUE SPACES.
003160 PROCEDURE DIVISION.
003170*----------------------------------------------------------------
003180*    0000-MAINLINE
003190*----------------------------------------------------------------
003200 0000-MAINLINE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     MOVE ZERO TO WS-SLOT-DATE (1)
003230     MOVE ZERO TO WS-SLOT-DATE (2)
003240     OPEN OUTPUT ASOFRPT
003250     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT
003260     MOVE WS-SLOT-DATE (1) TO ASF-HDR-DATE
003270     MOVE WS-RUN-DATE TO ASF-HDR-RUN-DATE
003280     MOVE ASF-HEADER-LINE TO ASOFRPT-RECORD
003290     WRITE ASOFRPT-RECORD
003300     IF WS-SLOT-DATE (1) = ZERO
003310         MOVE "NO USABLE ASOF CARD - NO SNAPSHOT"
003320             TO ASF-MSG-TEXT
003330         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003340         SET REBUILD-ABANDONED TO TRUE
003350     END-IF
003360     MOVE SPACES TO WS-KEY-TABLE
003370     OPEN OUTPUT SNAPFILE
003380     IF NOT REBUILD-ABANDONED
003390         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
003400     END-IF
003410     IF NOT REBUILD-ABANDONED
003420         PERFORM 3000-ROLL-BACK-HISTORY THRU 3000-EXIT
003430     END-IF
003440     IF NOT REBUILD-ABANDONED
003450         PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
003460         IF COMPARE-REQUESTED
003470             PERFORM 5000-COMPARE-DATES THRU 5000-EXIT
003480         END-IF
003490     END-IF
003500     PERFORM 8000-FINALIZE THRU 8000-EXIT
003510     GOBACK.
003520*----------------------------------------------------------------
003530*    1000-READ-PARAMETERS - THE ASOF CARD IS REQUIRED; A
003540*    COMPARE CARD ADDS THE SECOND DATE
003550*----------------------------------------------------------------
003560 1000-READ-PARAMETERS.
003570     OPEN INPUT ASOFPARM
003580     IF WS-ASOFPARM-STATUS NOT = "00"
003590         DISPLAY "RSLTASOF: ASOFPARM NOT AVAILABLE - STATUS "
003600             WS-ASOFPARM-STATUS
003610         GO TO 1000-EXIT
003620     END-IF
003630     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
003640     PERFORM 1200-APPLY-PARM-CARD THRU 1200-EXIT
003650         UNTIL PARM-EOF
003660     CLOSE ASOFPARM.
003670 1000-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700*    1100-READ-PARM-CARD
003710*----------------------------------------------------------------
003720 1100-READ-PARM-CARD.
003730     READ ASOFPARM
003740         AT END
003750             SET PARM-EOF TO TRUE
003760     END-READ.
003770 1100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800*    1200-APPLY-PARM-CARD
003810*----------------------------------------------------------------
003820 1200-APPLY-PARM-CARD.
003830     EVALUATE APAR-VERB
003840         WHEN "ASOF    "
003850             IF APAR-VALUE NUMERIC
003860                 MOVE APAR-VALUE TO WS-SLOT-DATE (1)
003870             ELSE
003880                 DISPLAY "RSLTASOF: ASOF DATE NOT NUMERIC <"
003890                     APAR-VALUE ">"
003900             END-IF
003910         WHEN "COMPARE "
003920             IF APAR-VALUE NUMERIC
003930                 MOVE APAR-VALUE TO WS-SLOT-DATE (2)
003940                 SET COMPARE-REQUESTED TO TRUE
003950                 MOVE 2 TO WS-SLOT-COUNT
003960             ELSE
003970                 DISPLAY "RSLTASOF: COMPARE DATE NOT NUMERIC <"
003980                     APAR-VALUE ">"
003990             END-IF
004000         WHEN OTHER
004010             DISPLAY "RSLTASOF: CARD NOT RECOGNIZED <"
004020                 APAR-VERB ">"
004030     END-EVALUATE
004040     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
004050 1200-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080*    2000-LOAD-MASTER - TODAY'S ROW IS EVERY SLOT'S STARTING
004090*    POINT FOR ITS KEY
004100*----------------------------------------------------------------
004110 2000-LOAD-MASTER.
004120     OPEN INPUT RSLTMSTR
004130     IF WS-RSLTMSTR-STATUS NOT = "00"
004140         DISPLAY "RSLTASOF: RSLTMSTR NOT AVAILABLE - STATUS "
004150             WS-RSLTMSTR-STATUS
004160         MOVE "RESULTS MASTER NOT AVAILABLE - NO SNAPSHOT"
004170             TO ASF-MSG-TEXT
004180         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004190         SET REBUILD-ABANDONED TO TRUE
004200         GO TO 2000-EXIT
004210     END-IF
004220     PERFORM 2010-READ-MASTER THRU 2010-EXIT
004230     PERFORM 2020-TAKE-MASTER-ROW THRU 2020-EXIT
004240         UNTIL MSTR-EOF
004250     CLOSE RSLTMSTR.
004260 2000-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290*    2010-READ-MASTER
004300*----------------------------------------------------------------
004310 2010-READ-MASTER.
004320     READ RSLTMSTR NEXT RECORD
004330         AT END
004340             SET MSTR-EOF TO TRUE
004350     END-READ.
004360 2010-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390*    2020-TAKE-MASTER-ROW
004400*----------------------------------------------------------------
004410 2020-TAKE-MASTER-ROW.
004420     IF MSTR-FILE-KEY NOT NUMERIC OR MSTR-FILE-KEY = ZERO
004430         GO TO 2020-READ-NEXT
004440     END-IF
004450     ADD 1 TO WS-MASTER-COUNT
004460     MOVE MSTR-FILE-KEY TO WS-KEY-SUB
004470     PERFORM 2030-SEED-ONE-SLOT THRU 2030-EXIT
004480         VARYING WS-SLOT-SUB FROM 1 BY 1
004490         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
004500 2020-READ-NEXT.
004510     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004520 2020-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550*    2030-SEED-ONE-SLOT - THE MASTER IMAGE RANKS AFTER EVERY
004560*    HISTORY ROW, SO ITS STAMP IS ALL NINES
004570*----------------------------------------------------------------
004580 2030-SEED-ONE-SLOT.
004590     MOVE "M" TO WS-SLOT-SOURCE (WS-KEY-SUB, WS-SLOT-SUB)
004600     MOVE ALL "9" TO WS-SLOT-STAMP (WS-KEY-SUB, WS-SLOT-SUB)
004610     MOVE MSTR-FILE-RECORD
004620         TO WS-SLOT-IMAGE (WS-KEY-SUB, WS-SLOT-SUB).
004630 2030-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660*    3000-ROLL-BACK-HISTORY - EVERY HISTORY ROW CHANGED AFTER A
004670*    SLOT'S DATE IS A CANDIDATE FOR IT; THE EARLIEST BY CHANGE
004680*    DATE AND TIME WINS.  THE SPLIT-STREAM HISTORY IS APPENDED
004690*    BY CONSJOB, SO FILE ORDER ALONE IS NOT CHRONOLOGICAL.
004700*    WITHOUT THE HISTORY THE SNAPSHOT WOULD ONLY BE TODAY'S
004710*    MASTER, SO THE REBUILD IS ABANDONED INSTEAD
004720*----------------------------------------------------------------
004730 3000-ROLL-BACK-HISTORY.
004740     OPEN INPUT RSLTHIST
004750     IF WS-RSLTHIST-STATUS NOT = "00"
004760         DISPLAY "RSLTASOF: RSLTHIST NOT AVAILABLE - STATUS "
004770             WS-RSLTHIST-STATUS
004780         MOVE "HISTORY NOT AVAILABLE - NO SNAPSHOT"
004790             TO ASF-MSG-TEXT
004800         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004810         SET REBUILD-ABANDONED TO TRUE
004820         GO TO 3000-EXIT
004830     END-IF
004840     PERFORM 3010-READ-HISTORY THRU 3010-EXIT
004850     PERFORM 3020-TAKE-HISTORY-ROW THRU 3020-EXIT
004860         UNTIL HIST-EOF
004870     CLOSE RSLTHIST.
004880 3000-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910*    3010-READ-HISTORY
004920*----------------------------------------------------------------
004930 3010-READ-HISTORY.
004940     READ RSLTHIST
004950         AT END
004960             SET HIST-EOF TO TRUE
004970         NOT AT END
004980             ADD 1 TO WS-HIST-READ-COUNT
004990     END-READ.
005000 3010-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    3020-TAKE-HISTORY-ROW
005040*----------------------------------------------------------------
005050 3020-TAKE-HISTORY-ROW.
005060     IF HIST-KEY NOT NUMERIC OR HIST-KEY = ZERO
005070         OR HIST-CHANGE-DATE NOT NUMERIC
005080         GO TO 3020-READ-NEXT
005090     END-IF
005100     MOVE HIST-KEY TO WS-KEY-SUB
005110     MOVE HIST-CHANGE-DATE TO WS-HIST-STAMP-DATE
005120     IF HIST-CHANGE-TIME NUMERIC
005130         MOVE HIST-CHANGE-TIME TO WS-HIST-STAMP-TIME
005140     ELSE
005150         MOVE ZERO TO WS-HIST-STAMP-TIME
005160     END-IF
005170     PERFORM 3100-ROLL-ONE-SLOT THRU 3100-EXIT
005180         VARYING WS-SLOT-SUB FROM 1 BY 1
005190         UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.
005200 3020-READ-NEXT.
005210     PERFORM 3010-READ-HISTORY THRU 3010-EXIT.
005220 3020-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250*    3100-ROLL-ONE-SLOT - THE BEFORE-IMAGE BECOMES THE SLOT'S
005260*    ROW WHEN IT WAS CHANGED AFTER THE SLOT'S DATE AND EARLIER
005270*    THAN WHATEVER THE SLOT HOLDS NOW.  THE SNAPSHOT RECORD
005280*    AREA IS USED TO LAY THE IMAGE OUT IN THE RSLTREC FORMAT
005290*----------------------------------------------------------------
005300 3100-ROLL-ONE-SLOT.
005310     IF WS-HIST-STAMP-DATE NOT > WS-SLOT-DATE (WS-SLOT-SUB)
005320         GO TO 3100-EXIT
005330     END-IF
005340     IF NOT SLOT-EMPTY (WS-KEY-SUB, WS-SLOT-SUB)
005350         AND WS-HIST-STAMP
005360         NOT < WS-SLOT-STAMP (WS-KEY-SUB, WS-SLOT-SUB)
005370         GO TO 3100-EXIT
005380     END-IF
005390     MOVE SPACES TO RSLTMSTR-RECORD
005400     MOVE HIST-KEY TO RSLT-KEY
005410     MOVE HIST-PRIOR-DESC TO RSLT-DESCRIPTION
005420     MOVE HIST-PRIOR-ZAHL2 TO RSLT-ZAHL2
005430     MOVE HIST-PRIOR-RUN-DATE TO RSLT-RUN-DATE
005440     IF HIST-PRIOR-AMOUNT NUMERIC
005450         MOVE HIST-PRIOR-AMOUNT TO RSLT-AMOUNT
005460     ELSE
005470         MOVE ZERO TO RSLT-AMOUNT
005480     END-IF
005490     MOVE HIST-PRIOR-RULE-ID TO RSLT-RULE-ID
005500     MOVE HIST-PRIOR-CURRENCY TO RSLT-CURRENCY
005510     IF HIST-PRIOR-BASE-AMOUNT NUMERIC
005520         MOVE HIST-PRIOR-BASE-AMOUNT TO RSLT-BASE-AMOUNT
005530     ELSE
005540         MOVE RSLT-AMOUNT TO RSLT-BASE-AMOUNT
005550     END-IF
005560     MOVE "H" TO WS-SLOT-SOURCE (WS-KEY-SUB, WS-SLOT-SUB)
005570     MOVE WS-HIST-STAMP TO WS-SLOT-STAMP (WS-KEY-SUB, WS-SLOT-SUB)
005580     MOVE RSLTMSTR-RECORD
005590         TO WS-SLOT-IMAGE (WS-KEY-SUB, WS-SLOT-SUB).
005600 3100-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630*    4000-WRITE-SNAPSHOT - SLOT 1 IN KEY ORDER TO SNAPFILE AND
005640*    THE LISTING, WITH COUNT AND AMOUNT TOTALS
005650*----------------------------------------------------------------
005660 4000-WRITE-SNAPSHOT.
005670     MOVE 1 TO WS-SLOT-SUB
005680     PERFORM 4100-WRITE-ONE-KEY THRU 4100-EXIT
005690         VARYING WS-KEY-SUB FROM 1 BY 1
005700         UNTIL WS-KEY-SUB > 999.
005710 4000-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740*    4100-WRITE-ONE-KEY
005750*----------------------------------------------------------------
005760 4100-WRITE-ONE-KEY.
005770     PERFORM 7000-CHECK-SLOT-ROW THRU 7000-EXIT
005780     IF SLOT-EMPTY (WS-KEY-SUB, 1)
005790         GO TO 4100-EXIT
005800     END-IF
005810     WRITE RSLTMSTR-RECORD
005820     ADD 1 TO WS-SNAP-COUNT
005830     ADD WS-IMAGE-AMOUNT TO WS-SNAP-AMOUNT
005840     ADD WS-IMAGE-BASE-AMOUNT TO WS-SNAP-BASE-AMOUNT
005850     MOVE WS-KEY-SUB TO ASF-DET-KEY
005860     MOVE RSLT-DESCRIPTION TO ASF-DET-DESC
005870     MOVE RSLT-ZAHL2 TO ASF-DET-ZAHL2
005880     MOVE WS-IMAGE-RUN-DATE TO ASF-DET-RUN-DATE
005890     MOVE WS-IMAGE-AMOUNT TO ASF-DET-AMOUNT
005900     MOVE RSLT-CURRENCY TO ASF-DET-CURRENCY
005910     IF SLOT-FROM-MASTER (WS-KEY-SUB, 1)
005920         ADD 1 TO WS-FROM-MASTER-COUNT
005930         MOVE "MASTER " TO ASF-DET-SOURCE
005940     ELSE
005950         ADD 1 TO WS-FROM-HISTORY-COUNT
005960         MOVE "HISTORY" TO ASF-DET-SOURCE
005970     END-IF
005980     MOVE ASF-DETAIL-LINE TO ASOFRPT-RECORD
005990     WRITE ASOFRPT-RECORD.
006000 4100-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030*    5000-COMPARE-DATES - EVERY KEY PRESENT ON EITHER DATE IS
006040*    ADDED, DELETED, CHANGED, OR UNCHANGED FROM A TO B; ONLY THE
006050*    FIRST THREE ARE LISTED
006060*----------------------------------------------------------------
006070 5000-COMPARE-DATES.
006080     MOVE WS-SLOT-DATE (1) TO ASF-CMH-FROM-DATE
006090     MOVE WS-SLOT-DATE (2) TO ASF-CMH-TO-DATE
006100     MOVE ASF-COMPARE-HEADER TO ASOFRPT-RECORD
006110     WRITE ASOFRPT-RECORD
006120     PERFORM 5100-COMPARE-ONE-KEY THRU 5100-EXIT
006130         VARYING WS-KEY-SUB FROM 1 BY 1
006140         UNTIL WS-KEY-SUB > 999.
006150 5000-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180*    5100-COMPARE-ONE-KEY - SLOT 1 WAS ALREADY SETTLED BY THE
006190*    SNAPSHOT PASS; SLOT 2 IS SETTLED HERE.  THE GL FIELDS AND
006200*    THE REVERSAL FLAG (COLS 40-48 AND 59) ARE LEFT OUT OF THE
006210*    COMPARISON BECAUSE A ROW RESTORED FROM HISTORY DOES NOT
006220*    CARRY THEM
006230*----------------------------------------------------------------
006240 5100-COMPARE-ONE-KEY.
006250     MOVE 2 TO WS-SLOT-SUB
006260     PERFORM 7000-CHECK-SLOT-ROW THRU 7000-EXIT
006270     IF NOT SLOT-EMPTY (WS-KEY-SUB, 2)
006280         ADD 1 TO WS-COMPARE-COUNT
006290         ADD WS-IMAGE-AMOUNT TO WS-COMPARE-AMOUNT
006300         ADD WS-IMAGE-BASE-AMOUNT TO WS-COMPARE-BASE-AMOUNT
006310     END-IF
006320     IF SLOT-EMPTY (WS-KEY-SUB, 1) AND SLOT-EMPTY (WS-KEY-SUB, 2)
006330         GO TO 5100-EXIT
006340     END-IF
006350     IF NOT SLOT-EMPTY (WS-KEY-SUB, 1)
006360         AND NOT SLOT-EMPTY (WS-KEY-SUB, 2)
006370         AND WS-SLOT-IMAGE (WS-KEY-SUB, 1) (1:39)
006380             = WS-SLOT-IMAGE (WS-KEY-SUB, 2) (1:39)
006390         AND WS-SLOT-IMAGE (WS-KEY-SUB, 1) (49:10)
006400             = WS-SLOT-IMAGE (WS-KEY-SUB, 2) (49:10)
006410         AND WS-SLOT-IMAGE (WS-KEY-SUB, 1) (60:21)
006420             = WS-SLOT-IMAGE (WS-KEY-SUB, 2) (60:21)
006430         ADD 1 TO WS-UNCHANGED-COUNT
006440         GO TO 5100-EXIT
006450     END-IF
006460     MOVE WS-KEY-SUB TO ASF-CMP-KEY
006470     MOVE ZERO TO ASF-CMP-A-ZAHL2
006480     MOVE ZERO TO ASF-CMP-A-AMOUNT
006490     MOVE SPACES TO ASF-CMP-A-DATE
006500     MOVE ZERO TO ASF-CMP-B-ZAHL2
006510     MOVE ZERO TO ASF-CMP-B-AMOUNT
006520     MOVE SPACES TO ASF-CMP-B-DATE
006530     IF NOT SLOT-EMPTY (WS-KEY-SUB, 1)
006540         MOVE 1 TO WS-SLOT-SUB
006550         PERFORM 7000-CHECK-SLOT-ROW THRU 7000-EXIT
006560         MOVE RSLT-ZAHL2 TO ASF-CMP-A-ZAHL2
006570         MOVE WS-IMAGE-AMOUNT TO ASF-CMP-A-AMOUNT
006580         MOVE WS-IMAGE-RUN-DATE TO ASF-CMP-A-DATE
006590     END-IF
006600     IF NOT SLOT-EMPTY (WS-KEY-SUB, 2)
006610         MOVE 2 TO WS-SLOT-SUB
006620         PERFORM 7000-CHECK-SLOT-ROW THRU 7000-EXIT
006630         MOVE RSLT-ZAHL2 TO ASF-CMP-B-ZAHL2
006640         MOVE WS-IMAGE-AMOUNT TO ASF-CMP-B-AMOUNT
006650         MOVE WS-IMAGE-RUN-DATE TO ASF-CMP-B-DATE
006660     END-IF
006670     EVALUATE TRUE
006680         WHEN SLOT-EMPTY (WS-KEY-SUB, 1)
006690             ADD 1 TO WS-ADDED-COUNT
006700             MOVE "ADDED   " TO ASF-CMP-CHANGE
006710         WHEN SLOT-EMPTY (WS-KEY-SUB, 2)
006720             ADD 1 TO WS-DELETED-COUNT
006730             MOVE "DELETED " TO ASF-CMP-CHANGE
006740         WHEN OTHER
006750             ADD 1 TO WS-CHANGED-COUNT
006760             MOVE "CHANGED " TO ASF-CMP-CHANGE
006770     END-EVALUATE
006780     MOVE ASF-COMPARE-LINE TO ASOFRPT-RECORD
006790     IF SLOT-EMPTY (WS-KEY-SUB, 1)
006800         MOVE SPACES TO ASOFRPT-RECORD (20:24)
006810     END-IF
006820     IF SLOT-EMPTY (WS-KEY-SUB, 2)
006830         MOVE SPACES TO ASOFRPT-RECORD (47:24)
006840     END-IF
006850     WRITE ASOFRPT-RECORD.
006860 5100-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890*    7000-CHECK-SLOT-ROW - LAYS THE IMAGE IN SLOT WS-SLOT-SUB OF
006900*    KEY WS-KEY-SUB OUT IN THE SNAPSHOT RECORD AREA WITH ITS RUN
006910*    DATE AND AMOUNTS.  A ROW WHOSE RUN DATE IS AFTER THE
006920*    SLOT'S DATE WAS NOT YET POSTED THEN, SO THE SLOT IS
006930*    EMPTIED.  AMOUNTS POSTED BEFORE THE AMOUNT OR CURRENCY
006940*    FIELDS EXISTED ARE TAKEN AS ZERO AND AS BASE RESPECTIVELY
006950*----------------------------------------------------------------
006960 7000-CHECK-SLOT-ROW.
006970     IF SLOT-EMPTY (WS-KEY-SUB, WS-SLOT-SUB)
006980         GO TO 7000-EXIT
006990     END-IF
007000     MOVE WS-SLOT-IMAGE (WS-KEY-SUB, WS-SLOT-SUB)
007010         TO RSLTMSTR-RECORD
007020     IF RSLT-RUN-DATE NUMERIC
007030         AND RSLT-RUN-DATE > WS-SLOT-DATE (WS-SLOT-SUB)
007040         MOVE SPACE TO WS-SLOT-SOURCE (WS-KEY-SUB, WS-SLOT-SUB)
007050         IF WS-SLOT-SUB = 1
007060             ADD 1 TO WS-NOT-POSTED-COUNT
007070         END-IF
007080         GO TO 7000-EXIT
007090     END-IF
007100     MOVE RSLT-RUN-DATE TO WS-IMAGE-RUN-DATE
007110     IF RSLT-AMOUNT NUMERIC
007120         MOVE RSLT-AMOUNT TO WS-IMAGE-AMOUNT
007130     ELSE
007140         MOVE ZERO TO WS-IMAGE-AMOUNT
007150     END-IF
007160     IF RSLT-BASE-AMOUNT NUMERIC
007170         MOVE RSLT-BASE-AMOUNT TO WS-IMAGE-BASE-AMOUNT
007180     ELSE
007190         MOVE WS-IMAGE-AMOUNT TO WS-IMAGE-BASE-AMOUNT
007200     END-IF.
007210 7000-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240*    8000-FINALIZE - TOTALS AND THE STEP RETURN CODE
007250*----------------------------------------------------------------
007260 8000-FINALIZE.
007270     IF REBUILD-ABANDONED
007280         GO TO 8000-CLOSE
007290     END-IF
007300     MOVE "MASTER ROWS READ:             " TO ASF-CNT-LABEL
007310     MOVE WS-MASTER-COUNT TO ASF-CNT-VALUE
007320     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007330     MOVE "HISTORY ROWS READ:            " TO ASF-CNT-LABEL
007340     MOVE WS-HIST-READ-COUNT TO ASF-CNT-VALUE
007350     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007360     MOVE "ROWS AS ON THE MASTER TODAY:  " TO ASF-CNT-LABEL
007370     MOVE WS-FROM-MASTER-COUNT TO ASF-CNT-VALUE
007380     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007390     MOVE "ROWS RESTORED FROM HISTORY:   " TO ASF-CNT-LABEL
007400     MOVE WS-FROM-HISTORY-COUNT TO ASF-CNT-VALUE
007410     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007420     MOVE "ROWS NOT YET POSTED - DROPPED:" TO ASF-CNT-LABEL
007430     MOVE WS-NOT-POSTED-COUNT TO ASF-CNT-VALUE
007440     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007450     MOVE "SNAPSHOT ROWS WRITTEN:        " TO ASF-CNT-LABEL
007460     MOVE WS-SNAP-COUNT TO ASF-CNT-VALUE
007470     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007480     MOVE "SNAPSHOT AMOUNT TOTAL:        " TO ASF-AMT-LABEL
007490     MOVE WS-SNAP-AMOUNT TO ASF-AMT-VALUE
007500     PERFORM 8300-WRITE-AMOUNT THRU 8300-EXIT
007510     MOVE "SNAPSHOT BASE AMOUNT TOTAL:   " TO ASF-AMT-LABEL
007520     MOVE WS-SNAP-BASE-AMOUNT TO ASF-AMT-VALUE
007530     PERFORM 8300-WRITE-AMOUNT THRU 8300-EXIT
007540     IF NOT COMPARE-REQUESTED
007550         GO TO 8000-CLOSE
007560     END-IF
007570     MOVE "ROWS AT COMPARE DATE:         " TO ASF-CNT-LABEL
007580     MOVE WS-COMPARE-COUNT TO ASF-CNT-VALUE
007590     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007600     MOVE "AMOUNT TOTAL AT COMPARE DATE: " TO ASF-AMT-LABEL
007610     MOVE WS-COMPARE-AMOUNT TO ASF-AMT-VALUE
007620     PERFORM 8300-WRITE-AMOUNT THRU 8300-EXIT
007630     MOVE "BASE TOTAL AT COMPARE DATE:   " TO ASF-AMT-LABEL
007640     MOVE WS-COMPARE-BASE-AMOUNT TO ASF-AMT-VALUE
007650     PERFORM 8300-WRITE-AMOUNT THRU 8300-EXIT
007660     MOVE "KEYS ADDED:                   " TO ASF-CNT-LABEL
007670     MOVE WS-ADDED-COUNT TO ASF-CNT-VALUE
007680     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007690     MOVE "KEYS DELETED:                 " TO ASF-CNT-LABEL
007700     MOVE WS-DELETED-COUNT TO ASF-CNT-VALUE
007710     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007720     MOVE "KEYS CHANGED:                 " TO ASF-CNT-LABEL
007730     MOVE WS-CHANGED-COUNT TO ASF-CNT-VALUE
007740     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
007750     MOVE "KEYS UNCHANGED:               " TO ASF-CNT-LABEL
007760     MOVE WS-UNCHANGED-COUNT TO ASF-CNT-VALUE
007770     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
007780 8000-CLOSE.
007790     CLOSE SNAPFILE
007800     CLOSE ASOFRPT
007810     IF REBUILD-ABANDONED
007820         MOVE 8 TO RETURN-CODE
007830     ELSE
007840         MOVE ZERO TO RETURN-CODE
007850     END-IF.
007860 8000-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890*    8100-WRITE-COUNT
007900*----------------------------------------------------------------
007910 8100-WRITE-COUNT.
007920     MOVE ASF-COUNT-LINE TO ASOFRPT-RECORD
007930     WRITE ASOFRPT-RECORD.
007940 8100-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*    8200-WRITE-MESSAGE
007980*----------------------------------------------------------------
007990 8200-WRITE-MESSAGE.
008000     MOVE ASF-MESSAGE-LINE TO ASOFRPT-RECORD
008010     WRITE ASOFRPT-RECORD
008020     MOVE SPACES TO ASF-MSG-TEXT
008030     MOVE SPACES TO ASF-MSG-VALUE.
008040 8200-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070*    8300-WRITE-AMOUNT
008080*----------------------------------------------------------------
008090 8300-WRITE-AMOUNT.
008100     MOVE ASF-AMOUNT-LINE TO ASOFRPT-RECORD
008110     WRITE ASOFRPT-RECORD.
008120 8300-EXIT.
008130     EXIT.
008140 END PROGRAM RSLTASOF.
