001000*****************************************************************
001010*  RATEMNT.CBL
001020*----------------------------------------------------------------
001030*  EXCHANGE RATE MASTER MAINTENANCE.  READS COMMAND CARDS FROM
001040*  CMDFILE AND RUNS THEM AGAINST THE RATEMSTR KSDS THAT THE
001050*  RATESEL SUBPROGRAM CONVERTS UNIT AMOUNTS THROUGH, WRITING
001060*  EVERY ANSWER TO THE RATERPT LISTING.  COMMAND CARD LAYOUT:
001070*      COLS 01-08  VERB: LIST, SHOW, ADD
001080*      COLS 10-12  CURRENCY CODE (SHOW/ADD)
001090*      COLS 14-21  RATE DATE YYYYMMDD (ADD)
001100*      COLS 23-33  RATE, 5 WHOLE AND 6 DECIMAL DIGITS WITH NO
001110*                  POINT - BASE UNITS PER ONE UNIT OF THE
001120*                  CURRENCY (ADD)
001130*  SHOW LISTS EVERY RATE FOR ONE CURRENCY IN DATE ORDER.  ADD
001140*  LOADS THE DAY'S RATE AND IS REFUSED FOR THE BASE CURRENCY,
001150*  WHICH ALWAYS CONVERTS AT ONE, FOR A ZERO RATE, FOR A DATE
001160*  THE CURRENCY ALREADY HAS A RATE FOR, AND FOR A DATE BEFORE
001170*  THE RUN DATE.  RATES ARE NEVER CHANGED OR DELETED, SO AS
001180*  LONG AS EACH DAY'S RATES ARE LOADED BEFORE THAT NIGHT'S
001190*  RUN, A CATCH-UP OR SUSPENSE RUN FOR AN OLD DATE CONVERTS AT
001200*  THE RATE THE ORIGINAL RUN USED.
001210*  A NEW CURRENCY IS INTRODUCED BY ADDING ITS FIRST RATE.
001220*  RETURN CODES:
001230*      00 - EVERY COMMAND SUCCEEDED
001240*      04 - AT LEAST ONE COMMAND FAILED (SEE THE LISTING)
001250*      08 - RATE MASTER NOT AVAILABLE
001260*----------------------------------------------------------------
001270*  MODIFICATION HISTORY
001280*  DATE       INIT  DESCRIPTION
001290*  10/15/26   JPM   ORIGINAL VERSION.
001300*  10/15/26   JPM   ADD REFUSES A RATE DATED BEFORE THE RUN DATE,
001310*                   SO A LATE LOAD CANNOT CHANGE THE RATE A
001320*                   CATCH-UP OR SUSPENSE RUN USES FOR A DATE
001330*                   ALREADY RUN.  RESEQUENCED THE SOURCE DECK.
001340*****************************************************************
001350 IDENTIFICATION DIVISION.
001360 PROGRAM-ID. RATEMNT.
001370 AUTHOR. J P MEYER.
001380 INSTALLATION. BATCH SYSTEMS GROUP.
001390 DATE-WRITTEN. 10/15/26.
001400 DATE-COMPILED.
001410 ENVIRONMENT DIVISION.
001420 INPUT-OUTPUT SECTION.
001430 FILE-CONTROL.
001440     SELECT CMDFILE ASSIGN TO CMDFILE
001450         ORGANIZATION IS SEQUENTIAL
001460         FILE STATUS IS WS-CMDFILE-STATUS.
001470     SELECT RATEMSTR ASSIGN TO RATEMSTR
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS RATE-MASTER-KEY
001510         FILE STATUS IS WS-RATEMSTR-STATUS.
001520     SELECT RATERPT ASSIGN TO RATERPT
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS WS-RATERPT-STATUS.
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  CMDFILE
001580     RECORD CONTAINS 80 CHARACTERS
001590     RECORDING MODE IS F.
001600 01  CMDFILE-RECORD.
001610     05  CMD-VERB                   PIC X(08).
001620     05  FILLER                     PIC X(01).
001630     05  CMD-CURRENCY               PIC X(03).
001640     05  FILLER                     PIC X(01).
001650     05  CMD-RATE-DATE              PIC 9(08).
001660     05  FILLER                     PIC X(01).
001670     05  CMD-RATE                   PIC 9(05)V9(06).
001680     05  FILLER                     PIC X(47).
001690 FD  RATEMSTR
001700     RECORD CONTAINS 80 CHARACTERS.
001710 COPY RATEREC.
001720 FD  RATERPT
001730     RECORD CONTAINS 80 CHARACTERS
001740     RECORDING MODE IS F.
001750 01  RATERPT-RECORD                 PIC X(80).
001760 WORKING-STORAGE SECTION.
001770 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
001780 01  WS-RATEMSTR-STATUS             PIC X(02) VALUE "00".
001790 01  WS-RATERPT-STATUS              PIC X(02) VALUE "00".
001800 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
001810     88  CMD-EOF                     VALUE "Y".
001820 77  WS-LIST-EOF-SWITCH             PIC X(01) VALUE "N".
001830     88  LIST-EOF                    VALUE "Y".
001840 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
001850     88  MASTER-IS-OPEN              VALUE "Y".
001860 77  WS-COMMAND-COUNT               PIC 9(05) VALUE ZERO.
001870 77  WS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
001880 77  WS-LISTED-COUNT                PIC 9(05) VALUE ZERO.
001890 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
001900 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
001910 01  FILLER REDEFINES WS-CHECK-DATE.
001920     05  WS-CHECK-YYYY              PIC 9(04).
001930     05  WS-CHECK-MM                PIC 9(02).
001940     05  WS-CHECK-DD                PIC 9(02).
001950 01  WS-BASE-CURRENCY               PIC X(03) VALUE SPACES.
001960 COPY RATSREC.
001970 01  RAT-HEADER-LINE.
001980     05  FILLER                     PIC X(32)
001990         VALUE "EXCHANGE RATE MASTER LISTING -  ".
002000     05  RAT-HDR-DATE               PIC 9(08).
002010     05  FILLER                     PIC X(16)
002020         VALUE "  BASE CURRENCY ".
002030     05  RAT-HDR-BASE               PIC X(03).
002040     05  FILLER                     PIC X(21) VALUE SPACES.
002050 01  RAT-ECHO-LINE.
002060     05  FILLER                     PIC X(09) VALUE "COMMAND: ".
002070     05  RAT-ECHO-TEXT              PIC X(62).
002080     05  FILLER                     PIC X(09) VALUE SPACES.
002090 01  RAT-DETAIL-LINE.
002100     05  FILLER                     PIC X(05) VALUE "RATE ".
002110     05  RAT-DET-CURRENCY           PIC X(03).
002120     05  FILLER                     PIC X(01) VALUE SPACE.
002130     05  RAT-DET-DATE               PIC 9(08).
002140     05  FILLER                     PIC X(01) VALUE SPACE.
002150     05  RAT-DET-RATE               PIC ZZZZ9.999999.
002160     05  FILLER                     PIC X(09) VALUE " UPDATED ".
002170     05  RAT-DET-UPDATE-DATE        PIC 9(08).
002180     05  FILLER                     PIC X(33) VALUE SPACES.
002190 01  RAT-MESSAGE-LINE.
002200     05  RAT-MSG-TEXT               PIC X(40) VALUE SPACES.
002210     05  FILLER                     PIC X(40) VALUE SPACES.
002220 01  RAT-COUNT-LINE.
002230     05  FILLER                     PIC X(16)
002240         VALUE "RECORDS LISTED: ".
002250     05  RAT-CNT-VALUE              PIC ZZZZ9.
002260     05  FILLER                     PIC X(59) VALUE SPACES.
002270 PROCEDURE DIVISION.
002280*----------------------------------------------------------------
002290*    0000-MAINLINE - RATESEL IS ASKED ONCE, FOR THE BASE
002300*    CURRENCY, BEFORE THE MASTER IS OPENED HERE; ASKING FOR
002310*    THE BASE CODE DOES NOT OPEN THE FILE
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002350     MOVE SPACES TO RATS-CURRENCY
002360     MOVE WS-RUN-DATE TO RATS-DATE
002370     MOVE ZERO TO RATS-AMOUNT
002380     CALL "RATESEL" USING RATESEL-PARM
002390     MOVE RATS-BASE-CURRENCY TO WS-BASE-CURRENCY
002400     OPEN OUTPUT RATERPT
002410     MOVE WS-RUN-DATE TO RAT-HDR-DATE
002420     MOVE WS-BASE-CURRENCY TO RAT-HDR-BASE
002430     MOVE RAT-HEADER-LINE TO RATERPT-RECORD
002440     WRITE RATERPT-RECORD
002450     OPEN I-O RATEMSTR
002460     IF WS-RATEMSTR-STATUS = "35"
002470         OPEN OUTPUT RATEMSTR
002480         CLOSE RATEMSTR
002490         OPEN I-O RATEMSTR
002500     END-IF
002510     IF WS-RATEMSTR-STATUS NOT = "00"
002520         DISPLAY "RATEMNT: RATEMSTR NOT AVAILABLE - STATUS "
002530             WS-RATEMSTR-STATUS
002540         MOVE "RATE MASTER NOT AVAILABLE" TO RAT-MSG-TEXT
002550         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
002560         MOVE 8 TO RETURN-CODE
002570         PERFORM 8000-FINALIZE THRU 8000-EXIT
002580         GOBACK
002590     END-IF
002600     MOVE "Y" TO WS-MASTER-OPEN-SWITCH
002610     OPEN INPUT CMDFILE
002620     PERFORM 2050-READ-COMMAND THRU 2050-EXIT
002630     PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
002640         UNTIL CMD-EOF
002650     IF WS-FAILED-COUNT > ZERO
002660         MOVE 4 TO RETURN-CODE
002670     END-IF
002680     PERFORM 8000-FINALIZE THRU 8000-EXIT
002690     GOBACK.
002700*----------------------------------------------------------------
002710*    2050-READ-COMMAND
002720*----------------------------------------------------------------
002730 2050-READ-COMMAND.
002740     IF WS-CMDFILE-STATUS = "00"
002750         READ CMDFILE
002760             AT END
002770                 SET CMD-EOF TO TRUE
002780         END-READ
002790     ELSE
002800         SET CMD-EOF TO TRUE
002810     END-IF.
002820 2050-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850*    2100-PROCESS-ONE-COMMAND - ECHO THE CARD AND ROUTE ON THE
002860*    VERB; AN UNRECOGNIZED VERB COUNTS AS A FAILED COMMAND
002870*----------------------------------------------------------------
002880 2100-PROCESS-ONE-COMMAND.
002890     ADD 1 TO WS-COMMAND-COUNT
002900     MOVE CMDFILE-RECORD TO RAT-ECHO-TEXT
002910     MOVE RAT-ECHO-LINE TO RATERPT-RECORD
002920     WRITE RATERPT-RECORD
002930     EVALUATE CMD-VERB
002940         WHEN "LIST    "
002950             PERFORM 3000-LIST-ALL THRU 3000-EXIT
002960         WHEN "SHOW    "
002970             PERFORM 3100-SHOW-CURRENCY THRU 3100-EXIT
002980         WHEN "ADD     "
002990             PERFORM 3200-ADD-ONE THRU 3200-EXIT
003000         WHEN OTHER
003010             MOVE "VERB NOT RECOGNIZED" TO RAT-MSG-TEXT
003020             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003030             ADD 1 TO WS-FAILED-COUNT
003040     END-EVALUATE
003050     PERFORM 2050-READ-COMMAND THRU 2050-EXIT.
003060 2100-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090*    3000-LIST-ALL - START AT THE LOWEST KEY AND READ NEXT TO
003100*    END OF FILE, ONE DETAIL LINE PER RATE
003110*----------------------------------------------------------------
003120 3000-LIST-ALL.
003130     MOVE ZERO TO WS-LISTED-COUNT
003140     MOVE "N" TO WS-LIST-EOF-SWITCH
003150     MOVE LOW-VALUES TO RATE-MASTER-KEY
003160     START RATEMSTR KEY NOT < RATE-MASTER-KEY
003170         INVALID KEY
003180             SET LIST-EOF TO TRUE
003190     END-START
003200     PERFORM 3050-LIST-NEXT THRU 3050-EXIT
003210         UNTIL LIST-EOF
003220     MOVE WS-LISTED-COUNT TO RAT-CNT-VALUE
003230     MOVE RAT-COUNT-LINE TO RATERPT-RECORD
003240     WRITE RATERPT-RECORD.
003250 3000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280*    3050-LIST-NEXT
003290*----------------------------------------------------------------
003300 3050-LIST-NEXT.
003310     READ RATEMSTR NEXT RECORD
003320         AT END
003330             SET LIST-EOF TO TRUE
003340         NOT AT END
003350             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
003360             ADD 1 TO WS-LISTED-COUNT
003370     END-READ.
003380 3050-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410*    3100-SHOW-CURRENCY - EVERY RATE FOR ONE CURRENCY, IN DATE
003420*    ORDER
003430*----------------------------------------------------------------
003440 3100-SHOW-CURRENCY.
003450     PERFORM 3900-CHECK-CURRENCY THRU 3900-EXIT
003460     IF RAT-MSG-TEXT NOT = SPACES
003470         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003480         ADD 1 TO WS-FAILED-COUNT
003490         GO TO 3100-EXIT
003500     END-IF
003510     MOVE ZERO TO WS-LISTED-COUNT
003520     MOVE "N" TO WS-LIST-EOF-SWITCH
003530     MOVE CMD-CURRENCY TO RATE-CURRENCY
003540     MOVE ZERO TO RATE-DATE
003550     START RATEMSTR KEY NOT < RATE-MASTER-KEY
003560         INVALID KEY
003570             SET LIST-EOF TO TRUE
003580     END-START
003590     PERFORM 3150-SHOW-NEXT THRU 3150-EXIT
003600         UNTIL LIST-EOF
003610     IF WS-LISTED-COUNT = ZERO
003620         MOVE "NO RATES FOR THIS CURRENCY" TO RAT-MSG-TEXT
003630         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003640         ADD 1 TO WS-FAILED-COUNT
003650     END-IF.
003660 3100-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690*    3150-SHOW-NEXT - ENDS AT THE FIRST ROW FOR ANOTHER
003700*    CURRENCY
003710*----------------------------------------------------------------
003720 3150-SHOW-NEXT.
003730     READ RATEMSTR NEXT RECORD
003740         AT END
003750             SET LIST-EOF TO TRUE
003760             GO TO 3150-EXIT
003770     END-READ
003780     IF RATE-CURRENCY NOT = CMD-CURRENCY
003790         SET LIST-EOF TO TRUE
003800         GO TO 3150-EXIT
003810     END-IF
003820     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
003830     ADD 1 TO WS-LISTED-COUNT.
003840 3150-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870*    3200-ADD-ONE - VALIDATE THE CARD AND WRITE THE NEW RATE; A
003880*    DUPLICATE KEY MEANS THE DAY'S RATE IS ALREADY LOADED.  A
003890*    DATE BEFORE THE RUN DATE IS REFUSED
003900*----------------------------------------------------------------
003910 3200-ADD-ONE.
003920     PERFORM 3900-CHECK-CURRENCY THRU 3900-EXIT
003930     IF RAT-MSG-TEXT = SPACES
003940         EVALUATE TRUE
003950             WHEN CMD-CURRENCY = WS-BASE-CURRENCY
003960                 MOVE "REFUSED - BASE CURRENCY HAS NO RATES"
003970                     TO RAT-MSG-TEXT
003980             WHEN CMD-RATE-DATE NOT NUMERIC
003990                 MOVE "RATE DATE MISSING OR NOT NUMERIC"
004000                     TO RAT-MSG-TEXT
004010             WHEN CMD-RATE NOT NUMERIC
004020                 MOVE "RATE MISSING OR NOT NUMERIC"
004030                     TO RAT-MSG-TEXT
004040             WHEN CMD-RATE = ZERO
004050                 MOVE "RATE MAY NOT BE ZERO" TO RAT-MSG-TEXT
004060             WHEN OTHER
004070                 CONTINUE
004080         END-EVALUATE
004090     END-IF
004100     IF RAT-MSG-TEXT = SPACES
004110         MOVE CMD-RATE-DATE TO WS-CHECK-DATE
004120         IF WS-CHECK-DATE = ZERO
004130             OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
004140             OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
004150             MOVE "RATE DATE IS NOT A VALID DATE"
004160                 TO RAT-MSG-TEXT
004170         END-IF
004180         IF RAT-MSG-TEXT = SPACES
004190             AND WS-CHECK-DATE < WS-RUN-DATE
004200             MOVE "REFUSED - RATE DATE IS BEFORE TODAY"
004210                 TO RAT-MSG-TEXT
004220         END-IF
004230     END-IF
004240     IF RAT-MSG-TEXT NOT = SPACES
004250         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004260         ADD 1 TO WS-FAILED-COUNT
004270         GO TO 3200-EXIT
004280     END-IF
004290     MOVE SPACES TO RATEMSTR-RECORD
004300     MOVE CMD-CURRENCY TO RATE-CURRENCY
004310     MOVE CMD-RATE-DATE TO RATE-DATE
004320     MOVE CMD-RATE TO RATE-VALUE
004330     MOVE WS-RUN-DATE TO RATE-UPDATE-DATE
004340     WRITE RATEMSTR-RECORD
004350     EVALUATE WS-RATEMSTR-STATUS
004360         WHEN "00"
004370             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
004380         WHEN "22"
004390             MOVE "REFUSED - RATE ALREADY LOADED FOR DATE"
004400                 TO RAT-MSG-TEXT
004410             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004420             ADD 1 TO WS-FAILED-COUNT
004430         WHEN OTHER
004440             MOVE "ADD FAILED - SEE FILE STATUS" TO RAT-MSG-TEXT
004450             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004460             ADD 1 TO WS-FAILED-COUNT
004470     END-EVALUATE.
004480 3200-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510*    3900-CHECK-CURRENCY - LEAVES A MESSAGE IN RAT-MSG-TEXT
004520*    WHEN THE CARD'S CURRENCY IS NOT THREE LETTERS
004530*----------------------------------------------------------------
004540 3900-CHECK-CURRENCY.
004550     IF CMD-CURRENCY NOT ALPHABETIC
004560         OR CMD-CURRENCY (1:1) = SPACE
004570         OR CMD-CURRENCY (2:1) = SPACE
004580         OR CMD-CURRENCY (3:1) = SPACE
004590         MOVE "CURRENCY MUST BE A THREE-LETTER CODE"
004600             TO RAT-MSG-TEXT
004610     END-IF.
004620 3900-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650*    8000-FINALIZE
004660*----------------------------------------------------------------
004670 8000-FINALIZE.
004680     IF MASTER-IS-OPEN
004690         CLOSE RATEMSTR
004700         IF WS-CMDFILE-STATUS NOT = "35"
004710             CLOSE CMDFILE
004720         END-IF
004730     END-IF
004740     CLOSE RATERPT.
004750 8000-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780*    8100-WRITE-DETAIL - ONE LISTING LINE FROM THE CURRENT
004790*    RATE RECORD
004800*----------------------------------------------------------------
004810 8100-WRITE-DETAIL.
004820     MOVE RATE-CURRENCY TO RAT-DET-CURRENCY
004830     MOVE RATE-DATE TO RAT-DET-DATE
004840     MOVE RATE-VALUE TO RAT-DET-RATE
004850     MOVE RATE-UPDATE-DATE TO RAT-DET-UPDATE-DATE
004860     MOVE RAT-DETAIL-LINE TO RATERPT-RECORD
004870     WRITE RATERPT-RECORD.
004880 8100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910*    8200-WRITE-MESSAGE - ONE MESSAGE LINE TO THE LISTING
004920*----------------------------------------------------------------
004930 8200-WRITE-MESSAGE.
004940     MOVE RAT-MESSAGE-LINE TO RATERPT-RECORD
004950     WRITE RATERPT-RECORD
004960     MOVE SPACES TO RAT-MSG-TEXT.
004970 8200-EXIT.
004980     EXIT.
004990 END PROGRAM RATEMNT.
