001000*****************************************************************
001010*  RULEMNT.CBL
001020*----------------------------------------------------------------
001030*  HANDLER RULES MASTER MAINTENANCE.  READS COMMAND CARDS FROM
001040*  CMDFILE AND RUNS THEM AGAINST THE RULEMSTR KSDS THAT THE
001050*  TYPE HANDLERS TAKE THEIR VALUES FROM (THROUGH RULESEL),
001060*  WRITING EVERY ANSWER TO THE RULERPT LISTING.  COMMAND CARD
001070*  LAYOUT:
001080*      COLS 01-08  VERB: LIST, SHOW, ADD, ENDDATE
001090*      COL  10     HANDLER TYPE: S (STANDARD MULTIPLIER),
001100*                  A (ADJUSTMENT AMOUNT), R (REVERSAL DIVISOR)
001110*                  (SHOW/ADD/ENDDATE)
001120*      COLS 12-14  TRANSACTION KEY, 000 = EVERY KEY OF THE TYPE
001130*                  (SHOW/ADD/ENDDATE)
001140*      COLS 16-23  EFFECTIVE-FROM DATE YYYYMMDD (ADD; IDENTIFIES
001150*                  THE RULE ON ENDDATE)
001160*      COLS 25-32  EFFECTIVE-TO DATE YYYYMMDD (ADD, BLANK =
001170*                  OPEN-ENDED; THE NEW TO DATE ON ENDDATE)
001180*      COLS 34-36  RULE VALUE (ADD)
001190*      COLS 38-62  DESCRIPTION (ADD, REQUIRED)
001200*  SHOW LISTS EVERY VERSION FOR ONE TYPE AND KEY IN DATE
001210*  ORDER.  ADD TAKES THE NEXT VERSION NUMBER FOR ITS TYPE AND
001220*  KEY AND IS REFUSED IF ITS DATES OVERLAP ANY EXISTING
001230*  VERSION, SO EXACTLY ONE RULE OF A GIVEN REACH IS EVER IN
001240*  FORCE ON A DATE - TO CHANGE A VALUE, ENDDATE THE STANDING
001250*  RULE AND ADD THE NEW ONE FROM THE NEXT DAY.  ROWS ARE NEVER
001260*  DELETED OR REVALUED, AN ADD MAY NOT START BEFORE THE RUN
001270*  DATE, AND AN ENDDATE MAY NEITHER END A RULE BEFORE THE RUN
001280*  DATE NOR REOPEN ONE THAT HAS ALREADY ENDED.  SO, AS LONG AS
001290*  MAINTENANCE RUNS OUTSIDE THE NIGHT WINDOW, A CATCH-UP RUN FOR
001300*  AN OLD DATE STILL FINDS THE RULE THAT WAS IN FORCE THEN AND
001310*  THE VERSION ON AN AUDIT ROW ALWAYS NAMES A ROW THAT IS STILL
001320*  ON FILE.  A MULTIPLIER OR DIVISOR MUST BE AT LEAST 1.
001330*  RETURN CODES:
001340*      00 - EVERY COMMAND SUCCEEDED
001350*      04 - AT LEAST ONE COMMAND FAILED (SEE THE LISTING)
001360*      08 - RULES MASTER NOT AVAILABLE
001370*----------------------------------------------------------------
001380*  MODIFICATION HISTORY
001390*  DATE       INIT  DESCRIPTION
001400*  10/15/26   JPM   ORIGINAL VERSION.
001410*  10/15/26   JPM   ADD REFUSES A FROM DATE BEFORE THE RUN DATE
001420*                   AND ENDDATE REFUSES A TO DATE BEFORE THE RUN
001430*                   DATE OR A RULE THAT HAS ALREADY ENDED, SO NO
001440*                   CHANGE REACHES A DATE ALREADY RUN.
001450*                   RESEQUENCED THE SOURCE DECK.
001460*****************************************************************
001470 IDENTIFICATION DIVISION.
001480 PROGRAM-ID. RULEMNT.
001490 AUTHOR. J P MEYER.
001500 INSTALLATION. BATCH SYSTEMS GROUP.
001510 DATE-WRITTEN. 10/15/26.
001520 DATE-COMPILED.
001530 ENVIRONMENT DIVISION.
001540 INPUT-OUTPUT SECTION.
001550 FILE-CONTROL.
001560     SELECT CMDFILE ASSIGN TO CMDFILE
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS WS-CMDFILE-STATUS.
001590     SELECT RULEMSTR ASSIGN TO RULEMSTR
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS DYNAMIC
001620         RECORD KEY IS RULE-MASTER-KEY
001630         FILE STATUS IS WS-RULEMSTR-STATUS.
001640     SELECT RULERPT ASSIGN TO RULERPT
001650         ORGANIZATION IS SEQUENTIAL
001660         FILE STATUS IS WS-RULERPT-STATUS.
001670 DATA DIVISION.
001680 FILE SECTION.
001690 FD  CMDFILE
001700     RECORD CONTAINS 80 CHARACTERS
001710     RECORDING MODE IS F.
001720 01  CMDFILE-RECORD.
001730     05  CMD-VERB                   PIC X(08).
001740     05  FILLER                     PIC X(01).
001750     05  CMD-TYPE                   PIC X(01).
001760         88  CMD-TYPE-IS-VALID       VALUE "S" "A" "R".
001770     05  FILLER                     PIC X(01).
001780     05  CMD-KEY                    PIC 999.
001790     05  FILLER                     PIC X(01).
001800     05  CMD-FROM-DATE              PIC 9(08).
001810     05  FILLER                     PIC X(01).
001820     05  CMD-TO-DATE                PIC X(08).
001830     05  FILLER                     PIC X(01).
001840     05  CMD-VALUE                  PIC 999.
001850     05  FILLER                     PIC X(01).
001860     05  CMD-DESC                   PIC X(25).
001870     05  FILLER                     PIC X(18).
001880 FD  RULEMSTR
001890     RECORD CONTAINS 80 CHARACTERS.
001900 COPY RULEREC.
001910 FD  RULERPT
001920     RECORD CONTAINS 80 CHARACTERS
001930     RECORDING MODE IS F.
001940 01  RULERPT-RECORD                 PIC X(80).
001950 WORKING-STORAGE SECTION.
001960 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
001970 01  WS-RULEMSTR-STATUS             PIC X(02) VALUE "00".
001980 01  WS-RULERPT-STATUS              PIC X(02) VALUE "00".
001990 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002000     88  CMD-EOF                     VALUE "Y".
002010 77  WS-LIST-EOF-SWITCH             PIC X(01) VALUE "N".
002020     88  LIST-EOF                    VALUE "Y".
002030 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
002040     88  MASTER-IS-OPEN              VALUE "Y".
002050 77  WS-DATE-OK-SWITCH              PIC X(01) VALUE "N".
002060     88  DATE-IS-VALID               VALUE "Y".
002070 77  WS-OVERLAP-SWITCH              PIC X(01) VALUE "N".
002080     88  DATES-OVERLAP               VALUE "Y".
002090 77  WS-TARGET-SWITCH               PIC X(01) VALUE "N".
002100     88  TARGET-FOUND                VALUE "Y".
002110 77  WS-COMMAND-COUNT               PIC 9(05) VALUE ZERO.
002120 77  WS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
002130 77  WS-LISTED-COUNT                PIC 9(05) VALUE ZERO.
002140 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002150 77  WS-NEW-FROM-DATE               PIC 9(08) VALUE ZERO.
002160 77  WS-NEW-TO-DATE                 PIC 9(08) VALUE ZERO.
002170 77  WS-HIGH-VERSION                PIC 9(04) VALUE ZERO.
002180 77  WS-OVERLAP-VERSION             PIC 9(04) VALUE ZERO.
002190 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
002200 01  FILLER REDEFINES WS-CHECK-DATE.
002210     05  WS-CHECK-YYYY              PIC 9(04).
002220     05  WS-CHECK-MM                PIC 9(02).
002230     05  WS-CHECK-DD                PIC 9(02).
002240 01  WS-SAVED-RULE-RECORD           PIC X(80) VALUE SPACES.
002250 01  RUL-HEADER-LINE.
002260     05  FILLER                     PIC X(32)
002270         VALUE "HANDLER RULES MASTER LISTING -  ".
002280     05  RUL-HDR-DATE               PIC 9(08).
002290     05  FILLER                     PIC X(40) VALUE SPACES.
002300 01  RUL-ECHO-LINE.
002310     05  FILLER                     PIC X(09) VALUE "COMMAND: ".
002320     05  RUL-ECHO-TEXT              PIC X(62).
002330     05  FILLER                     PIC X(09) VALUE SPACES.
002340 01  RUL-DETAIL-LINE.
002350     05  FILLER                     PIC X(05) VALUE "RULE ".
002360     05  RUL-DET-TYPE               PIC X(01).
002370     05  FILLER                     PIC X(01) VALUE SPACE.
002380     05  RUL-DET-KEY                PIC 999.
002390     05  FILLER                     PIC X(01) VALUE SPACE.
002400     05  RUL-DET-FROM-DATE          PIC 9(08).
002410     05  FILLER                     PIC X(01) VALUE "-".
002420     05  RUL-DET-TO-DATE            PIC 9(08).
002430     05  FILLER                     PIC X(05) VALUE " VAL ".
002440     05  RUL-DET-VALUE              PIC ZZ9.
002450     05  FILLER                     PIC X(05) VALUE " VER ".
002460     05  RUL-DET-VERSION            PIC 9(04).
002470     05  FILLER                     PIC X(01) VALUE SPACE.
002480     05  RUL-DET-DESC               PIC X(25).
002490     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  RUL-DET-DATE               PIC 9(08).
002510 01  RUL-MESSAGE-LINE.
002520     05  RUL-MSG-TEXT               PIC X(40) VALUE SPACES.
002530     05  RUL-MSG-VERSION            PIC X(04) VALUE SPACES.
002540     05  FILLER                     PIC X(36) VALUE SPACES.
002550 01  RUL-COUNT-LINE.
002560     05  FILLER                     PIC X(16)
002570         VALUE "RECORDS LISTED: ".
002580     05  RUL-CNT-VALUE              PIC ZZZZ9.
002590     05  FILLER                     PIC X(59) VALUE SPACES.
002600 PROCEDURE DIVISION.
002610*----------------------------------------------------------------
002620*    0000-MAINLINE
002630*----------------------------------------------------------------
002640 0000-MAINLINE.
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002660     OPEN OUTPUT RULERPT
002670     MOVE WS-RUN-DATE TO RUL-HDR-DATE
002680     MOVE RUL-HEADER-LINE TO RULERPT-RECORD
002690     WRITE RULERPT-RECORD
002700     OPEN I-O RULEMSTR
002710     IF WS-RULEMSTR-STATUS = "35"
002720         OPEN OUTPUT RULEMSTR
002730         CLOSE RULEMSTR
002740         OPEN I-O RULEMSTR
002750     END-IF
002760     IF WS-RULEMSTR-STATUS NOT = "00"
002770         DISPLAY "RULEMNT: RULEMSTR NOT AVAILABLE - STATUS "
002780             WS-RULEMSTR-STATUS
002790         MOVE "RULES MASTER NOT AVAILABLE" TO RUL-MSG-TEXT
002800         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
002810         MOVE 8 TO RETURN-CODE
002820         PERFORM 8000-FINALIZE THRU 8000-EXIT
002830         GOBACK
002840     END-IF
002850     MOVE "Y" TO WS-MASTER-OPEN-SWITCH
002860     OPEN INPUT CMDFILE
002870     PERFORM 2050-READ-COMMAND THRU 2050-EXIT
002880     PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
002890         UNTIL CMD-EOF
002900     IF WS-FAILED-COUNT > ZERO
002910         MOVE 4 TO RETURN-CODE
002920     END-IF
002930     PERFORM 8000-FINALIZE THRU 8000-EXIT
002940     GOBACK.
002950*----------------------------------------------------------------
002960*    2050-READ-COMMAND
002970*----------------------------------------------------------------
002980 2050-READ-COMMAND.
002990     IF WS-CMDFILE-STATUS = "00"
003000         READ CMDFILE
003010             AT END
003020                 SET CMD-EOF TO TRUE
003030         END-READ
003040     ELSE
003050         SET CMD-EOF TO TRUE
003060     END-IF.
003070 2050-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100*    2100-PROCESS-ONE-COMMAND - ECHO THE CARD AND ROUTE ON THE
003110*    VERB; AN UNRECOGNIZED VERB COUNTS AS A FAILED COMMAND
003120*----------------------------------------------------------------
003130 2100-PROCESS-ONE-COMMAND.
003140     ADD 1 TO WS-COMMAND-COUNT
003150     MOVE CMDFILE-RECORD TO RUL-ECHO-TEXT
003160     MOVE RUL-ECHO-LINE TO RULERPT-RECORD
003170     WRITE RULERPT-RECORD
003180     EVALUATE CMD-VERB
003190         WHEN "LIST    "
003200             PERFORM 3000-LIST-ALL THRU 3000-EXIT
003210         WHEN "SHOW    "
003220             PERFORM 3100-SHOW-VERSIONS THRU 3100-EXIT
003230         WHEN "ADD     "
003240             PERFORM 3200-ADD-ONE THRU 3200-EXIT
003250         WHEN "ENDDATE "
003260             PERFORM 3300-END-DATE-ONE THRU 3300-EXIT
003270         WHEN OTHER
003280             MOVE "VERB NOT RECOGNIZED" TO RUL-MSG-TEXT
003290             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003300             ADD 1 TO WS-FAILED-COUNT
003310     END-EVALUATE
003320     PERFORM 2050-READ-COMMAND THRU 2050-EXIT.
003330 2100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360*    3000-LIST-ALL - START AT THE LOWEST KEY AND READ NEXT TO
003370*    END OF FILE, ONE DETAIL LINE PER RULE VERSION
003380*----------------------------------------------------------------
003390 3000-LIST-ALL.
003400     MOVE ZERO TO WS-LISTED-COUNT
003410     MOVE "N" TO WS-LIST-EOF-SWITCH
003420     MOVE LOW-VALUES TO RULE-MASTER-KEY
003430     START RULEMSTR KEY NOT < RULE-MASTER-KEY
003440         INVALID KEY
003450             SET LIST-EOF TO TRUE
003460     END-START
003470     PERFORM 3050-LIST-NEXT THRU 3050-EXIT
003480         UNTIL LIST-EOF
003490     MOVE WS-LISTED-COUNT TO RUL-CNT-VALUE
003500     MOVE RUL-COUNT-LINE TO RULERPT-RECORD
003510     WRITE RULERPT-RECORD.
003520 3000-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550*    3050-LIST-NEXT
003560*----------------------------------------------------------------
003570 3050-LIST-NEXT.
003580     READ RULEMSTR NEXT RECORD
003590         AT END
003600             SET LIST-EOF TO TRUE
003610         NOT AT END
003620             PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
003630             ADD 1 TO WS-LISTED-COUNT
003640     END-READ.
003650 3050-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*    3100-SHOW-VERSIONS - EVERY VERSION FOR ONE TYPE AND KEY,
003690*    IN FROM-DATE ORDER
003700*----------------------------------------------------------------
003710 3100-SHOW-VERSIONS.
003720     PERFORM 3900-CHECK-TYPE-AND-KEY THRU 3900-EXIT
003730     IF RUL-MSG-TEXT NOT = SPACES
003740         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003750         ADD 1 TO WS-FAILED-COUNT
003760         GO TO 3100-EXIT
003770     END-IF
003780     MOVE ZERO TO WS-LISTED-COUNT
003790     PERFORM 3400-START-TYPE-AND-KEY THRU 3400-EXIT
003800     PERFORM 3150-SHOW-NEXT THRU 3150-EXIT
003810         UNTIL LIST-EOF
003820     IF WS-LISTED-COUNT = ZERO
003830         MOVE "NO RULES FOR THIS TYPE AND KEY" TO RUL-MSG-TEXT
003840         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
003850         ADD 1 TO WS-FAILED-COUNT
003860     END-IF.
003870 3100-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900*    3150-SHOW-NEXT
003910*----------------------------------------------------------------
003920 3150-SHOW-NEXT.
003930     PERFORM 3450-READ-TYPE-AND-KEY THRU 3450-EXIT
003940     IF NOT LIST-EOF
003950         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
003960         ADD 1 TO WS-LISTED-COUNT
003970     END-IF.
003980 3150-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010*    3200-ADD-ONE - VALIDATE THE CARD, SCAN THE EXISTING
004020*    VERSIONS FOR THE TYPE AND KEY FOR AN OVERLAP AND THE
004030*    HIGHEST VERSION NUMBER, THEN WRITE THE NEW VERSION.  A
004040*    FROM DATE BEFORE THE RUN DATE IS REFUSED
004050*----------------------------------------------------------------
004060 3200-ADD-ONE.
004070     PERFORM 3900-CHECK-TYPE-AND-KEY THRU 3900-EXIT
004080     IF RUL-MSG-TEXT = SPACES
004090         PERFORM 3950-CHECK-CARD-DATES THRU 3950-EXIT
004100     END-IF
004110     IF RUL-MSG-TEXT = SPACES
004120         AND WS-NEW-FROM-DATE < WS-RUN-DATE
004130         MOVE "REFUSED - FROM DATE IS BEFORE TODAY"
004140             TO RUL-MSG-TEXT
004150     END-IF
004160     IF RUL-MSG-TEXT = SPACES
004170         EVALUATE TRUE
004180             WHEN CMD-VALUE NOT NUMERIC
004190                 MOVE "RULE VALUE MISSING OR NOT NUMERIC"
004200                     TO RUL-MSG-TEXT
004210             WHEN CMD-VALUE = ZERO AND CMD-TYPE NOT = "A"
004220                 MOVE "MULTIPLIER OR DIVISOR MUST BE AT LEAST 1"
004230                     TO RUL-MSG-TEXT
004240             WHEN CMD-DESC = SPACES
004250                 MOVE "RULE DESCRIPTION MISSING" TO RUL-MSG-TEXT
004260             WHEN OTHER
004270                 CONTINUE
004280         END-EVALUATE
004290     END-IF
004300     IF RUL-MSG-TEXT NOT = SPACES
004310         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004320         ADD 1 TO WS-FAILED-COUNT
004330         GO TO 3200-EXIT
004340     END-IF
004350     PERFORM 3500-SCAN-VERSIONS THRU 3500-EXIT
004360     IF DATES-OVERLAP
004370         MOVE "REFUSED - DATES OVERLAP VERSION "
004380             TO RUL-MSG-TEXT
004390         MOVE WS-OVERLAP-VERSION TO RUL-MSG-VERSION
004400         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004410         ADD 1 TO WS-FAILED-COUNT
004420         GO TO 3200-EXIT
004430     END-IF
004440     IF WS-HIGH-VERSION = 9999
004450         MOVE "REFUSED - NO VERSION NUMBERS LEFT" TO RUL-MSG-TEXT
004460         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004470         ADD 1 TO WS-FAILED-COUNT
004480         GO TO 3200-EXIT
004490     END-IF
004500     MOVE SPACES TO RULEMSTR-RECORD
004510     MOVE CMD-TYPE TO RULE-TYPE
004520     MOVE CMD-KEY TO RULE-KEY
004530     MOVE WS-NEW-FROM-DATE TO RULE-FROM-DATE
004540     MOVE WS-NEW-TO-DATE TO RULE-TO-DATE
004550     MOVE CMD-VALUE TO RULE-VALUE
004560     ADD 1 TO WS-HIGH-VERSION GIVING RULE-VERSION
004570     MOVE CMD-DESC TO RULE-DESCRIPTION
004580     MOVE WS-RUN-DATE TO RULE-UPDATE-DATE
004590     WRITE RULEMSTR-RECORD
004600     IF WS-RULEMSTR-STATUS = "00"
004610         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
004620     ELSE
004630         MOVE "ADD FAILED - SEE FILE STATUS" TO RUL-MSG-TEXT
004640         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004650         ADD 1 TO WS-FAILED-COUNT
004660     END-IF.
004670 3200-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700*    3300-END-DATE-ONE - SET A NEW TO DATE ON THE VERSION THAT
004710*    STARTS ON THE CARD'S FROM DATE.  THE NEW RANGE MAY NOT
004720*    RUN INTO ANY OTHER VERSION OF THE SAME TYPE AND KEY, END
004730*    BEFORE THE RUN DATE, OR REOPEN A RULE ALREADY ENDED
004740*----------------------------------------------------------------
004750 3300-END-DATE-ONE.
004760     PERFORM 3900-CHECK-TYPE-AND-KEY THRU 3900-EXIT
004770     IF RUL-MSG-TEXT = SPACES
004780         PERFORM 3950-CHECK-CARD-DATES THRU 3950-EXIT
004790     END-IF
004800     IF RUL-MSG-TEXT = SPACES
004810         AND CMD-TO-DATE = SPACES
004820         MOVE "NEW TO DATE MISSING" TO RUL-MSG-TEXT
004830     END-IF
004840     IF RUL-MSG-TEXT = SPACES
004850         AND WS-NEW-TO-DATE < WS-RUN-DATE
004860         MOVE "REFUSED - TO DATE IS BEFORE TODAY" TO RUL-MSG-TEXT
004870     END-IF
004880     IF RUL-MSG-TEXT NOT = SPACES
004890         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004900         ADD 1 TO WS-FAILED-COUNT
004910         GO TO 3300-EXIT
004920     END-IF
004930     PERFORM 3500-SCAN-VERSIONS THRU 3500-EXIT
004940     IF NOT TARGET-FOUND
004950         MOVE "NO RULE STARTS ON THAT FROM DATE" TO RUL-MSG-TEXT
004960         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
004970         ADD 1 TO WS-FAILED-COUNT
004980         GO TO 3300-EXIT
004990     END-IF
005000     IF DATES-OVERLAP
005010         MOVE "REFUSED - DATES OVERLAP VERSION "
005020             TO RUL-MSG-TEXT
005030         MOVE WS-OVERLAP-VERSION TO RUL-MSG-VERSION
005040         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005050         ADD 1 TO WS-FAILED-COUNT
005060         GO TO 3300-EXIT
005070     END-IF
005080     MOVE CMD-TYPE TO RULE-TYPE
005090     MOVE CMD-KEY TO RULE-KEY
005100     MOVE WS-NEW-FROM-DATE TO RULE-FROM-DATE
005110     READ RULEMSTR
005120         INVALID KEY
005130             MOVE "NO RULE STARTS ON THAT FROM DATE"
005140                 TO RUL-MSG-TEXT
005150             PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005160             ADD 1 TO WS-FAILED-COUNT
005170             GO TO 3300-EXIT
005180     END-READ
005190     IF RULE-TO-DATE < WS-RUN-DATE
005200         MOVE "REFUSED - RULE HAS ALREADY ENDED" TO RUL-MSG-TEXT
005210         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005220         ADD 1 TO WS-FAILED-COUNT
005230         GO TO 3300-EXIT
005240     END-IF
005250     MOVE WS-NEW-TO-DATE TO RULE-TO-DATE
005260     MOVE WS-RUN-DATE TO RULE-UPDATE-DATE
005270     REWRITE RULEMSTR-RECORD
005280     IF WS-RULEMSTR-STATUS = "00"
005290         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
005300     ELSE
005310         MOVE "REWRITE FAILED - SEE FILE STATUS" TO RUL-MSG-TEXT
005320         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005330         ADD 1 TO WS-FAILED-COUNT
005340     END-IF.
005350 3300-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*    3400-START-TYPE-AND-KEY - POSITION ON THE FIRST VERSION
005390*    FOR THE CARD'S TYPE AND KEY
005400*----------------------------------------------------------------
005410 3400-START-TYPE-AND-KEY.
005420     MOVE "N" TO WS-LIST-EOF-SWITCH
005430     MOVE CMD-TYPE TO RULE-TYPE
005440     MOVE CMD-KEY TO RULE-KEY
005450     MOVE ZERO TO RULE-FROM-DATE
005460     START RULEMSTR KEY NOT < RULE-MASTER-KEY
005470         INVALID KEY
005480             SET LIST-EOF TO TRUE
005490     END-START.
005500 3400-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530*    3450-READ-TYPE-AND-KEY - NEXT VERSION, ENDING THE SCAN AT
005540*    THE FIRST ROW FOR ANOTHER TYPE OR KEY
005550*----------------------------------------------------------------
005560 3450-READ-TYPE-AND-KEY.
005570     READ RULEMSTR NEXT RECORD
005580         AT END
005590             SET LIST-EOF TO TRUE
005600             GO TO 3450-EXIT
005610     END-READ
005620     IF RULE-TYPE NOT = CMD-TYPE
005630         OR RULE-KEY NOT = CMD-KEY
005640         SET LIST-EOF TO TRUE
005650     END-IF.
005660 3450-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------
005690*    3500-SCAN-VERSIONS - READ EVERY VERSION FOR THE TYPE AND
005700*    KEY, NOTING THE HIGHEST VERSION NUMBER, WHETHER A VERSION
005710*    STARTS ON THE CARD'S FROM DATE, AND WHETHER ANY OTHER
005720*    VERSION'S RANGE OVERLAPS THE CARD'S
005730*----------------------------------------------------------------
005740 3500-SCAN-VERSIONS.
005750     MOVE ZERO TO WS-HIGH-VERSION
005760     MOVE ZERO TO WS-OVERLAP-VERSION
005770     MOVE "N" TO WS-OVERLAP-SWITCH
005780     MOVE "N" TO WS-TARGET-SWITCH
005790     PERFORM 3400-START-TYPE-AND-KEY THRU 3400-EXIT
005800     PERFORM 3550-SCAN-ONE-VERSION THRU 3550-EXIT
005810         UNTIL LIST-EOF.
005820 3500-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850*    3550-SCAN-ONE-VERSION
005860*----------------------------------------------------------------
005870 3550-SCAN-ONE-VERSION.
005880     PERFORM 3450-READ-TYPE-AND-KEY THRU 3450-EXIT
005890     IF LIST-EOF
005900         GO TO 3550-EXIT
005910     END-IF
005920     IF RULE-VERSION > WS-HIGH-VERSION
005930         MOVE RULE-VERSION TO WS-HIGH-VERSION
005940     END-IF
005950     IF RULE-FROM-DATE = WS-NEW-FROM-DATE
005960         SET TARGET-FOUND TO TRUE
005970         IF CMD-VERB = "ENDDATE "
005980             GO TO 3550-EXIT
005990         END-IF
006000     END-IF
006010     IF RULE-FROM-DATE NOT > WS-NEW-TO-DATE
006020         AND RULE-TO-DATE NOT < WS-NEW-FROM-DATE
006030         AND NOT DATES-OVERLAP
006040         SET DATES-OVERLAP TO TRUE
006050         MOVE RULE-VERSION TO WS-OVERLAP-VERSION
006060     END-IF.
006070 3550-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100*    3900-CHECK-TYPE-AND-KEY - LEAVES A MESSAGE IN RUL-MSG-TEXT
006110*    WHEN THE CARD'S TYPE OR KEY IS UNUSABLE
006120*----------------------------------------------------------------
006130 3900-CHECK-TYPE-AND-KEY.
006140     EVALUATE TRUE
006150         WHEN NOT CMD-TYPE-IS-VALID
006160             MOVE "HANDLER TYPE MUST BE S, A, OR R"
006170                 TO RUL-MSG-TEXT
006180         WHEN CMD-KEY NOT NUMERIC
006190             MOVE "KEY MISSING OR NOT NUMERIC" TO RUL-MSG-TEXT
006200         WHEN OTHER
006210             CONTINUE
006220     END-EVALUATE.
006230 3900-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260*    3950-CHECK-CARD-DATES - THE FROM DATE IS REQUIRED; A
006270*    BLANK TO DATE IS OPEN-ENDED.  BOTH MUST BE REAL CALENDAR
006280*    DATES AND THE RANGE MAY NOT RUN BACKWARDS
006290*----------------------------------------------------------------
006300 3950-CHECK-CARD-DATES.
006310     IF CMD-FROM-DATE NOT NUMERIC
006320         MOVE "FROM DATE MISSING OR NOT NUMERIC" TO RUL-MSG-TEXT
006330         GO TO 3950-EXIT
006340     END-IF
006350     MOVE CMD-FROM-DATE TO WS-CHECK-DATE
006360     PERFORM 3990-CHECK-ONE-DATE THRU 3990-EXIT
006370     IF NOT DATE-IS-VALID
006380         MOVE "FROM DATE IS NOT A VALID DATE" TO RUL-MSG-TEXT
006390         GO TO 3950-EXIT
006400     END-IF
006410     MOVE CMD-FROM-DATE TO WS-NEW-FROM-DATE
006420     IF CMD-TO-DATE = SPACES
006430         MOVE 99999999 TO WS-NEW-TO-DATE
006440         GO TO 3950-EXIT
006450     END-IF
006460     IF CMD-TO-DATE NOT NUMERIC
006470         MOVE "TO DATE NOT NUMERIC" TO RUL-MSG-TEXT
006480         GO TO 3950-EXIT
006490     END-IF
006500     MOVE CMD-TO-DATE TO WS-NEW-TO-DATE
006510     IF WS-NEW-TO-DATE NOT = 99999999
006520         MOVE WS-NEW-TO-DATE TO WS-CHECK-DATE
006530         PERFORM 3990-CHECK-ONE-DATE THRU 3990-EXIT
006540         IF NOT DATE-IS-VALID
006550             MOVE "TO DATE IS NOT A VALID DATE" TO RUL-MSG-TEXT
006560             GO TO 3950-EXIT
006570         END-IF
006580     END-IF
006590     IF WS-NEW-TO-DATE < WS-NEW-FROM-DATE
006600         MOVE "TO DATE IS BEFORE FROM DATE" TO RUL-MSG-TEXT
006610     END-IF.
006620 3950-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650*    3990-CHECK-ONE-DATE - SAME PLAUSIBILITY TEST THE BUSDAY
006660*    CALENDAR CHECK APPLIES
006670*----------------------------------------------------------------
006680 3990-CHECK-ONE-DATE.
006690     MOVE "Y" TO WS-DATE-OK-SWITCH
006700     IF WS-CHECK-DATE = ZERO
006710         OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
006720         OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
006730         MOVE "N" TO WS-DATE-OK-SWITCH
006740     END-IF.
006750 3990-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780*    8000-FINALIZE
006790*----------------------------------------------------------------
006800 8000-FINALIZE.
006810     IF MASTER-IS-OPEN
006820         CLOSE RULEMSTR
006830         IF WS-CMDFILE-STATUS NOT = "35"
006840             CLOSE CMDFILE
006850         END-IF
006860     END-IF
006870     CLOSE RULERPT.
006880 8000-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910*    8100-WRITE-DETAIL - ONE LISTING LINE FROM THE CURRENT
006920*    RULE RECORD
006930*----------------------------------------------------------------
006940 8100-WRITE-DETAIL.
006950     MOVE RULE-TYPE TO RUL-DET-TYPE
006960     MOVE RULE-KEY TO RUL-DET-KEY
006970     MOVE RULE-FROM-DATE TO RUL-DET-FROM-DATE
006980     MOVE RULE-TO-DATE TO RUL-DET-TO-DATE
006990     MOVE RULE-VALUE TO RUL-DET-VALUE
007000     MOVE RULE-VERSION TO RUL-DET-VERSION
007010     MOVE RULE-DESCRIPTION TO RUL-DET-DESC
007020     MOVE RULE-UPDATE-DATE TO RUL-DET-DATE
007030     MOVE RUL-DETAIL-LINE TO RULERPT-RECORD
007040     WRITE RULERPT-RECORD.
007050 8100-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080*    8200-WRITE-MESSAGE - ONE MESSAGE LINE TO THE LISTING
007090*----------------------------------------------------------------
007100 8200-WRITE-MESSAGE.
007110     MOVE RUL-MESSAGE-LINE TO RULERPT-RECORD
007120     WRITE RULERPT-RECORD
007130     MOVE SPACES TO RUL-MSG-TEXT
007140     MOVE SPACES TO RUL-MSG-VERSION.
007150 8200-EXIT.
007160     EXIT.
007170 END PROGRAM RULEMNT.
