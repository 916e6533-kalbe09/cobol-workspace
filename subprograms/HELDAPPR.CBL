001000*****************************************************************
001010*  HELDAPPR.CBL
001020*----------------------------------------------------------------
001030*  LARGE-AMOUNT HOLD APPROVAL.  THE DRIVER WRITES EVERY UNIT
001040*  WHOSE AMOUNT IS OVER THE HOLDPARM LIMIT TO THE HELDFILE
001050*  INSTEAD OF DRIVING IT.  THIS PROGRAM:
001060*      - MERGES THE FRESH HOLDS WITH THE HELD QUEUE CARRIED
001070*        FROM EARLIER RUNS
001080*      - APPLIES RELEASE AND DENY CARDS, EACH SIGNED WITH THE
001087*        APPROVER'S ID.  A RELEASED UNIT IS WRITTEN TO RELSOUT,
001094*        THE RELEASED-HOLDS DATASET TRANEDIT READS AFTER THE
001101*        NEXT RUN'S RAW FEED, MARKED RELEASED AND
001110*        STAMPED WITH THE APPROVER, SO THE DRIVER DOES NOT
001120*        HOLD IT AGAIN.  A DENIED UNIT IS WRITTEN TO THE
001130*        DENYLOG WITH THE APPROVER AND THE DATE OF THE DENIAL
001140*      - CARRIES EVERYTHING STILL UNDECIDED TO HELDNEW AND
001150*        LISTS EVERY ITEM WITH ITS AGE IN DAYS ON THE HLDRPT
001160*        REPORT; ANYTHING OLDER THAN THE AGE LIMIT IS TAGGED
001170*        AGED
001180*  COMMAND CARD LAYOUT:
001190*      COLS 01-08  VERB: RELEASE / DENY / AGEDAYS
001200*      RELEASE, DENY:
001210*               COLS 10-12  KEY OF THE HELD UNIT
001220*               COLS 14-21  APPROVER ID (REQUIRED)
001230*               COLS 23-30  HOLD DATE   (BLANK = THE OLDEST
001240*                           UNDECIDED HOLD FOR THE KEY)
001250*      AGEDAYS: COLS 10-12  AGE LIMIT IN DAYS
001260*               (DEFAULT 3 WHEN NO CARD IS PRESENT)
001270*  A CARD WITHOUT AN APPROVER ID IS REFUSED AND LISTED.  A CARD
001280*  IS USED ONCE, AGAINST THE FIRST UNDECIDED HOLD IT MATCHES.
001290*  RETURN CODES:
001300*      00 - NOTHING LEFT ON HOLD
001310*      04 - UNITS STILL ON HOLD, NONE AGED
001320*      08 - ONE OR MORE HOLDS PAST THE AGE LIMIT
001330*----------------------------------------------------------------
001340*  MODIFICATION HISTORY
001350*  DATE       INIT  DESCRIPTION
001360*  10/15/26   JPM   ORIGINAL VERSION.
001361*  10/15/26   JPM   THE DAY SERIAL NOW TRUNCATES EACH DIVISION ON
001362*                   ITS OWN, SO A HOLD'S AGE CAN NO LONGER COME
001363*                   OUT A DAY OUT AT THE AGE LIMIT.  RELEASED
001364*                   UNITS NOW GO TO THEIR OWN RELEASED-HOLDS
001365*                   DATASET INSTEAD OF THE RAW FEED - TRANEDIT
001366*                   HONORS THE RELEASE MARKER ONLY THERE.
001370*****************************************************************
001380 IDENTIFICATION DIVISION.
001390 PROGRAM-ID. HELDAPPR.
001400 AUTHOR. J P MEYER.
001410 INSTALLATION. BATCH SYSTEMS GROUP.
001420 DATE-WRITTEN. 10/15/26.
001430 DATE-COMPILED.
001440 ENVIRONMENT DIVISION.
001450 INPUT-OUTPUT SECTION.
001460 FILE-CONTROL.
001470     SELECT CMDFILE ASSIGN TO CMDFILE
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WS-CMDFILE-STATUS.
001500     SELECT HELDFILE ASSIGN TO HELDFILE
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-HELDFILE-STATUS.
001530     SELECT HELDIN ASSIGN TO HELDIN
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-HELDIN-STATUS.
001560     SELECT RELSOUT ASSIGN TO RELSOUT
001570         ORGANIZATION IS SEQUENTIAL
001580         FILE STATUS IS WS-RELSOUT-STATUS.
001590     SELECT HELDNEW ASSIGN TO HELDNEW
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS WS-HELDNEW-STATUS.
001620     SELECT DENYLOG ASSIGN TO DENYLOG
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS WS-DENYLOG-STATUS.
001650     SELECT HLDRPT ASSIGN TO HLDRPT
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS WS-HLDRPT-STATUS.
001680 DATA DIVISION.
001690 FILE SECTION.
001700 FD  CMDFILE
001710     RECORD CONTAINS 80 CHARACTERS
001720     RECORDING MODE IS F.
001730 01  CMDFILE-RECORD.
001740     05  CMD-VERB                   PIC X(08).
001750     05  FILLER                     PIC X(01).
001760     05  CMD-TARGET-KEY             PIC X(03).
001770     05  FILLER                     PIC X(01).
001780     05  CMD-APPROVER               PIC X(08).
001790     05  FILLER                     PIC X(01).
001800     05  CMD-HOLD-DATE              PIC X(08).
001810     05  FILLER                     PIC X(50).
001820 FD  HELDFILE
001830     RECORD CONTAINS 120 CHARACTERS
001840     RECORDING MODE IS F.
001850 01  HELDFILE-RECORD                PIC X(120).
001860 FD  HELDIN
001870     RECORD CONTAINS 120 CHARACTERS
001880     RECORDING MODE IS F.
001890 01  HELDIN-RECORD                  PIC X(120).
001900 FD  RELSOUT
001910     RECORD CONTAINS 80 CHARACTERS
001920     RECORDING MODE IS F.
001930 01  RELSOUT-RECORD                 PIC X(80).
001940 FD  HELDNEW
001950     RECORD CONTAINS 120 CHARACTERS
001960     RECORDING MODE IS F.
001970 01  HELDNEW-RECORD                 PIC X(120).
001980 FD  DENYLOG
001990     RECORD CONTAINS 120 CHARACTERS
002000     RECORDING MODE IS F.
002010 01  DENYLOG-RECORD                 PIC X(120).
002020 FD  HLDRPT
002030     RECORD CONTAINS 80 CHARACTERS
002040     RECORDING MODE IS F.
002050 01  HLDRPT-RECORD                  PIC X(80).
002060 WORKING-STORAGE SECTION.
002070 COPY HELDREC.
002080 COPY TRANREC.
002090 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
002100 01  WS-HELDFILE-STATUS             PIC X(02) VALUE "00".
002110 01  WS-HELDIN-STATUS               PIC X(02) VALUE "00".
002120 01  WS-RELSOUT-STATUS              PIC X(02) VALUE "00".
002130 01  WS-HELDNEW-STATUS              PIC X(02) VALUE "00".
002140 01  WS-DENYLOG-STATUS              PIC X(02) VALUE "00".
002150 01  WS-HLDRPT-STATUS               PIC X(02) VALUE "00".
002160 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002170     88  CMD-EOF                     VALUE "Y".
002180 77  WS-CARRY-EOF-SWITCH            PIC X(01) VALUE "N".
002190     88  CARRY-EOF                   VALUE "Y".
002200 77  WS-FRESH-EOF-SWITCH            PIC X(01) VALUE "N".
002210     88  FRESH-EOF                   VALUE "Y".
002220 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002230 77  WS-AGE-LIMIT-DAYS              PIC 9(03) VALUE 3.
002240 77  WS-CARD-SUB                    PIC 9(03) COMP VALUE ZERO.
002250 77  WS-CARD-COUNT                  PIC 9(03) COMP VALUE ZERO.
002260 77  WS-MATCHED-SUB                 PIC 9(03) COMP VALUE ZERO.
002270 77  WS-CARRIED-IN-COUNT            PIC 9(05) VALUE ZERO.
002280 77  WS-FRESH-COUNT                 PIC 9(05) VALUE ZERO.
002290 77  WS-RELEASED-COUNT              PIC 9(05) VALUE ZERO.
002300 77  WS-DENIED-COUNT                PIC 9(05) VALUE ZERO.
002310 77  WS-CARRIED-OUT-COUNT           PIC 9(05) VALUE ZERO.
002320 77  WS-AGED-COUNT                  PIC 9(05) VALUE ZERO.
002330 77  WS-REFUSED-CARD-COUNT          PIC 9(05) VALUE ZERO.
002340 77  WS-UNUSED-CARD-COUNT           PIC 9(05) VALUE ZERO.
002350 77  WS-RELEASED-AMOUNT             PIC S9(09)V99 VALUE ZERO.
002360 77  WS-DENIED-AMOUNT               PIC S9(09)V99 VALUE ZERO.
002370 77  WS-STILL-HELD-AMOUNT           PIC S9(09)V99 VALUE ZERO.
002380 77  WS-TODAY-SERIAL                PIC 9(07) COMP VALUE ZERO.
002390 77  WS-HOLD-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002400 77  WS-HOLD-AGE                    PIC S9(05) COMP VALUE ZERO.
002410 77  WS-SERIAL-YEAR                 PIC S9(05) COMP VALUE ZERO.
002420 77  WS-SERIAL-MONTH                PIC S9(03) COMP VALUE ZERO.
002430 01  WS-SERIAL-WORK-DATE            PIC 9(08) VALUE ZERO.
002440 01  FILLER REDEFINES WS-SERIAL-WORK-DATE.
002450     05  WS-SERIAL-YYYY             PIC 9(04).
002460     05  WS-SERIAL-MM               PIC 9(02).
002470     05  WS-SERIAL-DD               PIC 9(02).
002480 77  WS-DATE-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002485 77  WS-SERIAL-PART                 PIC 9(07) COMP VALUE ZERO.
002490 01  WS-CARD-TABLE.
002500     05  WS-CARD-ENTRY              OCCURS 100 TIMES.
002510         10  WS-CRD-USED-FLAG       PIC X(01).
002520             88  APPROVAL-CARD-USED  VALUE "Y".
002530         10  WS-CRD-ACTION          PIC X(01).
002540             88  CARD-RELEASES       VALUE "R".
002550             88  CARD-DENIES         VALUE "D".
002560         10  WS-CRD-TARGET-KEY      PIC X(03).
002570         10  WS-CRD-APPROVER        PIC X(08).
002580         10  WS-CRD-HOLD-DATE       PIC X(08).
002590 01  HLD-HEADER-LINE.
002600     05  FILLER                     PIC X(31)
002610         VALUE "LARGE-AMOUNT HOLD APPROVAL -   ".
002620     05  HLD-HDR-DATE               PIC 9(08).
002630     05  FILLER                     PIC X(41) VALUE SPACES.
002640 01  HLD-DETAIL-LINE.
002650     05  HLD-DET-TAG                PIC X(09).
002660     05  FILLER                     PIC X(04) VALUE "KEY ".
002670     05  HLD-DET-KEY                PIC 999.
002680     05  FILLER                     PIC X(01) VALUE SPACE.
002690     05  HLD-DET-DESC               PIC X(20).
002700     05  FILLER                     PIC X(01) VALUE SPACE.
002710     05  HLD-DET-AMOUNT             PIC +9(07).99.
002720     05  FILLER                     PIC X(06) VALUE " HELD ".
002730     05  HLD-DET-HOLD-DATE          PIC 9(08).
002740     05  FILLER                     PIC X(05) VALUE " AGE ".
002750     05  HLD-DET-AGE                PIC ZZ9.
002760     05  FILLER                     PIC X(01) VALUE SPACE.
002770     05  HLD-DET-APPROVER           PIC X(08).
002780 01  HLD-MESSAGE-LINE.
002790     05  HLD-MSG-TEXT               PIC X(45).
002800     05  FILLER                     PIC X(35) VALUE SPACES.
002810 01  HLD-COUNT-LINE.
002820     05  HLD-CNT-LABEL              PIC X(30).
002830     05  HLD-CNT-VALUE              PIC ZZZZ9.
002840     05  FILLER                     PIC X(45) VALUE SPACES.
002850 01  HLD-AMOUNT-LINE.
002860     05  HLD-AMT-LABEL              PIC X(30).
002870     05  HLD-AMT-VALUE              PIC +9(09).99.
002880     05  FILLER                     PIC X(37) VALUE SPACES.
002890 PROCEDURE DIVISION.
002900*----------------------------------------------------------------
002910*    0000-MAINLINE
002920*----------------------------------------------------------------
002930 0000-MAINLINE.
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002950     MOVE WS-RUN-DATE TO WS-SERIAL-WORK-DATE
002960     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
002970     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL
002980     OPEN OUTPUT HLDRPT
002990     MOVE WS-RUN-DATE TO HLD-HDR-DATE
003000     MOVE HLD-HEADER-LINE TO HLDRPT-RECORD
003010     WRITE HLDRPT-RECORD
003020     PERFORM 1000-LOAD-COMMANDS THRU 1000-EXIT
003030     OPEN OUTPUT RELSOUT
003040     OPEN OUTPUT HELDNEW
003050     OPEN EXTEND DENYLOG
003060     IF WS-DENYLOG-STATUS = "35"
003070         OPEN OUTPUT DENYLOG
003080     END-IF
003090     PERFORM 2000-PROCESS-CARRIED THRU 2000-EXIT
003100     PERFORM 3000-PROCESS-FRESH THRU 3000-EXIT
003110     CLOSE RELSOUT
003120     CLOSE HELDNEW
003130     CLOSE DENYLOG
003140     PERFORM 8000-FINALIZE THRU 8000-EXIT
003150     GOBACK.
003160*----------------------------------------------------------------
003170*    1000-LOAD-COMMANDS - RELEASE AND DENY CARDS GO INTO THE
003180*    TABLE, AN AGEDAYS CARD RESETS THE AGE LIMIT.  NO CARDS AT
003190*    ALL IS A NORMAL LISTING-ONLY RUN
003200*----------------------------------------------------------------
003210 1000-LOAD-COMMANDS.
003220     OPEN INPUT CMDFILE
003230     IF WS-CMDFILE-STATUS NOT = "00"
003240         DISPLAY "HELDAPPR: NO COMMAND CARDS - LISTING-ONLY RUN"
003250         GO TO 1000-EXIT
003260     END-IF
003270     PERFORM 1100-READ-COMMAND THRU 1100-EXIT
003280     PERFORM 1200-APPLY-COMMAND THRU 1200-EXIT
003290         UNTIL CMD-EOF
003300     CLOSE CMDFILE.
003310 1000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*    1100-READ-COMMAND
003350*----------------------------------------------------------------
003360 1100-READ-COMMAND.
003370     READ CMDFILE
003380         AT END
003390             SET CMD-EOF TO TRUE
003400     END-READ.
003410 1100-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440*    1200-APPLY-COMMAND - AN UNSIGNED DECISION IS NO DECISION:
003450*    A RELEASE OR DENY CARD WITH NO APPROVER ID IS REFUSED
003460*----------------------------------------------------------------
003470 1200-APPLY-COMMAND.
003480     EVALUATE CMD-VERB
003490         WHEN "RELEASE "
003500         WHEN "DENY    "
003510             PERFORM 1300-TABLE-DECISION THRU 1300-EXIT
003520         WHEN "AGEDAYS "
003530             IF CMD-TARGET-KEY NUMERIC
003540                 MOVE CMD-TARGET-KEY TO WS-AGE-LIMIT-DAYS
003550             END-IF
003560         WHEN OTHER
003570             DISPLAY "HELDAPPR: CARD NOT RECOGNIZED <"
003580                 CMD-VERB ">"
003590     END-EVALUATE
003600     PERFORM 1100-READ-COMMAND THRU 1100-EXIT.
003610 1200-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640*    1300-TABLE-DECISION
003650*----------------------------------------------------------------
003660 1300-TABLE-DECISION.
003670     IF CMD-APPROVER = SPACES
003680         ADD 1 TO WS-REFUSED-CARD-COUNT
003690         MOVE "CARD REFUSED - NO APPROVER ID - KEY:"
003700             TO HLD-MSG-TEXT
003710         MOVE CMD-TARGET-KEY TO HLD-MESSAGE-LINE (41:3)
003720         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
003730         GO TO 1300-EXIT
003740     END-IF
003750     IF WS-CARD-COUNT NOT < 100
003760         DISPLAY "HELDAPPR: DECISION CARD TABLE FULL - "
003770             "CARD IGNORED"
003780         GO TO 1300-EXIT
003790     END-IF
003800     ADD 1 TO WS-CARD-COUNT
003810     MOVE "N" TO WS-CRD-USED-FLAG (WS-CARD-COUNT)
003820     MOVE CMD-VERB (1:1) TO WS-CRD-ACTION (WS-CARD-COUNT)
003830     MOVE CMD-TARGET-KEY TO WS-CRD-TARGET-KEY (WS-CARD-COUNT)
003840     MOVE CMD-APPROVER TO WS-CRD-APPROVER (WS-CARD-COUNT)
003850     MOVE CMD-HOLD-DATE TO WS-CRD-HOLD-DATE (WS-CARD-COUNT).
003860 1300-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890*    2000-PROCESS-CARRIED - THE HELD QUEUE FROM EARLIER RUNS.
003900*    IT IS READ FIRST SO A CARD WITH NO HOLD DATE TAKES THE
003910*    OLDEST HOLD.  A MISSING FILE IS A NORMAL FIRST RUN
003920*----------------------------------------------------------------
003930 2000-PROCESS-CARRIED.
003940     OPEN INPUT HELDIN
003950     IF WS-HELDIN-STATUS NOT = "00"
003960         SET CARRY-EOF TO TRUE
003970         GO TO 2000-EXIT
003980     END-IF
003990     PERFORM 2100-READ-CARRIED THRU 2100-EXIT
004000     PERFORM 2200-WORK-ONE-CARRIED THRU 2200-EXIT
004010         UNTIL CARRY-EOF
004020     CLOSE HELDIN.
004030 2000-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    2100-READ-CARRIED
004070*----------------------------------------------------------------
004080 2100-READ-CARRIED.
004090     READ HELDIN INTO HELD-RECORD
004100         AT END
004110             SET CARRY-EOF TO TRUE
004120         NOT AT END
004130             ADD 1 TO WS-CARRIED-IN-COUNT
004140     END-READ.
004150 2100-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180*    2200-WORK-ONE-CARRIED
004190*----------------------------------------------------------------
004200 2200-WORK-ONE-CARRIED.
004210     PERFORM 4000-WORK-ONE-HOLD THRU 4000-EXIT
004220     PERFORM 2100-READ-CARRIED THRU 2100-EXIT.
004230 2200-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260*    3000-PROCESS-FRESH - TODAY'S HOLDS STRAIGHT FROM THE
004270*    DRIVER, ALREADY STAMPED WITH THEIR HOLD DATE
004280*----------------------------------------------------------------
004290 3000-PROCESS-FRESH.
004300     OPEN INPUT HELDFILE
004310     IF WS-HELDFILE-STATUS NOT = "00"
004320         SET FRESH-EOF TO TRUE
004330         GO TO 3000-EXIT
004340     END-IF
004350     PERFORM 3100-READ-FRESH THRU 3100-EXIT
004360     PERFORM 3200-WORK-ONE-FRESH THRU 3200-EXIT
004370         UNTIL FRESH-EOF
004380     CLOSE HELDFILE.
004390 3000-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420*    3100-READ-FRESH
004430*----------------------------------------------------------------
004440 3100-READ-FRESH.
004450     READ HELDFILE INTO HELD-RECORD
004460         AT END
004470             SET FRESH-EOF TO TRUE
004480         NOT AT END
004490             ADD 1 TO WS-FRESH-COUNT
004500     END-READ.
004510 3100-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540*    3200-WORK-ONE-FRESH
004550*----------------------------------------------------------------
004560 3200-WORK-ONE-FRESH.
004570     PERFORM 4000-WORK-ONE-HOLD THRU 4000-EXIT
004580     PERFORM 3100-READ-FRESH THRU 3100-EXIT.
004590 3200-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620*    4000-WORK-ONE-HOLD - ONE HELD UNIT, CARRIED OR FRESH.  ITS
004630*    AGE IS TAKEN FROM THE HOLD DATE FIRST SO EVERY LINE ON THE
004640*    REPORT SHOWS IT; THEN A MATCHING CARD RELEASES OR DENIES
004650*    THE UNIT, AND ANYTHING ELSE IS CARRIED FORWARD
004660*----------------------------------------------------------------
004670 4000-WORK-ONE-HOLD.
004680     IF HELD-HOLD-DATE NOT NUMERIC
004690         OR HELD-HOLD-DATE = ZERO
004700         MOVE WS-RUN-DATE TO HELD-HOLD-DATE
004710     END-IF
004720     MOVE HELD-HOLD-DATE TO WS-SERIAL-WORK-DATE
004730     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
004740     MOVE WS-DATE-SERIAL TO WS-HOLD-SERIAL
004750     COMPUTE WS-HOLD-AGE
004760         = WS-TODAY-SERIAL - WS-HOLD-SERIAL
004770     MOVE ZERO TO WS-MATCHED-SUB
004780     IF WS-CARD-COUNT > ZERO
004790         PERFORM 4100-MATCH-ONE-CARD THRU 4100-EXIT
004800             VARYING WS-CARD-SUB FROM 1 BY 1
004810             UNTIL WS-CARD-SUB > WS-CARD-COUNT
004820                 OR WS-MATCHED-SUB > ZERO
004830     END-IF
004840     IF WS-MATCHED-SUB = ZERO
004850         PERFORM 4400-CARRY-FORWARD THRU 4400-EXIT
004860         GO TO 4000-EXIT
004870     END-IF
004880     MOVE "Y" TO WS-CRD-USED-FLAG (WS-MATCHED-SUB)
004890     MOVE WS-CRD-APPROVER (WS-MATCHED-SUB) TO HELD-APPROVER
004900     MOVE WS-RUN-DATE TO HELD-ACTION-DATE
004910     IF CARD-RELEASES (WS-MATCHED-SUB)
004920         PERFORM 4200-RELEASE-TO-FEED THRU 4200-EXIT
004930     ELSE
004940         PERFORM 4300-DENY-AND-LOG THRU 4300-EXIT
004950     END-IF.
004960 4000-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990*    4100-MATCH-ONE-CARD - FIRST UNUSED CARD FOR THE KEY WINS;
005000*    A CARD THAT NAMES A HOLD DATE MATCHES ONLY THAT HOLD
005010*----------------------------------------------------------------
005020 4100-MATCH-ONE-CARD.
005030     IF NOT APPROVAL-CARD-USED (WS-CARD-SUB)
005040         AND WS-CRD-TARGET-KEY (WS-CARD-SUB) = HELD-KEY
005050         AND (WS-CRD-HOLD-DATE (WS-CARD-SUB) = SPACES
005060           OR WS-CRD-HOLD-DATE (WS-CARD-SUB) = HELD-HOLD-DATE)
005070         MOVE WS-CARD-SUB TO WS-MATCHED-SUB
005080     END-IF.
005090 4100-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120*    4200-RELEASE-TO-FEED - THE UNIT GOES BACK TO THE NEXT RUN
005130*    EXACTLY AS THE DRIVER RECEIVED IT, MARKED RELEASED AND
005140*    STAMPED WITH THE APPROVER.  TRANEDIT RE-EDITS IT WITH THE
005150*    NEXT RUN, SO A KEY DEACTIVATED IN THE MEANTIME STILL CANNOT
005160*    REACH THE DRIVER
005170*----------------------------------------------------------------
005180 4200-RELEASE-TO-FEED.
005190     SET HELD-IS-RELEASED TO TRUE
005200     MOVE HELD-TRAN-IMAGE TO TRANFILE-RECORD
005210     MOVE "R" TO TRAN-HOLD-RELEASE
005220     MOVE HELD-APPROVER TO TRAN-APPROVER
005230     WRITE RELSOUT-RECORD FROM TRANFILE-RECORD
005240     ADD 1 TO WS-RELEASED-COUNT
005250     ADD HELD-AMOUNT TO WS-RELEASED-AMOUNT
005260     MOVE "RELEASED " TO HLD-DET-TAG
005270     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005280 4200-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310*    4300-DENY-AND-LOG - A DENIED UNIT IS NEVER DRIVEN; THE
005320*    DENYLOG KEEPS THE IMAGE, THE APPROVER, AND THE DATE
005330*----------------------------------------------------------------
005340 4300-DENY-AND-LOG.
005350     SET HELD-IS-DENIED TO TRUE
005360     WRITE DENYLOG-RECORD FROM HELD-RECORD
005370     IF WS-DENYLOG-STATUS NOT = "00"
005380         DISPLAY "HELDAPPR: DENYLOG WRITE FAILED - STATUS "
005390             WS-DENYLOG-STATUS " KEY " HELD-KEY
005400     END-IF
005410     ADD 1 TO WS-DENIED-COUNT
005420     ADD HELD-AMOUNT TO WS-DENIED-AMOUNT
005430     MOVE "DENIED   " TO HLD-DET-TAG
005440     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005450 4300-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480*    4400-CARRY-FORWARD - STILL UNDECIDED.  KEEP THE ORIGINAL
005490*    HOLD DATE AND FLAG ANYTHING PAST THE AGE LIMIT
005500*----------------------------------------------------------------
005510 4400-CARRY-FORWARD.
005520     SET HELD-IS-PENDING TO TRUE
005530     MOVE SPACES TO HELD-APPROVER
005540     MOVE ZERO TO HELD-ACTION-DATE
005550     WRITE HELDNEW-RECORD FROM HELD-RECORD
005560     ADD 1 TO WS-CARRIED-OUT-COUNT
005570     ADD HELD-AMOUNT TO WS-STILL-HELD-AMOUNT
005580     IF WS-HOLD-AGE > WS-AGE-LIMIT-DAYS
005590         ADD 1 TO WS-AGED-COUNT
005600         MOVE "AGED     " TO HLD-DET-TAG
005610     ELSE
005620         MOVE "HELD     " TO HLD-DET-TAG
005630     END-IF
005640     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005650 4400-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680*    7000-DATE-TO-SERIAL - TURN THE YYYYMMDD IN THE WORK FIELD
005690*    INTO A DAY SERIAL SO TWO DATES SUBTRACT TO AN AGE IN DAYS.
005700*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
005710*    PRIOR YEAR SO THE LEAP DAY SITS AT THE END OF THE CYCLE;
005720*    AN UNREADABLE DATE COMES BACK AS TODAY (AGE ZERO)
005730*----------------------------------------------------------------
005740 7000-DATE-TO-SERIAL.
005750     IF WS-SERIAL-WORK-DATE NOT NUMERIC
005760         OR WS-SERIAL-WORK-DATE = ZERO
005770         MOVE WS-TODAY-SERIAL TO WS-DATE-SERIAL
005780         GO TO 7000-EXIT
005790     END-IF
005800     MOVE WS-SERIAL-YYYY TO WS-SERIAL-YEAR
005810     MOVE WS-SERIAL-MM TO WS-SERIAL-MONTH
005820     IF WS-SERIAL-MONTH < 3
005830         SUBTRACT 1 FROM WS-SERIAL-YEAR
005840         ADD 12 TO WS-SERIAL-MONTH
005850     END-IF
005856     COMPUTE WS-DATE-SERIAL
005862         = (365 * WS-SERIAL-YEAR) + WS-SERIAL-DD
005868     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-PART
005874     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
005880     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-PART
005886     SUBTRACT WS-SERIAL-PART FROM WS-DATE-SERIAL
005892     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-PART
005898     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
005904     COMPUTE WS-SERIAL-PART
005910         = (153 * (WS-SERIAL-MONTH + 1)) / 5
005916     ADD WS-SERIAL-PART TO WS-DATE-SERIAL.
005930 7000-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960*    8000-FINALIZE - TOTALS AND THE STEP RETURN CODE
005970*----------------------------------------------------------------
005980 8000-FINALIZE.
005990     PERFORM 8300-COUNT-UNUSED-CARDS THRU 8300-EXIT
006000         VARYING WS-CARD-SUB FROM 1 BY 1
006010         UNTIL WS-CARD-SUB > WS-CARD-COUNT
006020     MOVE "HOLDS CARRIED IN:             " TO HLD-CNT-LABEL
006030     MOVE WS-CARRIED-IN-COUNT TO HLD-CNT-VALUE
006040     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006050     MOVE "FRESH HOLDS READ:             " TO HLD-CNT-LABEL
006060     MOVE WS-FRESH-COUNT TO HLD-CNT-VALUE
006070     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006080     MOVE "RELEASED TO THE NEXT FEED:    " TO HLD-CNT-LABEL
006090     MOVE WS-RELEASED-COUNT TO HLD-CNT-VALUE
006100     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006110     MOVE "DENIED:                       " TO HLD-CNT-LABEL
006120     MOVE WS-DENIED-COUNT TO HLD-CNT-VALUE
006130     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006140     MOVE "STILL HELD:                   " TO HLD-CNT-LABEL
006150     MOVE WS-CARRIED-OUT-COUNT TO HLD-CNT-VALUE
006160     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006170     MOVE "PAST THE AGE LIMIT:           " TO HLD-CNT-LABEL
006180     MOVE WS-AGED-COUNT TO HLD-CNT-VALUE
006190     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006200     MOVE "CARDS REFUSED - NO APPROVER:  " TO HLD-CNT-LABEL
006210     MOVE WS-REFUSED-CARD-COUNT TO HLD-CNT-VALUE
006220     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006230     MOVE "CARDS NEVER MATCHED:          " TO HLD-CNT-LABEL
006240     MOVE WS-UNUSED-CARD-COUNT TO HLD-CNT-VALUE
006250     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
006260     MOVE "AMOUNT RELEASED:              " TO HLD-AMT-LABEL
006270     MOVE WS-RELEASED-AMOUNT TO HLD-AMT-VALUE
006280     PERFORM 8500-WRITE-AMOUNT THRU 8500-EXIT
006290     MOVE "AMOUNT DENIED:                " TO HLD-AMT-LABEL
006300     MOVE WS-DENIED-AMOUNT TO HLD-AMT-VALUE
006310     PERFORM 8500-WRITE-AMOUNT THRU 8500-EXIT
006320     MOVE "AMOUNT STILL HELD:            " TO HLD-AMT-LABEL
006330     MOVE WS-STILL-HELD-AMOUNT TO HLD-AMT-VALUE
006340     PERFORM 8500-WRITE-AMOUNT THRU 8500-EXIT
006350     CLOSE HLDRPT
006360     EVALUATE TRUE
006370         WHEN WS-AGED-COUNT > ZERO
006380             MOVE 8 TO RETURN-CODE
006390         WHEN WS-CARRIED-OUT-COUNT > ZERO
006400             MOVE 4 TO RETURN-CODE
006410         WHEN OTHER
006420             MOVE ZERO TO RETURN-CODE
006430     END-EVALUATE.
006440 8000-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470*    8100-WRITE-DETAIL - ONE LINE PER HELD UNIT WORKED, TAGGED
006480*    RELEASED, DENIED, HELD, OR AGED, WITH ITS AGE IN DAYS
006490*----------------------------------------------------------------
006500 8100-WRITE-DETAIL.
006510     MOVE HELD-KEY TO HLD-DET-KEY
006520     MOVE HELD-DESCRIPTION TO HLD-DET-DESC
006530     MOVE HELD-AMOUNT TO HLD-DET-AMOUNT
006540     MOVE HELD-HOLD-DATE TO HLD-DET-HOLD-DATE
006550     MOVE WS-HOLD-AGE TO HLD-DET-AGE
006560     MOVE HELD-APPROVER TO HLD-DET-APPROVER
006570     MOVE HLD-DETAIL-LINE TO HLDRPT-RECORD
006580     WRITE HLDRPT-RECORD.
006590 8100-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620*    8200-WRITE-COUNT
006630*----------------------------------------------------------------
006640 8200-WRITE-COUNT.
006650     MOVE HLD-COUNT-LINE TO HLDRPT-RECORD
006660     WRITE HLDRPT-RECORD.
006670 8200-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700*    8300-COUNT-UNUSED-CARDS - A CARD THAT MATCHED NO HOLD
006710*    USUALLY MEANS THE KEY OR HOLD DATE WAS MISTYPED; SAY SO
006720*----------------------------------------------------------------
006730 8300-COUNT-UNUSED-CARDS.
006740     IF NOT APPROVAL-CARD-USED (WS-CARD-SUB)
006750         ADD 1 TO WS-UNUSED-CARD-COUNT
006760         MOVE "DECISION CARD NEVER MATCHED - TARGET KEY:"
006770             TO HLD-MSG-TEXT
006780         MOVE WS-CRD-TARGET-KEY (WS-CARD-SUB)
006790             TO HLD-MESSAGE-LINE (43:3)
006800         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
006810     END-IF.
006820 8300-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850*    8400-WRITE-MESSAGE
006860*----------------------------------------------------------------
006870 8400-WRITE-MESSAGE.
006880     MOVE HLD-MESSAGE-LINE TO HLDRPT-RECORD
006890     WRITE HLDRPT-RECORD
006900     MOVE SPACES TO HLD-MESSAGE-LINE.
006910 8400-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940*    8500-WRITE-AMOUNT
006950*----------------------------------------------------------------
006960 8500-WRITE-AMOUNT.
006970     MOVE HLD-AMOUNT-LINE TO HLDRPT-RECORD
006980     WRITE HLDRPT-RECORD.
006990 8500-EXIT.
007000     EXIT.
007010 END PROGRAM HELDAPPR.
