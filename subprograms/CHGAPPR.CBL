001000*****************************************************************
001010*  CHGAPPR.CBL
001020*----------------------------------------------------------------
001030*  MAINTENANCE CHANGE APPROVAL (DUAL CONTROL).  AN RSLTMNT
001040*  UPDATE OR DELETE, A REFMNT DEACT, AND A BACKOUT ARE NO
001050*  LONGER APPLIED WHEN THEIR CARD IS READ - THE PROGRAM WRITES
001060*  THE CARD TO PENDCHG WITH THE REQUESTING OPERATOR'S ID.  THIS
001070*  PROGRAM:
001080*      - MERGES THE FRESH REQUESTS WITH THE PENDING QUEUE
001090*        CARRIED FROM EARLIER RUNS
001100*      - APPLIES APPROVE AND DENY CARDS, EACH SIGNED WITH THE
001110*        APPROVER'S ID.  AN APPROVAL COUNTS ONLY WHEN THE
001120*        APPROVER IS NOT THE OPERATOR WHO REQUESTED THE
001130*        CHANGE; AN APPROVED CHANGE IS WRITTEN TO CHGAPRV,
001140*        WHERE THE OWNING PROGRAM PICKS IT UP AND APPLIES IT
001150*        WITH BOTH IDS.  A DENIED CHANGE IS DROPPED
001160*      - EXPIRES ANY CHANGE STILL UNAPPROVED AFTER THE EXPIRY
001170*        LIMIT, LISTING IT ON THE CHGEXC EXCEPTIONS REPORT
001180*        WITH EVERY REFUSED SELF-APPROVAL
001190*      - CARRIES EVERYTHING STILL UNDECIDED TO PENDNEW AND
001200*        LISTS EVERY CHANGE WITH ITS AGE IN DAYS ON CHGRPT
001210*      - REISSUES TO CHGAPRV ANY CHANGE CARRIED IN ALREADY
001220*        APPROVED - ONE AN APPLY STEP PUT BACK ON THE QUEUE
001230*        BECAUSE ITS MASTER WAS NOT AVAILABLE.  IT IS NOT ASKED
001240*        FOR AGAIN, DOES NOT EXPIRE, AND IS NOT LOGGED TWICE
001250*  EVERY DECISION - APPROVED, DENIED, OR EXPIRED - IS APPENDED
001260*  TO THE CHGLOG WITH THE REQUESTER, THE APPROVER, AND THE DATE.
001270*  COMMAND CARD LAYOUT:
001280*      COLS 01-08  VERB: APPROVE / DENY / EXPDAYS
001290*      APPROVE, DENY:
001300*               COLS 10-17  REQUESTING PROGRAM (RSLTMNT,
001310*                           REFMNT, OR BACKOUT)
001320*               COLS 19-21  KEY OF THE PENDING CHANGE
001330*               COLS 23-30  APPROVER ID (REQUIRED)
001340*               COLS 32-39  REQUEST DATE (BLANK = THE OLDEST
001350*                           PENDING CHANGE FOR THE PROGRAM
001360*                           AND KEY)
001370*      EXPDAYS: COLS 10-12  EXPIRY LIMIT IN DAYS
001380*               (DEFAULT 7 WHEN NO CARD IS PRESENT)
001390*  A CARD WITHOUT AN APPROVER ID IS REFUSED AND LISTED.  A CARD
001400*  IS USED ONCE, AGAINST THE FIRST PENDING CHANGE IT MATCHES;
001410*  AN APPROVE CARD SIGNED BY THE REQUESTER IS USED UP AND
001420*  REFUSED, AND THE CHANGE STAYS PENDING.  THE REQUESTER MAY
001430*  STILL DENY (WITHDRAW) THE CHANGE.
001440*  RETURN CODES:
001450*      00 - EVERY CARD WAS USED AND NOTHING EXPIRED
001460*      04 - A CARD WAS REFUSED OR NEVER MATCHED
001470*      08 - ONE OR MORE CHANGES EXPIRED (SEE CHGEXC)
001480*----------------------------------------------------------------
001490*  MODIFICATION HISTORY
001500*  DATE       INIT  DESCRIPTION
001510*  10/15/26   JPM   ORIGINAL VERSION.
001520*  10/15/26   JPM   THE DAY SERIAL NOW TRUNCATES EACH DIVISION ON
001530*                   ITS OWN, SO A CHANGE'S AGE CAN NO LONGER
001540*                   COME OUT A DAY OUT AT THE EXPIRY LIMIT.
001550*                   RESEQUENCED THE SOURCE DECK.
001560*  10/15/26   JPM   A CHANGE CARRIED IN ALREADY APPROVED - PUT
001570*                   BACK BY RSLTMNT, REFMNT, OR BACKOUT WHEN ITS
001580*                   MASTER WAS NOT AVAILABLE - IS REISSUED TO
001590*                   CHGAPRV WITHOUT A NEW APPROVAL.  RESEQUENCED
001600*                   THE SOURCE DECK.
001610*****************************************************************
001620 IDENTIFICATION DIVISION.
001630 PROGRAM-ID. CHGAPPR.
001640 AUTHOR. J P MEYER.
001650 INSTALLATION. BATCH SYSTEMS GROUP.
001660 DATE-WRITTEN. 10/15/26.
001670 DATE-COMPILED.
001680 ENVIRONMENT DIVISION.
001690 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001710     SELECT CMDFILE ASSIGN TO CMDFILE
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS WS-CMDFILE-STATUS.
001740     SELECT PENDCHG ASSIGN TO PENDCHG
001750         ORGANIZATION IS SEQUENTIAL
001760         FILE STATUS IS WS-PENDCHG-STATUS.
001770     SELECT PENDIN ASSIGN TO PENDIN
001780         ORGANIZATION IS SEQUENTIAL
001790         FILE STATUS IS WS-PENDIN-STATUS.
001800     SELECT PENDNEW ASSIGN TO PENDNEW
001810         ORGANIZATION IS SEQUENTIAL
001820         FILE STATUS IS WS-PENDNEW-STATUS.
001830     SELECT CHGAPRV ASSIGN TO CHGAPRV
001840         ORGANIZATION IS SEQUENTIAL
001850         FILE STATUS IS WS-CHGAPRV-STATUS.
001860     SELECT CHGLOG ASSIGN TO CHGLOG
001870         ORGANIZATION IS SEQUENTIAL
001880         FILE STATUS IS WS-CHGLOG-STATUS.
001890     SELECT CHGRPT ASSIGN TO CHGRPT
001900         ORGANIZATION IS SEQUENTIAL
001910         FILE STATUS IS WS-CHGRPT-STATUS.
001920     SELECT CHGEXC ASSIGN TO CHGEXC
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-CHGEXC-STATUS.
001950 DATA DIVISION.
001960 FILE SECTION.
001970 FD  CMDFILE
001980     RECORD CONTAINS 80 CHARACTERS
001990     RECORDING MODE IS F.
002000 01  CMDFILE-RECORD.
002010     05  CMD-VERB                   PIC X(08).
002020     05  FILLER                     PIC X(01).
002030     05  CMD-SOURCE                 PIC X(08).
002040     05  FILLER                     PIC X(01).
002050     05  CMD-TARGET-KEY             PIC X(03).
002060     05  FILLER                     PIC X(01).
002070     05  CMD-APPROVER               PIC X(08).
002080     05  FILLER                     PIC X(01).
002090     05  CMD-REQUEST-DATE           PIC X(08).
002100     05  FILLER                     PIC X(41).
002110 01  CMDFILE-DAYS-RECORD.
002120     05  FILLER                     PIC X(09).
002130     05  CMD-EXPIRY-DAYS            PIC X(03).
002140     05  FILLER                     PIC X(68).
002150 FD  PENDCHG
002160     RECORD CONTAINS 120 CHARACTERS
002170     RECORDING MODE IS F.
002180 01  PENDCHG-RECORD                 PIC X(120).
002190 FD  PENDIN
002200     RECORD CONTAINS 120 CHARACTERS
002210     RECORDING MODE IS F.
002220 01  PENDIN-RECORD                  PIC X(120).
002230 FD  PENDNEW
002240     RECORD CONTAINS 120 CHARACTERS
002250     RECORDING MODE IS F.
002260 01  PENDNEW-RECORD                 PIC X(120).
002270 FD  CHGAPRV
002280     RECORD CONTAINS 120 CHARACTERS
002290     RECORDING MODE IS F.
002300 01  CHGAPRV-RECORD                 PIC X(120).
002310 FD  CHGLOG
002320     RECORD CONTAINS 120 CHARACTERS
002330     RECORDING MODE IS F.
002340 01  CHGLOG-RECORD                  PIC X(120).
002350 FD  CHGRPT
002360     RECORD CONTAINS 80 CHARACTERS
002370     RECORDING MODE IS F.
002380 01  CHGRPT-RECORD                  PIC X(80).
002390 FD  CHGEXC
002400     RECORD CONTAINS 80 CHARACTERS
002410     RECORDING MODE IS F.
002420 01  CHGEXC-RECORD                  PIC X(80).
002430 WORKING-STORAGE SECTION.
002440 COPY PENDREC.
002450 01  WS-CMDFILE-STATUS              PIC X(02) VALUE "00".
002460 01  WS-PENDCHG-STATUS              PIC X(02) VALUE "00".
002470 01  WS-PENDIN-STATUS               PIC X(02) VALUE "00".
002480 01  WS-PENDNEW-STATUS              PIC X(02) VALUE "00".
002490 01  WS-CHGAPRV-STATUS              PIC X(02) VALUE "00".
002500 01  WS-CHGLOG-STATUS               PIC X(02) VALUE "00".
002510 01  WS-CHGRPT-STATUS               PIC X(02) VALUE "00".
002520 01  WS-CHGEXC-STATUS               PIC X(02) VALUE "00".
002530 77  WS-CMD-EOF-SWITCH              PIC X(01) VALUE "N".
002540     88  CMD-EOF                     VALUE "Y".
002550 77  WS-CARRY-EOF-SWITCH            PIC X(01) VALUE "N".
002560     88  CARRY-EOF                   VALUE "Y".
002570 77  WS-FRESH-EOF-SWITCH            PIC X(01) VALUE "N".
002580     88  FRESH-EOF                   VALUE "Y".
002590 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002600 77  WS-EXPIRY-DAYS                 PIC 9(03) VALUE 7.
002610 77  WS-CARD-SUB                    PIC 9(03) COMP VALUE ZERO.
002620 77  WS-CARD-COUNT                  PIC 9(03) COMP VALUE ZERO.
002630 77  WS-MATCHED-SUB                 PIC 9(03) COMP VALUE ZERO.
002640 77  WS-CARRIED-IN-COUNT            PIC 9(05) VALUE ZERO.
002650 77  WS-FRESH-COUNT                 PIC 9(05) VALUE ZERO.
002660 77  WS-APPROVED-COUNT              PIC 9(05) VALUE ZERO.
002670 77  WS-REISSUED-COUNT              PIC 9(05) VALUE ZERO.
002680 77  WS-DENIED-COUNT                PIC 9(05) VALUE ZERO.
002690 77  WS-EXPIRED-COUNT               PIC 9(05) VALUE ZERO.
002700 77  WS-CARRIED-OUT-COUNT           PIC 9(05) VALUE ZERO.
002710 77  WS-SELF-APPROVAL-COUNT         PIC 9(05) VALUE ZERO.
002720 77  WS-REFUSED-CARD-COUNT          PIC 9(05) VALUE ZERO.
002730 77  WS-UNUSED-CARD-COUNT           PIC 9(05) VALUE ZERO.
002740 77  WS-TODAY-SERIAL                PIC 9(07) COMP VALUE ZERO.
002750 77  WS-REQUEST-SERIAL              PIC 9(07) COMP VALUE ZERO.
002760 77  WS-CHANGE-AGE                  PIC S9(05) COMP VALUE ZERO.
002770 77  WS-SERIAL-YEAR                 PIC S9(05) COMP VALUE ZERO.
002780 77  WS-SERIAL-MONTH                PIC S9(03) COMP VALUE ZERO.
002790 01  WS-SERIAL-WORK-DATE            PIC 9(08) VALUE ZERO.
002800 01  FILLER REDEFINES WS-SERIAL-WORK-DATE.
002810     05  WS-SERIAL-YYYY             PIC 9(04).
002820     05  WS-SERIAL-MM               PIC 9(02).
002830     05  WS-SERIAL-DD               PIC 9(02).
002840 77  WS-DATE-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002850 77  WS-SERIAL-PART                 PIC 9(07) COMP VALUE ZERO.
002860 01  WS-CARD-TABLE.
002870     05  WS-CARD-ENTRY              OCCURS 100 TIMES.
002880         10  WS-CRD-USED-FLAG       PIC X(01).
002890             88  APPROVAL-CARD-USED  VALUE "Y".
002900         10  WS-CRD-ACTION          PIC X(01).
002910             88  CARD-APPROVES       VALUE "A".
002920             88  CARD-DENIES         VALUE "D".
002930         10  WS-CRD-SOURCE          PIC X(08).
002940         10  WS-CRD-TARGET-KEY      PIC X(03).
002950         10  WS-CRD-APPROVER        PIC X(08).
002960         10  WS-CRD-REQUEST-DATE    PIC X(08).
002970 01  CHG-HEADER-LINE.
002980     05  FILLER                     PIC X(31)
002990         VALUE "MAINTENANCE CHANGE APPROVAL -  ".
003000     05  CHG-HDR-DATE               PIC 9(08).
003010     05  FILLER                     PIC X(41) VALUE SPACES.
003020 01  EXC-HEADER-LINE.
003030     05  FILLER                     PIC X(31)
003040         VALUE "PENDING CHANGE EXCEPTIONS -    ".
003050     05  EXC-HDR-DATE               PIC 9(08).
003060     05  FILLER                     PIC X(41) VALUE SPACES.
003070 01  CHG-DETAIL-LINE.
003080     05  CHG-DET-TAG                PIC X(09).
003090     05  CHG-DET-SOURCE             PIC X(08).
003100     05  FILLER                     PIC X(01) VALUE SPACE.
003110     05  CHG-DET-VERB               PIC X(08).
003120     05  FILLER                     PIC X(05) VALUE " KEY ".
003130     05  CHG-DET-KEY                PIC X(03).
003140     05  FILLER                     PIC X(05) VALUE " REQ ".
003150     05  CHG-DET-REQUESTER          PIC X(08).
003160     05  FILLER                     PIC X(01) VALUE SPACE.
003170     05  CHG-DET-REQUEST-DATE       PIC 9(08).
003180     05  FILLER                     PIC X(05) VALUE " AGE ".
003190     05  CHG-DET-AGE                PIC ZZ9.
003200     05  FILLER                     PIC X(01) VALUE SPACE.
003210     05  CHG-DET-APPROVER           PIC X(08).
003220     05  FILLER                     PIC X(07) VALUE SPACES.
003230 01  EXC-CARD-LINE.
003240     05  FILLER                     PIC X(15)
003250         VALUE "         CARD: ".
003260     05  EXC-CARD-IMAGE             PIC X(42).
003270     05  FILLER                     PIC X(23) VALUE SPACES.
003280 01  CHG-MESSAGE-LINE.
003290     05  CHG-MSG-TEXT               PIC X(45).
003300     05  FILLER                     PIC X(35) VALUE SPACES.
003310 01  CHG-COUNT-LINE.
003320     05  CHG-CNT-LABEL              PIC X(30).
003330     05  CHG-CNT-VALUE              PIC ZZZZ9.
003340     05  FILLER                     PIC X(45) VALUE SPACES.
003350 PROCEDURE DIVISION.
003360*----------------------------------------------------------------
003370*    0000-MAINLINE
003380*----------------------------------------------------------------
003390 0000-MAINLINE.
003400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003410     MOVE WS-RUN-DATE TO WS-SERIAL-WORK-DATE
003420     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
003430     MOVE WS-DATE-SERIAL TO WS-TODAY-SERIAL
003440     OPEN OUTPUT CHGRPT
003450     MOVE WS-RUN-DATE TO CHG-HDR-DATE
003460     MOVE CHG-HEADER-LINE TO CHGRPT-RECORD
003470     WRITE CHGRPT-RECORD
003480     OPEN OUTPUT CHGEXC
003490     MOVE WS-RUN-DATE TO EXC-HDR-DATE
003500     MOVE EXC-HEADER-LINE TO CHGEXC-RECORD
003510     WRITE CHGEXC-RECORD
003520     PERFORM 1000-LOAD-COMMANDS THRU 1000-EXIT
003530     OPEN OUTPUT CHGAPRV
003540     OPEN OUTPUT PENDNEW
003550     OPEN EXTEND CHGLOG
003560     IF WS-CHGLOG-STATUS = "35"
003570         OPEN OUTPUT CHGLOG
003580     END-IF
003590     PERFORM 2000-PROCESS-CARRIED THRU 2000-EXIT
003600     PERFORM 3000-PROCESS-FRESH THRU 3000-EXIT
003610     CLOSE CHGAPRV
003620     CLOSE PENDNEW
003630     CLOSE CHGLOG
003640     PERFORM 8000-FINALIZE THRU 8000-EXIT
003650     GOBACK.
003660*----------------------------------------------------------------
003670*    1000-LOAD-COMMANDS - APPROVE AND DENY CARDS GO INTO THE
003680*    TABLE, AN EXPDAYS CARD RESETS THE EXPIRY LIMIT.  NO CARDS
003690*    AT ALL IS A NORMAL LISTING AND EXPIRY RUN
003700*----------------------------------------------------------------
003710 1000-LOAD-COMMANDS.
003720     OPEN INPUT CMDFILE
003730     IF WS-CMDFILE-STATUS NOT = "00"
003740         DISPLAY "CHGAPPR: NO COMMAND CARDS - LISTING-ONLY RUN"
003750         GO TO 1000-EXIT
003760     END-IF
003770     PERFORM 1100-READ-COMMAND THRU 1100-EXIT
003780     PERFORM 1200-APPLY-COMMAND THRU 1200-EXIT
003790         UNTIL CMD-EOF
003800     CLOSE CMDFILE.
003810 1000-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840*    1100-READ-COMMAND
003850*----------------------------------------------------------------
003860 1100-READ-COMMAND.
003870     READ CMDFILE
003880         AT END
003890             SET CMD-EOF TO TRUE
003900     END-READ.
003910 1100-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940*    1200-APPLY-COMMAND - AN UNSIGNED DECISION IS NO DECISION:
003950*    AN APPROVE OR DENY CARD WITH NO APPROVER ID IS REFUSED
003960*----------------------------------------------------------------
003970 1200-APPLY-COMMAND.
003980     EVALUATE CMD-VERB
003990         WHEN "APPROVE "
004000         WHEN "DENY    "
004010             PERFORM 1300-TABLE-DECISION THRU 1300-EXIT
004020         WHEN "EXPDAYS "
004030             IF CMD-EXPIRY-DAYS NUMERIC
004040                 MOVE CMD-EXPIRY-DAYS TO WS-EXPIRY-DAYS
004050             END-IF
004060         WHEN OTHER
004070             DISPLAY "CHGAPPR: CARD NOT RECOGNIZED <"
004080                 CMD-VERB ">"
004090     END-EVALUATE
004100     PERFORM 1100-READ-COMMAND THRU 1100-EXIT.
004110 1200-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140*    1300-TABLE-DECISION
004150*----------------------------------------------------------------
004160 1300-TABLE-DECISION.
004170     IF CMD-APPROVER = SPACES
004180         ADD 1 TO WS-REFUSED-CARD-COUNT
004190         MOVE "CARD REFUSED - NO APPROVER ID - KEY:"
004200             TO CHG-MSG-TEXT
004210         MOVE CMD-TARGET-KEY TO CHG-MESSAGE-LINE (41:3)
004220         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
004230         GO TO 1300-EXIT
004240     END-IF
004250     IF WS-CARD-COUNT NOT < 100
004260         DISPLAY "CHGAPPR: DECISION CARD TABLE FULL - "
004270             "CARD IGNORED"
004280         GO TO 1300-EXIT
004290     END-IF
004300     ADD 1 TO WS-CARD-COUNT
004310     MOVE "N" TO WS-CRD-USED-FLAG (WS-CARD-COUNT)
004320     MOVE CMD-VERB (1:1) TO WS-CRD-ACTION (WS-CARD-COUNT)
004330     MOVE CMD-SOURCE TO WS-CRD-SOURCE (WS-CARD-COUNT)
004340     MOVE CMD-TARGET-KEY TO WS-CRD-TARGET-KEY (WS-CARD-COUNT)
004350     MOVE CMD-APPROVER TO WS-CRD-APPROVER (WS-CARD-COUNT)
004360     MOVE CMD-REQUEST-DATE
004370         TO WS-CRD-REQUEST-DATE (WS-CARD-COUNT).
004380 1300-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410*    2000-PROCESS-CARRIED - THE PENDING QUEUE FROM EARLIER RUNS.
004420*    IT IS READ FIRST SO A CARD WITH NO REQUEST DATE TAKES THE
004430*    OLDEST CHANGE.  A MISSING FILE IS A NORMAL FIRST RUN
004440*----------------------------------------------------------------
004450 2000-PROCESS-CARRIED.
004460     OPEN INPUT PENDIN
004470     IF WS-PENDIN-STATUS NOT = "00"
004480         SET CARRY-EOF TO TRUE
004490         GO TO 2000-EXIT
004500     END-IF
004510     PERFORM 2100-READ-CARRIED THRU 2100-EXIT
004520     PERFORM 2200-WORK-ONE-CARRIED THRU 2200-EXIT
004530         UNTIL CARRY-EOF
004540     CLOSE PENDIN.
004550 2000-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580*    2100-READ-CARRIED
004590*----------------------------------------------------------------
004600 2100-READ-CARRIED.
004610     READ PENDIN INTO PEND-RECORD
004620         AT END
004630             SET CARRY-EOF TO TRUE
004640         NOT AT END
004650             ADD 1 TO WS-CARRIED-IN-COUNT
004660     END-READ.
004670 2100-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700*    2200-WORK-ONE-CARRIED
004710*----------------------------------------------------------------
004720 2200-WORK-ONE-CARRIED.
004730     PERFORM 4000-WORK-ONE-CHANGE THRU 4000-EXIT
004740     PERFORM 2100-READ-CARRIED THRU 2100-EXIT.
004750 2200-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780*    3000-PROCESS-FRESH - THE REQUESTS WRITTEN SINCE THE LAST
004790*    RUN, ALREADY STAMPED WITH THEIR REQUESTER AND DATE
004800*----------------------------------------------------------------
004810 3000-PROCESS-FRESH.
004820     OPEN INPUT PENDCHG
004830     IF WS-PENDCHG-STATUS NOT = "00"
004840         SET FRESH-EOF TO TRUE
004850         GO TO 3000-EXIT
004860     END-IF
004870     PERFORM 3100-READ-FRESH THRU 3100-EXIT
004880     PERFORM 3200-WORK-ONE-FRESH THRU 3200-EXIT
004890         UNTIL FRESH-EOF
004900     CLOSE PENDCHG.
004910 3000-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940*    3100-READ-FRESH
004950*----------------------------------------------------------------
004960 3100-READ-FRESH.
004970     READ PENDCHG INTO PEND-RECORD
004980         AT END
004990             SET FRESH-EOF TO TRUE
005000         NOT AT END
005010             ADD 1 TO WS-FRESH-COUNT
005020     END-READ.
005030 3100-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060*    3200-WORK-ONE-FRESH
005070*----------------------------------------------------------------
005080 3200-WORK-ONE-FRESH.
005090     PERFORM 4000-WORK-ONE-CHANGE THRU 4000-EXIT
005100     PERFORM 3100-READ-FRESH THRU 3100-EXIT.
005110 3200-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140*    4000-WORK-ONE-CHANGE - ONE PENDING CHANGE, CARRIED OR
005150*    FRESH.  ITS AGE IS TAKEN FROM THE REQUEST DATE FIRST; A
005160*    CHANGE PAST THE EXPIRY LIMIT EXPIRES WHETHER OR NOT A CARD
005170*    NAMES IT, SINCE NOBODY APPROVED IT IN TIME.  OTHERWISE A
005180*    MATCHING CARD APPROVES OR DENIES IT, AND ANYTHING ELSE IS
005190*    CARRIED FORWARD.  A CHANGE CARRIED IN ALREADY APPROVED IS
005200*    REISSUED BEFORE ANY OF THIS, SINCE IT WAS DECIDED IN TIME
005210*----------------------------------------------------------------
005220 4000-WORK-ONE-CHANGE.
005230     IF PEND-REQUEST-DATE NOT NUMERIC
005240         OR PEND-REQUEST-DATE = ZERO
005250         MOVE WS-RUN-DATE TO PEND-REQUEST-DATE
005260     END-IF
005270     MOVE PEND-REQUEST-DATE TO WS-SERIAL-WORK-DATE
005280     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
005290     MOVE WS-DATE-SERIAL TO WS-REQUEST-SERIAL
005300     COMPUTE WS-CHANGE-AGE
005310         = WS-TODAY-SERIAL - WS-REQUEST-SERIAL
005320     IF PEND-IS-APPROVED
005330         PERFORM 4250-REISSUE-APPROVED THRU 4250-EXIT
005340         GO TO 4000-EXIT
005350     END-IF
005360     IF WS-CHANGE-AGE > WS-EXPIRY-DAYS
005370         PERFORM 4500-EXPIRE-CHANGE THRU 4500-EXIT
005380         GO TO 4000-EXIT
005390     END-IF
005400     MOVE ZERO TO WS-MATCHED-SUB
005410     IF WS-CARD-COUNT > ZERO
005420         PERFORM 4100-MATCH-ONE-CARD THRU 4100-EXIT
005430             VARYING WS-CARD-SUB FROM 1 BY 1
005440             UNTIL WS-CARD-SUB > WS-CARD-COUNT
005450                 OR WS-MATCHED-SUB > ZERO
005460     END-IF
005470     IF WS-MATCHED-SUB = ZERO
005480         PERFORM 4400-CARRY-FORWARD THRU 4400-EXIT
005490         GO TO 4000-EXIT
005500     END-IF
005510     MOVE "Y" TO WS-CRD-USED-FLAG (WS-MATCHED-SUB)
005520     IF CARD-APPROVES (WS-MATCHED-SUB)
005530         AND WS-CRD-APPROVER (WS-MATCHED-SUB) = PEND-REQUESTER
005540         PERFORM 4600-REFUSE-SELF-APPROVAL THRU 4600-EXIT
005550         PERFORM 4400-CARRY-FORWARD THRU 4400-EXIT
005560         GO TO 4000-EXIT
005570     END-IF
005580     MOVE WS-CRD-APPROVER (WS-MATCHED-SUB) TO PEND-APPROVER
005590     MOVE WS-RUN-DATE TO PEND-ACTION-DATE
005600     IF CARD-APPROVES (WS-MATCHED-SUB)
005610         PERFORM 4200-APPROVE-CHANGE THRU 4200-EXIT
005620     ELSE
005630         PERFORM 4300-DENY-CHANGE THRU 4300-EXIT
005640     END-IF.
005650 4000-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680*    4100-MATCH-ONE-CARD - FIRST UNUSED CARD FOR THE PROGRAM
005690*    AND KEY WINS; A CARD THAT NAMES A REQUEST DATE MATCHES
005700*    ONLY A CHANGE REQUESTED THAT DAY
005710*----------------------------------------------------------------
005720 4100-MATCH-ONE-CARD.
005730     IF NOT APPROVAL-CARD-USED (WS-CARD-SUB)
005740         AND WS-CRD-SOURCE (WS-CARD-SUB) = PEND-SOURCE
005750         AND WS-CRD-TARGET-KEY (WS-CARD-SUB) = PEND-KEY
005760         AND (WS-CRD-REQUEST-DATE (WS-CARD-SUB) = SPACES
005770           OR WS-CRD-REQUEST-DATE (WS-CARD-SUB)
005780                = PEND-REQUEST-DATE)
005790         MOVE WS-CARD-SUB TO WS-MATCHED-SUB
005800     END-IF.
005810 4100-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840*    4200-APPROVE-CHANGE - THE CHANGE GOES TO CHGAPRV FOR THE
005850*    OWNING PROGRAM TO APPLY, AND THE DECISION TO THE CHGLOG.
005860*    THE OWNING PROGRAM RE-READS THE MASTER WHEN IT APPLIES THE
005870*    CHANGE, SO ONE THAT NO LONGER FITS IS REFUSED THERE
005880*----------------------------------------------------------------
005890 4200-APPROVE-CHANGE.
005900     SET PEND-IS-APPROVED TO TRUE
005910     WRITE CHGAPRV-RECORD FROM PEND-RECORD
005920     PERFORM 4700-LOG-DECISION THRU 4700-EXIT
005930     ADD 1 TO WS-APPROVED-COUNT
005940     MOVE "APPROVED " TO CHG-DET-TAG
005950     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005960 4200-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990*    4250-REISSUE-APPROVED - AN APPROVAL ALREADY LOGGED BUT NOT
006000*    YET APPLIED, CARRIED BACK BY THE APPLY STEP.  IT GOES
006010*    STRAIGHT BACK TO CHGAPRV WITH ITS ORIGINAL APPROVER
006020*----------------------------------------------------------------
006030 4250-REISSUE-APPROVED.
006040     WRITE CHGAPRV-RECORD FROM PEND-RECORD
006050     ADD 1 TO WS-REISSUED-COUNT
006060     MOVE "REISSUED " TO CHG-DET-TAG
006070     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
006080 4250-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110*    4300-DENY-CHANGE - A DENIED CHANGE IS NEVER APPLIED; THE
006120*    CHGLOG KEEPS THE CARD, BOTH OPERATORS, AND THE DATE
006130*----------------------------------------------------------------
006140 4300-DENY-CHANGE.
006150     SET PEND-IS-DENIED TO TRUE
006160     PERFORM 4700-LOG-DECISION THRU 4700-EXIT
006170     ADD 1 TO WS-DENIED-COUNT
006180     MOVE "DENIED   " TO CHG-DET-TAG
006190     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
006200 4300-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230*    4400-CARRY-FORWARD - STILL UNDECIDED.  KEEP THE ORIGINAL
006240*    REQUEST DATE SO THE EXPIRY CLOCK KEEPS RUNNING
006250*----------------------------------------------------------------
006260 4400-CARRY-FORWARD.
006270     SET PEND-IS-PENDING TO TRUE
006280     MOVE SPACES TO PEND-APPROVER
006290     MOVE ZERO TO PEND-ACTION-DATE
006300     WRITE PENDNEW-RECORD FROM PEND-RECORD
006310     ADD 1 TO WS-CARRIED-OUT-COUNT
006320     MOVE "PENDING  " TO CHG-DET-TAG
006330     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
006340 4400-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370*    4500-EXPIRE-CHANGE - NOBODY APPROVED IT WITHIN THE LIMIT.
006380*    IT IS DROPPED FROM THE QUEUE, LOGGED, AND LISTED WITH ITS
006390*    CARD ON THE EXCEPTIONS REPORT; THE REQUESTER MUST RAISE IT
006400*    AGAIN IF IT IS STILL WANTED
006410*----------------------------------------------------------------
006420 4500-EXPIRE-CHANGE.
006430     SET PEND-IS-EXPIRED TO TRUE
006440     MOVE SPACES TO PEND-APPROVER
006450     MOVE WS-RUN-DATE TO PEND-ACTION-DATE
006460     PERFORM 4700-LOG-DECISION THRU 4700-EXIT
006470     ADD 1 TO WS-EXPIRED-COUNT
006480     MOVE "EXPIRED  " TO CHG-DET-TAG
006490     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
006500     PERFORM 8600-WRITE-EXCEPTION THRU 8600-EXIT.
006510 4500-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540*    4600-REFUSE-SELF-APPROVAL - THE REQUESTER CANNOT APPROVE
006550*    THE CHANGE.  THE ATTEMPT IS LISTED ON BOTH REPORTS
006560*    AND THE CHANGE STAYS PENDING FOR A SECOND OPERATOR
006570*----------------------------------------------------------------
006580 4600-REFUSE-SELF-APPROVAL.
006590     ADD 1 TO WS-SELF-APPROVAL-COUNT
006600     MOVE "APPROVAL REFUSED - APPROVER IS THE REQUESTER"
006610         TO CHG-MSG-TEXT
006620     PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
006630     MOVE PEND-REQUESTER TO PEND-APPROVER
006640     MOVE "SELFAPPR " TO CHG-DET-TAG
006650     PERFORM 8600-WRITE-EXCEPTION THRU 8600-EXIT.
006660 4600-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690*    4700-LOG-DECISION
006700*----------------------------------------------------------------
006710 4700-LOG-DECISION.
006720     WRITE CHGLOG-RECORD FROM PEND-RECORD
006730     IF WS-CHGLOG-STATUS NOT = "00"
006740         DISPLAY "CHGAPPR: CHGLOG WRITE FAILED - STATUS "
006750             WS-CHGLOG-STATUS " KEY " PEND-KEY
006760     END-IF.
006770 4700-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800*    7000-DATE-TO-SERIAL - TURN THE YYYYMMDD IN THE WORK FIELD
006810*    INTO A DAY SERIAL SO TWO DATES SUBTRACT TO AN AGE IN DAYS.
006820*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
006830*    PRIOR YEAR SO THE LEAP DAY SITS AT THE END OF THE CYCLE;
006840*    AN UNREADABLE DATE COMES BACK AS TODAY (AGE ZERO)
006850*----------------------------------------------------------------
006860 7000-DATE-TO-SERIAL.
006870     IF WS-SERIAL-WORK-DATE NOT NUMERIC
006880         OR WS-SERIAL-WORK-DATE = ZERO
006890         MOVE WS-TODAY-SERIAL TO WS-DATE-SERIAL
006900         GO TO 7000-EXIT
006910     END-IF
006920     MOVE WS-SERIAL-YYYY TO WS-SERIAL-YEAR
006930     MOVE WS-SERIAL-MM TO WS-SERIAL-MONTH
006940     IF WS-SERIAL-MONTH < 3
006950         SUBTRACT 1 FROM WS-SERIAL-YEAR
006960         ADD 12 TO WS-SERIAL-MONTH
006970     END-IF
006980     COMPUTE WS-DATE-SERIAL
006990         = (365 * WS-SERIAL-YEAR) + WS-SERIAL-DD
007000     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-PART
007010     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
007020     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-PART
007030     SUBTRACT WS-SERIAL-PART FROM WS-DATE-SERIAL
007040     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-PART
007050     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
007060     COMPUTE WS-SERIAL-PART
007070         = (153 * (WS-SERIAL-MONTH + 1)) / 5
007080     ADD WS-SERIAL-PART TO WS-DATE-SERIAL.
007090 7000-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120*    8000-FINALIZE - TOTALS ON BOTH REPORTS AND THE STEP
007130*    RETURN CODE
007140*----------------------------------------------------------------
007150 8000-FINALIZE.
007160     PERFORM 8300-COUNT-UNUSED-CARDS THRU 8300-EXIT
007170         VARYING WS-CARD-SUB FROM 1 BY 1
007180         UNTIL WS-CARD-SUB > WS-CARD-COUNT
007190     MOVE "CHANGES CARRIED IN:           " TO CHG-CNT-LABEL
007200     MOVE WS-CARRIED-IN-COUNT TO CHG-CNT-VALUE
007210     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007220     MOVE "NEW REQUESTS READ:            " TO CHG-CNT-LABEL
007230     MOVE WS-FRESH-COUNT TO CHG-CNT-VALUE
007240     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007250     MOVE "APPROVED FOR APPLYING:        " TO CHG-CNT-LABEL
007260     MOVE WS-APPROVED-COUNT TO CHG-CNT-VALUE
007270     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007280     MOVE "APPROVALS REISSUED:           " TO CHG-CNT-LABEL
007290     MOVE WS-REISSUED-COUNT TO CHG-CNT-VALUE
007300     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007310     MOVE "DENIED:                       " TO CHG-CNT-LABEL
007320     MOVE WS-DENIED-COUNT TO CHG-CNT-VALUE
007330     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007340     MOVE "EXPIRED:                      " TO CHG-CNT-LABEL
007350     MOVE WS-EXPIRED-COUNT TO CHG-CNT-VALUE
007360     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007370     MOVE "STILL PENDING:                " TO CHG-CNT-LABEL
007380     MOVE WS-CARRIED-OUT-COUNT TO CHG-CNT-VALUE
007390     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007400     MOVE "SELF-APPROVALS REFUSED:       " TO CHG-CNT-LABEL
007410     MOVE WS-SELF-APPROVAL-COUNT TO CHG-CNT-VALUE
007420     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007430     MOVE "CARDS REFUSED - NO APPROVER:  " TO CHG-CNT-LABEL
007440     MOVE WS-REFUSED-CARD-COUNT TO CHG-CNT-VALUE
007450     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007460     MOVE "CARDS NEVER MATCHED:          " TO CHG-CNT-LABEL
007470     MOVE WS-UNUSED-CARD-COUNT TO CHG-CNT-VALUE
007480     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT
007490     CLOSE CHGRPT
007500     MOVE "EXPIRY LIMIT IN DAYS:         " TO CHG-CNT-LABEL
007510     MOVE WS-EXPIRY-DAYS TO CHG-CNT-VALUE
007520     PERFORM 8700-WRITE-EXCEPTION-COUNT THRU 8700-EXIT
007530     MOVE "CHANGES EXPIRED:              " TO CHG-CNT-LABEL
007540     MOVE WS-EXPIRED-COUNT TO CHG-CNT-VALUE
007550     PERFORM 8700-WRITE-EXCEPTION-COUNT THRU 8700-EXIT
007560     MOVE "SELF-APPROVALS REFUSED:       " TO CHG-CNT-LABEL
007570     MOVE WS-SELF-APPROVAL-COUNT TO CHG-CNT-VALUE
007580     PERFORM 8700-WRITE-EXCEPTION-COUNT THRU 8700-EXIT
007590     CLOSE CHGEXC
007600     EVALUATE TRUE
007610         WHEN WS-EXPIRED-COUNT > ZERO
007620             MOVE 8 TO RETURN-CODE
007630         WHEN WS-SELF-APPROVAL-COUNT > ZERO
007640           OR WS-REFUSED-CARD-COUNT > ZERO
007650           OR WS-UNUSED-CARD-COUNT > ZERO
007660             MOVE 4 TO RETURN-CODE
007670         WHEN OTHER
007680             MOVE ZERO TO RETURN-CODE
007690     END-EVALUATE.
007700 8000-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730*    8100-WRITE-DETAIL - ONE LINE PER CHANGE WORKED, TAGGED
007740*    APPROVED, REISSUED, DENIED, EXPIRED, OR PENDING, WITH
007750*    ITS AGE
007760*----------------------------------------------------------------
007770 8100-WRITE-DETAIL.
007780     PERFORM 8150-BUILD-DETAIL THRU 8150-EXIT
007790     MOVE CHG-DETAIL-LINE TO CHGRPT-RECORD
007800     WRITE CHGRPT-RECORD.
007810 8100-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840*    8150-BUILD-DETAIL - THE CALLER HAS SET THE TAG
007850*----------------------------------------------------------------
007860 8150-BUILD-DETAIL.
007870     MOVE PEND-SOURCE TO CHG-DET-SOURCE
007880     MOVE PEND-VERB TO CHG-DET-VERB
007890     MOVE PEND-KEY TO CHG-DET-KEY
007900     MOVE PEND-REQUESTER TO CHG-DET-REQUESTER
007910     MOVE PEND-REQUEST-DATE TO CHG-DET-REQUEST-DATE
007920     MOVE WS-CHANGE-AGE TO CHG-DET-AGE
007930     MOVE PEND-APPROVER TO CHG-DET-APPROVER.
007940 8150-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*    8200-WRITE-COUNT
007980*----------------------------------------------------------------
007990 8200-WRITE-COUNT.
008000     MOVE CHG-COUNT-LINE TO CHGRPT-RECORD
008010     WRITE CHGRPT-RECORD.
008020 8200-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------
008050*    8300-COUNT-UNUSED-CARDS - A CARD THAT MATCHED NO CHANGE
008060*    USUALLY MEANS THE PROGRAM, KEY, OR DATE WAS MISTYPED, OR
008070*    THE CHANGE HAD ALREADY EXPIRED; SAY SO
008080*----------------------------------------------------------------
008090 8300-COUNT-UNUSED-CARDS.
008100     IF NOT APPROVAL-CARD-USED (WS-CARD-SUB)
008110         ADD 1 TO WS-UNUSED-CARD-COUNT
008120         MOVE "DECISION CARD NEVER MATCHED - TARGET KEY:"
008130             TO CHG-MSG-TEXT
008140         MOVE WS-CRD-TARGET-KEY (WS-CARD-SUB)
008150             TO CHG-MESSAGE-LINE (43:3)
008160         MOVE WS-CRD-SOURCE (WS-CARD-SUB)
008170             TO CHG-MESSAGE-LINE (47:8)
008180         PERFORM 8400-WRITE-MESSAGE THRU 8400-EXIT
008190     END-IF.
008200 8300-EXIT.
008210     EXIT.
008220*----------------------------------------------------------------
008230*    8400-WRITE-MESSAGE
008240*----------------------------------------------------------------
008250 8400-WRITE-MESSAGE.
008260     MOVE CHG-MESSAGE-LINE TO CHGRPT-RECORD
008270     WRITE CHGRPT-RECORD
008280     MOVE SPACES TO CHG-MESSAGE-LINE.
008290 8400-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320*    8600-WRITE-EXCEPTION - THE CHANGE AND ITS FULL CARD TO THE
008330*    EXCEPTIONS REPORT; THE CALLER HAS SET THE TAG
008340*----------------------------------------------------------------
008350 8600-WRITE-EXCEPTION.
008360     PERFORM 8150-BUILD-DETAIL THRU 8150-EXIT
008370     MOVE CHG-DETAIL-LINE TO CHGEXC-RECORD
008380     WRITE CHGEXC-RECORD
008390     MOVE PEND-CARD-IMAGE TO EXC-CARD-IMAGE
008400     MOVE EXC-CARD-LINE TO CHGEXC-RECORD
008410     WRITE CHGEXC-RECORD.
008420 8600-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450*    8700-WRITE-EXCEPTION-COUNT
008460*----------------------------------------------------------------
008470 8700-WRITE-EXCEPTION-COUNT.
008480     MOVE CHG-COUNT-LINE TO CHGEXC-RECORD
008490     WRITE CHGEXC-RECORD.
008500 8700-EXIT.
008510     EXIT.
008520 END PROGRAM CHGAPPR.
