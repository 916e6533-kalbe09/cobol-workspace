000190*                 NOT DATE-CHECKED - A DAILY FEED IS UNDATED)
000200*      OUTOFSEQ - KEY IS LOWER THAN AN EARLIER KEY IN THE FEED
000210*      DUPLICAT - KEY ALREADY WRITTEN TO THE CLEAN FILE
000220*                 (NEVER A RELEASED HOLD - SEE BELOW)
000230*      BADCURR  - CURRENCY CODE HAS NO RATES ON THE RATEMSTR
000240*                 EXCHANGE RATE MASTER (A BLANK CODE IS THE
000250*                 BASE CURRENCY AND ALWAYS PASSES)
000260*      NORATE   - NO RATE FOR THE CURRENCY ON OR BEFORE THE
000270*                 TRANSACTION DATE (TODAY WHEN UNDATED)
000280*      BASEOVFL - AMOUNT IS TOO LARGE ONCE CONVERTED TO THE
000290*                 BASE CURRENCY
000300*  A RELEASED RECORD CARRIES THE OFFICIAL DESCRIPTION FROM THE
000310*  REFERENCE MASTER, NOT THE FEED'S FREE TEXT, SO THE RESULTS
000320*  MASTER AND THE GL EXTRACT ALWAYS SHOW THE OFFICIAL WORDING.
000330*  FEED CONTROL.  THE SENDER WRAPS EACH DAY'S FEED IN A HEADER
000340*  AND A TRAILER RECORD:
000350*      HEADER:  COLS 01-03  "HDR"
000360*               COLS 04-11  FEED DATE YYYYMMDD
000370*               COLS 12-17  FEED SEQUENCE NUMBER
000380*      TRAILER: COLS 01-03  "TRL"
000390*               COLS 04-10  DETAIL RECORD COUNT
000400*               COLS 11-22  DETAIL AMOUNT TOTAL, SIGNED
000410*                           (LEADING SEPARATE SIGN)
000420*  WHEN THE FEEDCTL DATASET IS ALLOCATED TO THE STEP, THE RAW
000430*  FILE IS PROVED BEFORE ANYTHING IS EDITED: EVERY HEADER MUST
000440*  CARRY THE NEXT SEQUENCE NUMBER AFTER THE LAST ONE ACCEPTED
000450*  (A GAP IS A SKIPPED FEED, A LOWER OR EQUAL NUMBER IS A
000460*  REPEATED ONE), AND EVERY TRAILER MUST AGREE WITH THE COUNT
000470*  AND AMOUNT OF THE DETAIL RECORDS BETWEEN IT AND ITS HEADER.
000480*  AFTER THE EDIT, RELEASED PLUS REJECTED DETAIL RECORDS MUST
000490*  PROVE TO THE TRAILER COUNT AND AMOUNT.  RECORDS OUTSIDE ANY
000500*  HEADER/TRAILER PAIR WERE PUT THERE BY OUR OWN JOBS (REPAIRED
000510*  REJECTS FROM RECYCJOB) - THEY
000520*  ARE EDITED AS USUAL BUT ARE NOT PART OF THE SENDER'S
000530*  TOTALS.  THE FEEDRPT REPORT GOES
000540*  TO THE UPSTREAM TEAM.  AN ACCEPTED RUN WRITES THE LAST
000550*  SEQUENCE NUMBER TO THE FEEDNEW WORK DATASET, NOT TO FEEDCTL
000560*  ITSELF; THE JOB COPIES FEEDNEW OVER FEEDCTL ONLY AFTER THE
000570*  DRIVER HAS FINISHED CLEAN, SO A RERUN OF A FAILED NIGHT
000580*  PRESENTS THE SAME HEADER AND FINDS IT STILL IN SEQUENCE.
000590*  JOBS WITHOUT THE FEEDCTL DD
000600*  (THE CATCH-UP BACKLOG) ARE EXEMPT; THERE THE HEADER AND
000610*  TRAILER RECORDS ARE SIMPLY PASSED OVER.
000620*  RELEASED HOLDS.  UNITS HELDAPPR RELEASED FROM THE AMOUNT
000630*  HOLD ARRIVE ON THEIR OWN RELSIN DATASET, READ AFTER THE RAW
000640*  FEED.  ONLY THERE IS THE HOLD-RELEASE MARKER (COL 48) AND
000650*  APPROVER (COLS 49-56) HONORED, AND ONLY WHEN BOTH ARE SET;
000660*  ON EVERY OTHER RECORD BOTH ARE CLEARED BEFORE THE SORT, SO
000670*  NO FEED, BACKLOG, OR RECYCLED REJECT CAN BYPASS THE DRIVER'S
000680*  AMOUNT HOLD.  A RELEASED UNIT IS EXEMPT FROM THE KEY-
000690*  SEQUENCE EDIT; THE SORT PUTS IT BACK IN ITS PLACE, BEHIND ANY
000700*  FEED RECORD WITH THE SAME DATE AND KEY.  IT IS NEVER TREATED
000710*  AS A DUPLICATE: IT WAS DE-DUPLICATED THE NIGHT IT WAS HELD,
000720*  AND ITS IMAGE STILL CARRIES THAT NIGHT'S (USUALLY UNDATED)
000730*  DATE, SO TONIGHT'S FEED REUSING THE KEY MUST NOT CROWD IT
000740*  OUT.  JOBS WITHOUT THE RELSIN DD RELEASE NOTHING.
000750*  RETURN CODES:
000760*      00 - CLEAN FILE WRITTEN, NOTHING REJECTED
000770*      04 - CLEAN FILE WRITTEN, ONE OR MORE RECORDS REJECTED
000780*      08 - NO USABLE RECORDS, OR THE REFERENCE MASTER IS NOT
000790*           AVAILABLE - DO NOT RUN THE DRIVER STEP
000800*      12 - FEED CONTROL FAILURE (SHORT OR OUT-OF-BALANCE
000810*           FEED, SKIPPED OR REPEATED SEQUENCE NUMBER, OR AN
000820*           EDIT THAT DOES NOT PROVE TO THE TRAILER) - CLEAN
000830*           FILE LEFT EMPTY, SEE FEEDRPT.  A FEED REFUSED
000840*           BEFORE THE EDIT HAS NOTHING REJECTED; ONE THAT
000850*           FAILS THE PROOF AFTER THE EDIT HAS ITS REJECTS
000860*           ALREADY ON THE REJECTS DATASET
000870*----------------------------------------------------------------
000880*  MODIFICATION HISTORY
000890*  DATE       INIT  DESCRIPTION
000900*  08/22/26   JPM   ORIGINAL VERSION.
000910*  08/22/26   JPM   BACKLOG SUPPORT - RECORDS NOW CARRY A
000920*                   TRANSACTION DATE.  THE SORT ORDERS ON DATE
000930*                   THEN KEY AND THE DUPLICATE CHECK WORKS ON
000940*                   THE DATE/KEY PAIR.  THE SEQUENCE CHECK NOW
000950*                   APPLIES WITHIN EACH DATE'S BLOCK OF THE
000960*                   FEED ONLY - A MULTI-DATE BACKLOG IS SEVERAL
000970*                   DAILY FEEDS LAID END TO END, AND THE ORDER
000980*                   OF THE DAYS IS THE SORT'S JOB, NOT A REASON
000990*                   TO REJECT.  A BLANK OR UNREADABLE DATE IS
001000*                   NORMALIZED TO ZEROS (UNDATED), WHICH SORTS
001010*                   FIRST AND LEAVES A DAILY FEED BEHAVING
001020*                   EXACTLY AS BEFORE.
001030*  08/22/26   JPM   DATE NORMALIZATION NOW HAPPENS IN A WORK
001040*                   FIELD AND IS APPLIED TO THE RECORD ONLY ON
001050*                   THE RELEASE PATH - A REJECTED RECORD'S
001060*                   80-BYTE IMAGE NOW SHOWS THE DATE EXACTLY
001070*                   AS THE UPSTREAM TEAM SENT IT.
001080*  09/02/26   JPM   ADDED THE REFMSTR REFERENCE-MASTER EDIT.
001090*                   A NUMERIC KEY THAT IS NOT AN ACTIVE ENTRY
001100*                   ON THE REFERENCE MASTER IS REJECTED WITH
001110*                   THE NEW NOTONREF REASON CODE INSTEAD OF
001120*                   DRIVING A UNIT OF WORK AND POSTING A
001130*                   PHANTOM MASTER RECORD, AND EVERY RELEASED
001140*                   RECORD NOW CARRIES THE OFFICIAL REFERENCE
001150*                   DESCRIPTION IN PLACE OF THE FEED'S FREE
001160*                   TEXT.  A MISSING REFERENCE MASTER ENDS THE
001170*                   STEP RC=8 BEFORE THE SORT RUNS.
001180*  09/02/26   JPM   THE FEED NOW CARRIES A SIGNED MONETARY
001190*                   AMOUNT.  LIKE THE DATE, AN UNREADABLE
001200*                   AMOUNT IS NORMALIZED (TO SIGNED ZERO) IN A
001210*                   WORK FIELD AND WRITTEN BACK ONLY ON THE
001220*                   RELEASE PATH, SO THE DRIVER AND EVERYTHING
001230*                   BEHIND IT CAN TRUST THE FIELD TO ADD.
001240*  09/02/26   JPM   POSTS A START AND AN END ROW TO THE SHARED
001250*                   RUNSTAT NIGHT-RUN STATUS FILE THROUGH THE
001260*                   STATPOST SUBPROGRAM.
001270*  09/02/26   JPM   ADDED THE BADDATE EDIT.  A DATED RECORD
001280*                   WHOSE DATE IS IN THE FUTURE OR FALLS ON A
001290*                   NON-BUSINESS DAY (BUSDAY SUBPROGRAM, THE
001300*                   CALFILE CALENDAR) IS REJECTED BEFORE IT
001310*                   CAN REACH THE DRIVER'S CHECKPOINT LOGIC.
001320*                   UNDATED RECORDS PASS EXACTLY AS BEFORE.
001330*  09/02/26   JPM   RESEQUENCED THE SOURCE DECK - REPEATED
001340*                   INSERTS HAD USED UP THE NUMBER GAPS.
001350*  10/15/26   JPM   ADDED FEED CONTROL.  THE SENDER'S HEADER
001360*                   AND TRAILER RECORDS ARE PROVED AGAINST THE
001370*                   DETAIL RECORDS AND THE FEEDCTL LAST-
001380*                   ACCEPTED SEQUENCE NUMBER BEFORE THE EDIT
001390*                   RUNS; A SHORT, OUT-OF-BALANCE, SKIPPED, OR
001400*                   REPEATED FEED ENDS THE STEP RC=12 WITH THE
001410*                   FEEDRPT REPORT AND AN EMPTY CLEAN FILE.
001420*                   RESEQUENCED THE SOURCE DECK.
001430*  10/15/26   JPM   A DETAIL RECORD INSIDE A SENDER'S HEADER/
001440*                   TRAILER PAIR HAS THE HOLD-RELEASE MARKER
001450*                   AND APPROVER CLEARED ON THE RELEASE PATH -
001460*                   ONLY A UNIT HELDAPPR PUT BACK INTO THE RAW
001470*                   FEED MAY BYPASS THE DRIVER'S AMOUNT HOLD.
001480*                   SUCH A RELEASED UNIT, APPENDED AFTER THE
001490*                   FEED, IS EXEMPT FROM THE KEY-SEQUENCE EDIT;
001500*                   THE SORT PUTS IT BACK IN ITS PLACE.
001510*  10/15/26   JPM   ADDED THE CURRENCY EDIT.  EACH DETAIL RECORD
001520*                   IS CONVERTED THROUGH RATESEL AT THE RATE IN
001530*                   FORCE ON ITS DATE AND REJECTED BADCURR,
001540*                   NORATE, OR BASEOVFL WHEN IT CANNOT BE.  A
001550*                   BLANK CURRENCY IS WRITTEN BACK AS THE BASE
001560*                   CODE ON THE RELEASE PATH.  THE SENDER'S
001570*                   TRAILER STILL PROVES ON THE AMOUNTS AS SENT.
001580*  10/15/26   JPM   THE HOLD-RELEASE MARKER IS NOW HONORED ONLY ON
001590*                   A RECORD READ FROM THE NEW RELSIN DATASET OF
001600*                   HELDAPPR RELEASES, AND ONLY WITH AN APPROVER.
001610*                   IT WAS KEPT ON ANY RECORD OUTSIDE A SENDER'S
001620*                   ENVELOPE, SO A RECYCLED REJECT OR A BACKLOG
001630*                   RECORD CARRYING AN R IN COL 48 SKIPPED THE
001640*                   AMOUNT HOLD.  BOTH FIELDS ARE NOW CLEARED ON
001650*                   EVERY OTHER RECORD THAT REACHES THE SORT.
001660*                   RESEQUENCED THE SOURCE DECK.
001670*  10/15/26   JPM   AN ACCEPTED FEED'S SEQUENCE NUMBER NOW GOES TO
001680*                   THE NEW FEEDNEW WORK DATASET INSTEAD OF
001690*                   REWRITING FEEDCTL.  THE JOB COPIES IT OVER
001700*                   FEEDCTL AFTER A CLEAN DRIVER RUN; STAMPING
001710*                   FEEDCTL HERE MADE A RERUN OF A FAILED NIGHT
001720*                   REFUSE ITS OWN FEED AS REPEATED.  RESEQUENCED
001730*                   THE SOURCE DECK.
001740*  10/15/26   JPM   A RELEASED HOLD IS NO LONGER REJECTED AS A
001750*                   DUPLICATE OF A FEED RECORD THAT REUSES ITS
001760*                   DATE AND KEY - IT WAS RECYCLED WITH ITS MARKER
001770*                   CLEARED, HELD AGAIN, AND NEVER POSTED.  THE
001780*                   SORT PUTS IT BEHIND THE FEED RECORD.  A FEED
001790*                   THAT FAILS THE POST-EDIT PROOF NOW ALSO LEAVES
001800*                   THE CLEAN FILE EMPTY.  RESEQUENCED THE SOURCE
001810*                   DECK.
001820*****************************************************************
001830 IDENTIFICATION DIVISION.
001840 PROGRAM-ID. TRANEDIT.
001850 AUTHOR. J P MEYER.
001860 INSTALLATION. BATCH SYSTEMS GROUP.
001870 DATE-WRITTEN. 08/22/26.
001880 DATE-COMPILED.
001890 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
001910 FILE-CONTROL.
001920     SELECT TRANRAW ASSIGN TO TRANRAW
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-TRANRAW-STATUS.
001950     SELECT RELSIN ASSIGN TO RELSIN
001960         ORGANIZATION IS SEQUENTIAL
001970         FILE STATUS IS WS-RELSIN-STATUS.
001980     SELECT CLEANTRN ASSIGN TO CLEANTRN
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS WS-CLEANTRN-STATUS.
002010     SELECT REJECTS ASSIGN TO REJECTS
002020         ORGANIZATION IS SEQUENTIAL
002030         FILE STATUS IS WS-REJECTS-STATUS.
002040     SELECT REFMSTR ASSIGN TO REFMSTR
002050         ORGANIZATION IS INDEXED
002060         ACCESS MODE IS RANDOM
002070         RECORD KEY IS REF-KEY
002080         FILE STATUS IS WS-REFMSTR-STATUS.
002090     SELECT FEEDCTL ASSIGN TO FEEDCTL
002100         ORGANIZATION IS SEQUENTIAL
002110         FILE STATUS IS WS-FEEDCTL-STATUS.
002120     SELECT FEEDNEW ASSIGN TO FEEDNEW
002130         ORGANIZATION IS SEQUENTIAL
002140         FILE STATUS IS WS-FEEDNEW-STATUS.
002150     SELECT FEEDRPT ASSIGN TO FEEDRPT
002160         ORGANIZATION IS SEQUENTIAL
002170         FILE STATUS IS WS-FEEDRPT-STATUS.
002180     SELECT SORTFILE ASSIGN TO SORTWK01.
002190 DATA DIVISION.
002200 FILE SECTION.
002210 FD  TRANRAW
002220     RECORD CONTAINS 80 CHARACTERS
002230     RECORDING MODE IS F.
002240 01  TRANRAW-RECORD.
002250     05  RAW-TRAN-KEY               PIC 999.
002260     05  RAW-TRAN-DESCRIPTION       PIC X(25).
002270     05  RAW-TRAN-TYPE-CODE         PIC X(01).
002280     05  RAW-TRAN-DATE              PIC X(08).
002290     05  RAW-TRAN-AMOUNT            PIC X(10).
002300     05  RAW-TRAN-HOLD-RELEASE      PIC X(01).
002310         88  RAW-IS-RELEASED         VALUE "R".
002320     05  RAW-TRAN-APPROVER          PIC X(08).
002330     05  RAW-TRAN-CURRENCY          PIC X(03).
002340     05  FILLER                     PIC X(21).
002350 01  TRANRAW-HEADER REDEFINES TRANRAW-RECORD.
002360     05  RAW-RECORD-TYPE            PIC X(03).
002370         88  RAW-IS-HEADER           VALUE "HDR".
002380         88  RAW-IS-TRAILER          VALUE "TRL".
002390     05  RAW-HDR-FEED-DATE          PIC X(08).
002400     05  RAW-HDR-FEED-SEQ           PIC X(06).
002410     05  RAW-HDR-FEED-SEQ-N REDEFINES RAW-HDR-FEED-SEQ
002420                                    PIC 9(06).
002430     05  FILLER                     PIC X(63).
002440 01  TRANRAW-TRAILER REDEFINES TRANRAW-RECORD.
002450     05  FILLER                     PIC X(03).
002460     05  RAW-TRL-COUNT              PIC X(07).
002470     05  RAW-TRL-COUNT-N REDEFINES RAW-TRL-COUNT
002480                                    PIC 9(07).
002490     05  RAW-TRL-AMOUNT             PIC X(12).
002500     05  RAW-TRL-AMOUNT-N REDEFINES RAW-TRL-AMOUNT
002510                                    PIC S9(09)V99
002520                                    SIGN LEADING SEPARATE.
002530     05  FILLER                     PIC X(58).
002540 FD  RELSIN
002550     RECORD CONTAINS 80 CHARACTERS
002560     RECORDING MODE IS F.
002570 01  RELSIN-RECORD                 PIC X(80).
002580 FD  CLEANTRN
002590     RECORD CONTAINS 80 CHARACTERS
002600     RECORDING MODE IS F.
002610 COPY TRANREC.
002620 FD  REJECTS
002630     RECORD CONTAINS 88 CHARACTERS
002640     RECORDING MODE IS F.
002650 01  REJECTS-RECORD.
002660     05  REJ-REASON-CODE            PIC X(08).
002670     05  REJ-TRAN-IMAGE             PIC X(80).
002680 FD  REFMSTR
002690     RECORD CONTAINS 80 CHARACTERS.
002700 COPY REFREC.
002710 FD  FEEDCTL
002720     RECORD CONTAINS 80 CHARACTERS
002730     RECORDING MODE IS F.
002740 01  FEEDCTL-RECORD.
002750     05  FCTL-LAST-FEED-SEQ         PIC 9(06).
002760     05  FCTL-LAST-FEED-DATE        PIC 9(08).
002770     05  FCTL-LAST-RUN-DATE         PIC 9(08).
002780     05  FILLER                     PIC X(58).
002790 FD  FEEDNEW
002800     RECORD CONTAINS 80 CHARACTERS
002810     RECORDING MODE IS F.
002820 01  FEEDNEW-RECORD.
002830     05  FNEW-LAST-FEED-SEQ         PIC 9(06).
002840     05  FNEW-LAST-FEED-DATE        PIC 9(08).
002850     05  FNEW-LAST-RUN-DATE         PIC 9(08).
002860     05  FILLER                     PIC X(58).
002870 FD  FEEDRPT
002880     RECORD CONTAINS 80 CHARACTERS
002890     RECORDING MODE IS F.
002900 01  FEEDRPT-RECORD                 PIC X(80).
002910 SD  SORTFILE.
002920 01  SORT-RECORD.
002930     05  SORT-TRAN-KEY              PIC 999.
002940     05  FILLER                     PIC X(26).
002950     05  SORT-TRAN-DATE             PIC 9(08).
002960     05  FILLER                     PIC X(10).
002970     05  SORT-TRAN-HOLD-RELEASE     PIC X(01).
002980         88  SORT-IS-RELEASED        VALUE "R".
002990     05  FILLER                     PIC X(32).
003000 WORKING-STORAGE SECTION.
003010 COPY RUNSREC.
003020 COPY BUSDREC.
003030 COPY RATSREC.
003040 01  WS-TRANRAW-STATUS              PIC X(02) VALUE "00".
003050 01  WS-RELSIN-STATUS               PIC X(02) VALUE "00".
003060 01  WS-CLEANTRN-STATUS             PIC X(02) VALUE "00".
003070 01  WS-REJECTS-STATUS              PIC X(02) VALUE "00".
003080 01  WS-REFMSTR-STATUS              PIC X(02) VALUE "00".
003090 77  WS-RAW-EOF-SWITCH              PIC X(01) VALUE "N".
003100     88  RAW-EOF                     VALUE "Y".
003110 77  WS-RAW-SOURCE-SWITCH           PIC X(01) VALUE "F".
003120     88  READING-FEED                VALUE "F".
003130     88  READING-RELEASES            VALUE "R".
003140 77  WS-RELSIN-OPEN-SWITCH          PIC X(01) VALUE "N".
003150     88  RELSIN-OPEN                 VALUE "Y".
003160 77  WS-RELEASE-OK-SWITCH           PIC X(01) VALUE "N".
003170     88  HELDAPPR-RELEASE            VALUE "Y".
003180 77  WS-SORT-EOF-SWITCH             PIC X(01) VALUE "N".
003190     88  SORT-EOF                    VALUE "Y".
003200 77  WS-FIRST-CLEAN-SWITCH          PIC X(01) VALUE "Y".
003210     88  FIRST-CLEAN-RECORD          VALUE "Y".
003220 77  WS-READ-COUNT                  PIC 9(05) VALUE ZERO.
003230 77  WS-RELEASED-COUNT              PIC 9(05) VALUE ZERO.
003240 77  WS-RELSIN-COUNT                PIC 9(05) VALUE ZERO.
003250 77  WS-CLEAN-COUNT                 PIC 9(05) VALUE ZERO.
003260 77  WS-REJECT-COUNT                PIC 9(05) VALUE ZERO.
003270 77  WS-BADKEY-COUNT                PIC 9(05) VALUE ZERO.
003280 77  WS-BLANKDSC-COUNT              PIC 9(05) VALUE ZERO.
003290 77  WS-OUTOFSEQ-COUNT              PIC 9(05) VALUE ZERO.
003300 77  WS-DUPLICAT-COUNT              PIC 9(05) VALUE ZERO.
003310 77  WS-NOTONREF-COUNT              PIC 9(05) VALUE ZERO.
003320 77  WS-BADDATE-COUNT               PIC 9(05) VALUE ZERO.
003330 77  WS-BADCURR-COUNT               PIC 9(05) VALUE ZERO.
003340 77  WS-NORATE-COUNT                PIC 9(05) VALUE ZERO.
003350 77  WS-BASEOVFL-COUNT              PIC 9(05) VALUE ZERO.
003360 77  WS-REF-OPEN-SWITCH             PIC X(01) VALUE "N".
003370     88  REF-MASTER-OPEN             VALUE "Y".
003380 77  WS-REF-MATCH-SWITCH            PIC X(01) VALUE "N".
003390     88  KEY-ON-REFERENCE            VALUE "Y".
003400     88  KEY-NOT-ON-REFERENCE        VALUE "N".
003410 01  WS-REF-OFFICIAL-DESC           PIC X(25) VALUE SPACES.
003420 77  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.
003430 77  WS-DATE-EDIT-SWITCH            PIC X(01) VALUE "Y".
003440     88  EDIT-DATE-ACCEPTABLE        VALUE "Y".
003450     88  EDIT-DATE-REJECTED          VALUE "N".
003460 01  WS-RAW-BLOCK-DATE              PIC X(08) VALUE LOW-VALUES.
003470 01  WS-EDIT-DATE                   PIC X(08) VALUE ZEROS.
003480 01  WS-EDIT-AMOUNT                 PIC X(10) VALUE SPACES.
003490 01  WS-EDIT-AMOUNT-N REDEFINES WS-EDIT-AMOUNT
003500                                    PIC S9(07)V99
003510                                    SIGN LEADING SEPARATE.
003520 01  WS-HIGH-KEY-SEEN               PIC X(03) VALUE LOW-VALUES.
003530 01  WS-THIS-SEQ.
003540     05  WS-THIS-SEQ-DATE           PIC X(08).
003550     05  WS-THIS-SEQ-KEY            PIC X(03).
003560 01  WS-PREV-CLEAN-SEQ              PIC X(11) VALUE LOW-VALUES.
003570 77  WS-REJECT-REASON               PIC X(08) VALUE SPACES.
003580 01  WS-FEEDCTL-STATUS              PIC X(02) VALUE "00".
003590 01  WS-FEEDNEW-STATUS              PIC X(02) VALUE "00".
003600 01  WS-FEEDRPT-STATUS              PIC X(02) VALUE "00".
003610 77  WS-FEED-CONTROL-SWITCH         PIC X(01) VALUE "N".
003620     88  FEED-CONTROL-ACTIVE         VALUE "Y".
003630 77  WS-FEED-REFUSED-SWITCH         PIC X(01) VALUE "N".
003640     88  FEED-REFUSED                VALUE "Y".
003650 77  WS-FEED-BASELINE-SWITCH        PIC X(01) VALUE "N".
003660     88  FEED-BASELINE-KNOWN         VALUE "Y".
003670 77  WS-ENVELOPE-SWITCH             PIC X(01) VALUE "N".
003680     88  INSIDE-ENVELOPE             VALUE "Y".
003690 77  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE "N".
003700     88  SCAN-EOF                    VALUE "Y".
003710 77  WS-LAST-FEED-SEQ               PIC 9(06) VALUE ZERO.
003720 77  WS-NEXT-FEED-SEQ               PIC 9(06) VALUE ZERO.
003730 77  WS-LAST-FEED-DATE              PIC 9(08) VALUE ZERO.
003740 77  WS-FEED-COUNT                  PIC 9(05) VALUE ZERO.
003750 77  WS-CONTROL-REC-COUNT           PIC 9(05) VALUE ZERO.
003760 77  WS-DETAIL-READ-COUNT           PIC 9(05) VALUE ZERO.
003770 77  WS-ENV-DETAIL-COUNT            PIC 9(07) VALUE ZERO.
003780 77  WS-ENV-DETAIL-AMOUNT           PIC S9(09)V99 VALUE ZERO.
003790 77  WS-TRL-COUNT-TOTAL             PIC 9(07) VALUE ZERO.
003800 77  WS-TRL-AMOUNT-TOTAL            PIC S9(09)V99 VALUE ZERO.
003810 77  WS-FEED-RELEASED-COUNT         PIC 9(07) VALUE ZERO.
003820 77  WS-FEED-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
003830 77  WS-FEED-RELEASED-AMOUNT        PIC S9(09)V99 VALUE ZERO.
003840 77  WS-FEED-REJECTED-AMOUNT        PIC S9(09)V99 VALUE ZERO.
003850 77  WS-FEED-PROOF-COUNT            PIC 9(07) VALUE ZERO.
003860 77  WS-FEED-PROOF-AMOUNT           PIC S9(09)V99 VALUE ZERO.
003870 77  WS-LOCAL-REC-COUNT             PIC 9(05) VALUE ZERO.
003880 01  WS-SCAN-AMOUNT                 PIC X(10) VALUE SPACES.
003890 01  WS-SCAN-AMOUNT-N REDEFINES WS-SCAN-AMOUNT
003900                                    PIC S9(07)V99
003910                                    SIGN LEADING SEPARATE.
003920 01  FCR-HEADER-LINE.
003930     05  FILLER                     PIC X(22)
003940         VALUE "FEED CONTROL REPORT - ".
003950     05  FCR-HDR-DATE               PIC 9(08).
003960     05  FILLER                     PIC X(50) VALUE SPACES.
003970 01  FCR-ENVELOPE-LINE.
003980     05  FILLER                     PIC X(19)
003990         VALUE "FEED HEADER - DATE ".
004000     05  FCR-ENV-DATE               PIC X(08).
004010     05  FILLER                     PIC X(10)
004020         VALUE " SEQUENCE ".
004030     05  FCR-ENV-SEQ                PIC X(06).
004040     05  FILLER                     PIC X(37) VALUE SPACES.
004050 01  FCR-DETAIL-LINE.
004060     05  FCR-DET-LABEL              PIC X(34).
004070     05  FCR-DET-COUNT              PIC ZZZZZZ9.
004080     05  FILLER                     PIC X(39) VALUE SPACES.
004090 01  FCR-AMOUNT-LINE.
004100     05  FCR-AMT-LABEL              PIC X(34).
004110     05  FCR-AMT-VALUE              PIC +9(09).99.
004120     05  FILLER                     PIC X(33) VALUE SPACES.
004130 01  FCR-VERDICT-LINE.
004140     05  FCR-VER-LABEL              PIC X(34).
004150     05  FCR-VER-TEXT               PIC X(30).
004160     05  FILLER                     PIC X(16) VALUE SPACES.
004170 PROCEDURE DIVISION.
004180*----------------------------------------------------------------
004190*    0000-MAINLINE
004200*----------------------------------------------------------------
004210 0000-MAINLINE.
004220     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004230     PERFORM 1050-POST-START-STATUS THRU 1050-EXIT
004240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004250     IF NOT REF-MASTER-OPEN
004260         DISPLAY "TRANEDIT: REFMSTR NOT AVAILABLE - STATUS "
004270             WS-REFMSTR-STATUS " - NO FEED CAN BE VALIDATED"
004280         PERFORM 8000-FINALIZE THRU 8000-EXIT
004290         MOVE 8 TO RETURN-CODE
004300         PERFORM 8900-POST-END-STATUS THRU 8900-EXIT
004310         GOBACK
004320     END-IF
004330     PERFORM 1200-CHECK-FEED-CONTROL THRU 1200-EXIT
004340     IF FEED-REFUSED
004350         DISPLAY "TRANEDIT: FEED CONTROL FAILED - NOTHING EDITED"
004360             " - SEE FEEDRPT"
004370         PERFORM 8000-FINALIZE THRU 8000-EXIT
004380         MOVE 12 TO RETURN-CODE
004390         PERFORM 8700-CLOSE-FEED-REPORT THRU 8700-EXIT
004400         PERFORM 8900-POST-END-STATUS THRU 8900-EXIT
004410         GOBACK
004420     END-IF
004430     SORT SORTFILE
004440         ON ASCENDING KEY SORT-TRAN-DATE
004450         ON ASCENDING KEY SORT-TRAN-KEY
004460         ON ASCENDING KEY SORT-TRAN-HOLD-RELEASE
004470         INPUT PROCEDURE IS 2000-EDIT-INPUT THRU 2000-EXIT
004480         OUTPUT PROCEDURE IS 3000-WRITE-CLEAN THRU 3000-EXIT
004490     PERFORM 8000-FINALIZE THRU 8000-EXIT
004500     PERFORM 8500-PROVE-FEED-EDIT THRU 8500-EXIT
004510     PERFORM 8600-STAMP-FEED-CONTROL THRU 8600-EXIT
004520     PERFORM 8700-CLOSE-FEED-REPORT THRU 8700-EXIT
004530     PERFORM 8900-POST-END-STATUS THRU 8900-EXIT
004540     GOBACK.
004550*----------------------------------------------------------------
004560*    1050-POST-START-STATUS - ONE START ROW TO THE SHARED
004570*    NIGHT-RUN STATUS FILE
004580*----------------------------------------------------------------
004590 1050-POST-START-STATUS.
004600     MOVE SPACES TO RUNSTAT-RECORD
004610     MOVE "TRANEDIT" TO RS-PROGRAM
004620     MOVE ZERO TO RS-STREAM
004630     MOVE "START" TO RS-PHASE
004640     MOVE ZERO TO RS-READ-COUNT
004650     MOVE ZERO TO RS-WRITE-COUNT
004660     MOVE ZERO TO RS-RETURN-CODE
004670     CALL "STATPOST" USING RUNSTAT-RECORD.
004680 1050-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710*    1000-INITIALIZE - OPEN THE DATA FILES.  THE RELSIN DATASET
004720*    OF RELEASED HOLDS IS OPTIONAL
004730*----------------------------------------------------------------
004740 1000-INITIALIZE.
004750     OPEN INPUT TRANRAW
004760     IF WS-TRANRAW-STATUS NOT = "00"
004770         DISPLAY "TRANEDIT: TRANRAW NOT AVAILABLE - STATUS "
004780             WS-TRANRAW-STATUS
004790     END-IF
004800     OPEN INPUT RELSIN
004810     IF WS-RELSIN-STATUS = "00"
004820         SET RELSIN-OPEN TO TRUE
004830     END-IF
004840     OPEN OUTPUT CLEANTRN
004850     OPEN OUTPUT REJECTS
004860     OPEN INPUT REFMSTR
004870     IF WS-REFMSTR-STATUS = "00"
004880         MOVE "Y" TO WS-REF-OPEN-SWITCH
004890     END-IF.
004900 1000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930*    1200-CHECK-FEED-CONTROL - ACTIVE ONLY WHEN THE FEEDCTL
004940*    DATASET IS ALLOCATED TO THE STEP.  ONE PASS OF THE RAW
004950*    FILE PROVES EVERY HEADER/TRAILER PAIR BEFORE A SINGLE
004960*    RECORD IS EDITED, SO A BAD FEED LEAVES NO REJECTS BEHIND
004970*    FOR THE RECYCLE TO PICK UP; THE FILE IS THEN REOPENED FOR
004980*    THE EDIT PROPER
004990*----------------------------------------------------------------
005000 1200-CHECK-FEED-CONTROL.
005010     OPEN INPUT FEEDCTL
005020     IF WS-FEEDCTL-STATUS NOT = "00"
005030         GO TO 1200-EXIT
005040     END-IF
005050     SET FEED-CONTROL-ACTIVE TO TRUE
005060     READ FEEDCTL
005070         AT END
005080             CONTINUE
005090         NOT AT END
005100             IF FCTL-LAST-FEED-SEQ NUMERIC
005110                 MOVE FCTL-LAST-FEED-SEQ TO WS-LAST-FEED-SEQ
005120                 SET FEED-BASELINE-KNOWN TO TRUE
005130             END-IF
005140             IF FCTL-LAST-FEED-DATE NUMERIC
005150                 MOVE FCTL-LAST-FEED-DATE TO WS-LAST-FEED-DATE
005160             END-IF
005170     END-READ
005180     CLOSE FEEDCTL
005190     OPEN OUTPUT FEEDRPT
005200     MOVE WS-TODAY-DATE TO FCR-HDR-DATE
005210     MOVE FCR-HEADER-LINE TO FEEDRPT-RECORD
005220     WRITE FEEDRPT-RECORD
005230     IF FEED-BASELINE-KNOWN
005240         MOVE "LAST SEQUENCE ACCEPTED:" TO FCR-DET-LABEL
005250         MOVE WS-LAST-FEED-SEQ TO FCR-DET-COUNT
005260         PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
005270     ELSE
005280         MOVE "LAST SEQUENCE ACCEPTED:" TO FCR-VER-LABEL
005290         MOVE "NONE - FIRST FEED SETS IT" TO FCR-VER-TEXT
005300         PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
005310     END-IF
005320     IF WS-TRANRAW-STATUS NOT = "00"
005330         MOVE "RAW FEED:" TO FCR-VER-LABEL
005340         MOVE "NOT AVAILABLE" TO FCR-VER-TEXT
005350         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
005360         GO TO 1200-EXIT
005370     END-IF
005380     PERFORM 1250-READ-RAW-SCAN THRU 1250-EXIT
005390     PERFORM 1300-SCAN-ONE-RECORD THRU 1300-EXIT
005400         UNTIL SCAN-EOF
005410     IF INSIDE-ENVELOPE
005420         MOVE "FEED TRAILER:" TO FCR-VER-LABEL
005430         MOVE "MISSING - SHORT FEED" TO FCR-VER-TEXT
005440         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
005450     END-IF
005460     IF WS-FEED-COUNT = ZERO
005470         MOVE "FEED HEADER:" TO FCR-VER-LABEL
005480         MOVE "MISSING - NO FEED RECEIVED" TO FCR-VER-TEXT
005490         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
005500     END-IF
005510     MOVE "LOCAL RECORDS OUTSIDE THE FEED:" TO FCR-DET-LABEL
005520     MOVE WS-LOCAL-REC-COUNT TO FCR-DET-COUNT
005530     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
005540     MOVE "N" TO WS-ENVELOPE-SWITCH
005550     CLOSE TRANRAW
005560     OPEN INPUT TRANRAW.
005570 1200-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600*    1250-READ-RAW-SCAN - THE CONTROL PASS READS WITHOUT
005610*    COUNTING; THE EDIT PASS KEEPS THE STEP'S READ COUNT
005620*----------------------------------------------------------------
005630 1250-READ-RAW-SCAN.
005640     READ TRANRAW
005650         AT END
005660             SET SCAN-EOF TO TRUE
005670     END-READ.
005680 1250-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710*    1300-SCAN-ONE-RECORD - A DETAIL RECORD BETWEEN A HEADER
005720*    AND ITS TRAILER COUNTS TOWARD THAT FEED'S TOTALS; AN
005730*    UNREADABLE AMOUNT COUNTS AS ZERO, EXACTLY AS THE EDIT
005740*    WILL NORMALIZE IT.  ANYTHING OUTSIDE A PAIR IS LOCAL
005750*----------------------------------------------------------------
005760 1300-SCAN-ONE-RECORD.
005770     EVALUATE TRUE
005780         WHEN RAW-IS-HEADER
005790             PERFORM 1400-OPEN-ENVELOPE THRU 1400-EXIT
005800         WHEN RAW-IS-TRAILER
005810             PERFORM 1500-CLOSE-ENVELOPE THRU 1500-EXIT
005820         WHEN INSIDE-ENVELOPE
005830             ADD 1 TO WS-ENV-DETAIL-COUNT
005840             MOVE RAW-TRAN-AMOUNT TO WS-SCAN-AMOUNT
005850             IF WS-SCAN-AMOUNT-N NUMERIC
005860                 ADD WS-SCAN-AMOUNT-N TO WS-ENV-DETAIL-AMOUNT
005870             END-IF
005880         WHEN OTHER
005890             ADD 1 TO WS-LOCAL-REC-COUNT
005900     END-EVALUATE
005910     PERFORM 1250-READ-RAW-SCAN THRU 1250-EXIT.
005920 1300-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950*    1400-OPEN-ENVELOPE - A HEADER.  ITS SEQUENCE NUMBER MUST
005960*    BE EXACTLY ONE MORE THAN THE LAST ONE ACCEPTED; THE
005970*    VERY FIRST FEED (NO FEEDCTL RECORD YET) SETS THE BASE
005980*----------------------------------------------------------------
005990 1400-OPEN-ENVELOPE.
006000     IF INSIDE-ENVELOPE
006010         MOVE "FEED TRAILER:" TO FCR-VER-LABEL
006020         MOVE "MISSING - SHORT FEED" TO FCR-VER-TEXT
006030         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006040     END-IF
006050     SET INSIDE-ENVELOPE TO TRUE
006060     ADD 1 TO WS-FEED-COUNT
006070     MOVE ZERO TO WS-ENV-DETAIL-COUNT
006080     MOVE ZERO TO WS-ENV-DETAIL-AMOUNT
006090     MOVE RAW-HDR-FEED-DATE TO FCR-ENV-DATE
006100     MOVE RAW-HDR-FEED-SEQ TO FCR-ENV-SEQ
006110     MOVE FCR-ENVELOPE-LINE TO FEEDRPT-RECORD
006120     WRITE FEEDRPT-RECORD
006130     MOVE "  SEQUENCE CHECK:" TO FCR-VER-LABEL
006140     IF RAW-HDR-FEED-DATE NOT NUMERIC
006150         OR RAW-HDR-FEED-SEQ NOT NUMERIC
006160         MOVE "UNREADABLE HEADER" TO FCR-VER-TEXT
006170         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006180         GO TO 1400-EXIT
006190     END-IF
006200     IF NOT FEED-BASELINE-KNOWN
006210         MOVE "FIRST FEED - ACCEPTED" TO FCR-VER-TEXT
006220         PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
006230         GO TO 1400-ACCEPT-SEQUENCE
006240     END-IF
006250     COMPUTE WS-NEXT-FEED-SEQ = WS-LAST-FEED-SEQ + 1
006260     EVALUATE TRUE
006270         WHEN RAW-HDR-FEED-SEQ-N = WS-NEXT-FEED-SEQ
006280             MOVE "IN SEQUENCE" TO FCR-VER-TEXT
006290             PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
006300         WHEN RAW-HDR-FEED-SEQ-N > WS-NEXT-FEED-SEQ
006310             MOVE "SKIPPED - A FEED IS MISSING" TO FCR-VER-TEXT
006320             PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006330         WHEN OTHER
006340             MOVE "REPEATED - ALREADY ACCEPTED" TO FCR-VER-TEXT
006350             PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006360     END-EVALUATE
006370     IF RAW-HDR-FEED-SEQ-N NOT = WS-NEXT-FEED-SEQ
006380         MOVE "  EXPECTED SEQUENCE:" TO FCR-DET-LABEL
006390         MOVE WS-NEXT-FEED-SEQ TO FCR-DET-COUNT
006400         PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
006410         GO TO 1400-EXIT
006420     END-IF.
006430 1400-ACCEPT-SEQUENCE.
006440     MOVE RAW-HDR-FEED-SEQ-N TO WS-LAST-FEED-SEQ
006450     MOVE RAW-HDR-FEED-DATE TO WS-LAST-FEED-DATE
006460     SET FEED-BASELINE-KNOWN TO TRUE.
006470 1400-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500*    1500-CLOSE-ENVELOPE - A TRAILER.  ITS COUNT AND AMOUNT
006510*    MUST AGREE WITH THE DETAIL RECORDS SINCE THE HEADER
006520*----------------------------------------------------------------
006530 1500-CLOSE-ENVELOPE.
006540     IF NOT INSIDE-ENVELOPE
006550         MOVE "FEED TRAILER:" TO FCR-VER-LABEL
006560         MOVE "NO MATCHING HEADER" TO FCR-VER-TEXT
006570         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006580         GO TO 1500-EXIT
006590     END-IF
006600     MOVE "N" TO WS-ENVELOPE-SWITCH
006610     IF RAW-TRL-COUNT NOT NUMERIC
006620         OR RAW-TRL-AMOUNT-N NOT NUMERIC
006630         MOVE "  FEED TRAILER:" TO FCR-VER-LABEL
006640         MOVE "UNREADABLE TRAILER" TO FCR-VER-TEXT
006650         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006660         GO TO 1500-EXIT
006670     END-IF
006680     ADD RAW-TRL-COUNT-N TO WS-TRL-COUNT-TOTAL
006690     ADD RAW-TRL-AMOUNT-N TO WS-TRL-AMOUNT-TOTAL
006700     MOVE "  TRAILER RECORD COUNT:" TO FCR-DET-LABEL
006710     MOVE RAW-TRL-COUNT-N TO FCR-DET-COUNT
006720     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
006730     MOVE "  DETAIL RECORDS RECEIVED:" TO FCR-DET-LABEL
006740     MOVE WS-ENV-DETAIL-COUNT TO FCR-DET-COUNT
006750     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
006760     MOVE "  TRAILER AMOUNT TOTAL:" TO FCR-AMT-LABEL
006770     MOVE RAW-TRL-AMOUNT-N TO FCR-AMT-VALUE
006780     PERFORM 8150-WRITE-FEED-AMOUNT THRU 8150-EXIT
006790     MOVE "  DETAIL AMOUNT RECEIVED:" TO FCR-AMT-LABEL
006800     MOVE WS-ENV-DETAIL-AMOUNT TO FCR-AMT-VALUE
006810     PERFORM 8150-WRITE-FEED-AMOUNT THRU 8150-EXIT
006820     MOVE "  COUNT PROOF:" TO FCR-VER-LABEL
006830     IF RAW-TRL-COUNT-N = WS-ENV-DETAIL-COUNT
006840         MOVE "IN BALANCE" TO FCR-VER-TEXT
006850         PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
006860     ELSE
006870         MOVE "OUT OF BALANCE" TO FCR-VER-TEXT
006880         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006890     END-IF
006900     MOVE "  AMOUNT PROOF:" TO FCR-VER-LABEL
006910     IF RAW-TRL-AMOUNT-N = WS-ENV-DETAIL-AMOUNT
006920         MOVE "IN BALANCE" TO FCR-VER-TEXT
006930         PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
006940     ELSE
006950         MOVE "OUT OF BALANCE" TO FCR-VER-TEXT
006960         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
006970     END-IF.
006980 1500-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010*    2000-EDIT-INPUT - SORT INPUT PROCEDURE.  EDIT EACH RAW
007020*    RECORD AND RELEASE ONLY THE ACCEPTABLE ONES TO THE SORT
007030*----------------------------------------------------------------
007040 2000-EDIT-INPUT.
007050     PERFORM 2050-READ-RAW THRU 2050-EXIT
007060     PERFORM 2100-EDIT-ONE-RECORD THRU 2100-EXIT
007070         UNTIL RAW-EOF.
007080 2000-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------
007110*    2050-READ-RAW - THE RAW FEED FIRST, THEN THE RELEASED
007120*    HOLDS; A RELEASED UNIT IS NEVER INSIDE A SENDER'S ENVELOPE
007130*----------------------------------------------------------------
007140 2050-READ-RAW.
007150     IF READING-RELEASES
007160         GO TO 2050-READ-RELEASE
007170     END-IF
007180     IF WS-TRANRAW-STATUS = "00"
007190         READ TRANRAW
007200             AT END
007210                 CONTINUE
007220             NOT AT END
007230                 ADD 1 TO WS-READ-COUNT
007240                 GO TO 2050-EXIT
007250         END-READ
007260     END-IF
007270     SET READING-RELEASES TO TRUE
007280     MOVE "N" TO WS-ENVELOPE-SWITCH.
007290 2050-READ-RELEASE.
007300     IF NOT RELSIN-OPEN
007310         SET RAW-EOF TO TRUE
007320         GO TO 2050-EXIT
007330     END-IF
007340     READ RELSIN INTO TRANRAW-RECORD
007350         AT END
007360             SET RAW-EOF TO TRUE
007370         NOT AT END
007380             ADD 1 TO WS-READ-COUNT
007390             ADD 1 TO WS-RELSIN-COUNT
007400     END-READ.
007410 2050-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440*    2100-EDIT-ONE-RECORD - APPLY THE FEED EDITS IN SEVERITY
007450*    ORDER; A RECORD FAILING AN EDIT GOES TO THE REJECTS FILE
007460*    WITH ITS IMAGE EXACTLY AS THE FEED SENT IT.  AN UNREADABLE
007470*    DATE IS NORMALIZED TO ZEROS (UNDATED) IN A WORK FIELD AND
007480*    WRITTEN BACK ONLY ON THE RELEASE PATH, AND A CHANGE OF DATE
007490*    STARTS A FRESH KEY-SEQUENCE BLOCK.  THE BLANK-DESCRIPTION
007500*    EDIT STAYS EVEN THOUGH THE OFFICIAL DESCRIPTION NOW
007510*    REPLACES THE FEED TEXT - A FEED THAT STOPS SENDING
007520*    DESCRIPTIONS HAS BROKEN ITS CONTRACT AND SHOULD HEAR SO.
007530*    THE HOLD-RELEASE MARKER IS OURS ALONE: IT IS KEPT ONLY ON A
007540*    RELSIN RECORD THAT ALSO NAMES ITS APPROVER AND IS CLEARED
007550*    ON EVERY OTHER RECORD BEFORE IT REACHES THE SORT.  ONLY A
007560*    RELSIN RECORD SKIPS THE SEQUENCE EDIT
007570*----------------------------------------------------------------
007580 2100-EDIT-ONE-RECORD.
007590     IF READING-FEED
007600         AND (RAW-IS-HEADER OR RAW-IS-TRAILER)
007610         ADD 1 TO WS-CONTROL-REC-COUNT
007620         IF RAW-IS-HEADER
007630             SET INSIDE-ENVELOPE TO TRUE
007640         ELSE
007650             MOVE "N" TO WS-ENVELOPE-SWITCH
007660         END-IF
007670         GO TO 2100-READ-NEXT
007680     END-IF
007690     MOVE SPACES TO WS-REJECT-REASON
007700     MOVE "N" TO WS-RELEASE-OK-SWITCH
007710     IF READING-RELEASES
007720         AND RAW-IS-RELEASED
007730         AND RAW-TRAN-APPROVER NOT = SPACES
007740         SET HELDAPPR-RELEASE TO TRUE
007750     END-IF
007760     MOVE RAW-TRAN-DATE TO WS-EDIT-DATE
007770     IF WS-EDIT-DATE NOT NUMERIC
007780         MOVE ZEROS TO WS-EDIT-DATE
007790     END-IF
007800     IF WS-EDIT-DATE NOT = WS-RAW-BLOCK-DATE
007810         MOVE WS-EDIT-DATE TO WS-RAW-BLOCK-DATE
007820         MOVE LOW-VALUES TO WS-HIGH-KEY-SEEN
007830     END-IF
007840     MOVE RAW-TRAN-AMOUNT TO WS-EDIT-AMOUNT
007850     IF WS-EDIT-AMOUNT-N NOT NUMERIC
007860         MOVE ZERO TO WS-EDIT-AMOUNT-N
007870     END-IF
007880     IF RAW-TRAN-KEY NUMERIC
007890         PERFORM 2150-CHECK-REFERENCE THRU 2150-EXIT
007900     END-IF
007910     PERFORM 2160-CHECK-BUSINESS-DATE THRU 2160-EXIT
007920     PERFORM 2180-CHECK-CURRENCY THRU 2180-EXIT
007930     EVALUATE TRUE
007940         WHEN RAW-TRAN-KEY NOT NUMERIC
007950             MOVE "BADKEY  " TO WS-REJECT-REASON
007960             ADD 1 TO WS-BADKEY-COUNT
007970             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
007980         WHEN KEY-NOT-ON-REFERENCE
007990             MOVE "NOTONREF" TO WS-REJECT-REASON
008000             ADD 1 TO WS-NOTONREF-COUNT
008010             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008020         WHEN RAW-TRAN-DESCRIPTION = SPACES
008030             MOVE "BLANKDSC" TO WS-REJECT-REASON
008040             ADD 1 TO WS-BLANKDSC-COUNT
008050             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008060         WHEN EDIT-DATE-REJECTED
008070             MOVE "BADDATE " TO WS-REJECT-REASON
008080             ADD 1 TO WS-BADDATE-COUNT
008090             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008100         WHEN RATS-UNKNOWN-CURRENCY
008110             MOVE "BADCURR " TO WS-REJECT-REASON
008120             ADD 1 TO WS-BADCURR-COUNT
008130             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008140         WHEN RATS-NO-RATE
008150             MOVE "NORATE  " TO WS-REJECT-REASON
008160             ADD 1 TO WS-NORATE-COUNT
008170             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008180         WHEN RATS-OUT-OF-RANGE
008190             MOVE "BASEOVFL" TO WS-REJECT-REASON
008200             ADD 1 TO WS-BASEOVFL-COUNT
008210             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008220         WHEN RAW-TRAN-KEY < WS-HIGH-KEY-SEEN
008230             AND READING-FEED
008240             MOVE "OUTOFSEQ" TO WS-REJECT-REASON
008250             ADD 1 TO WS-OUTOFSEQ-COUNT
008260             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
008270         WHEN OTHER
008280             MOVE RAW-TRAN-KEY TO WS-HIGH-KEY-SEEN
008290             MOVE WS-EDIT-DATE TO RAW-TRAN-DATE
008300             MOVE WS-REF-OFFICIAL-DESC TO RAW-TRAN-DESCRIPTION
008310             MOVE WS-EDIT-AMOUNT TO RAW-TRAN-AMOUNT
008320             IF RAW-TRAN-CURRENCY = SPACES
008330                 MOVE RATS-BASE-CURRENCY TO RAW-TRAN-CURRENCY
008340             END-IF
008350             IF NOT HELDAPPR-RELEASE
008360                 MOVE SPACES TO RAW-TRAN-HOLD-RELEASE
008370                 MOVE SPACES TO RAW-TRAN-APPROVER
008380             END-IF
008390             RELEASE SORT-RECORD FROM TRANRAW-RECORD
008400             ADD 1 TO WS-RELEASED-COUNT
008410     END-EVALUATE
008420     PERFORM 2170-TALLY-FEED-SIDE THRU 2170-EXIT.
008430 2100-READ-NEXT.
008440     PERFORM 2050-READ-RAW THRU 2050-EXIT.
008450 2100-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008480*    2150-CHECK-REFERENCE - RANDOM READ OF THE REFERENCE MASTER
008490*    FOR THE RAW KEY.  ONLY AN ACTIVE ENTRY PASSES, AND ITS
008500*    OFFICIAL DESCRIPTION IS HELD FOR THE RELEASE PATH
008510*----------------------------------------------------------------
008520 2150-CHECK-REFERENCE.
008530     MOVE "N" TO WS-REF-MATCH-SWITCH
008540     MOVE SPACES TO WS-REF-OFFICIAL-DESC
008550     MOVE RAW-TRAN-KEY TO REF-KEY
008560     READ REFMSTR
008570         INVALID KEY
008580             GO TO 2150-EXIT
008590     END-READ
008600     IF REF-IS-ACTIVE
008610         MOVE "Y" TO WS-REF-MATCH-SWITCH
008620         MOVE REF-DESCRIPTION TO WS-REF-OFFICIAL-DESC
008630     END-IF.
008640 2150-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670*    2160-CHECK-BUSINESS-DATE - A DATED RECORD MUST FALL ON A
008680*    BUSINESS DAY NO LATER THAN TODAY.  AN UNDATED RECORD
008690*    (NORMALIZED ZEROS) IS NOT DATE-CHECKED - THE DAILY FEED
008700*    IS UNDATED AND THE DRIVER USES ITS OWN RUN DATE
008710*----------------------------------------------------------------
008720 2160-CHECK-BUSINESS-DATE.
008730     SET EDIT-DATE-ACCEPTABLE TO TRUE
008740     IF WS-EDIT-DATE = ZEROS
008750         GO TO 2160-EXIT
008760     END-IF
008770     IF WS-EDIT-DATE > WS-TODAY-DATE
008780         SET EDIT-DATE-REJECTED TO TRUE
008790         GO TO 2160-EXIT
008800     END-IF
008810     MOVE WS-EDIT-DATE TO BUSD-DATE
008820     CALL "BUSDAY" USING BUSDAY-PARM
008830     IF NOT BUSD-IS-BUSINESS
008840         SET EDIT-DATE-REJECTED TO TRUE
008850     END-IF.
008860 2160-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------
008890*    2170-TALLY-FEED-SIDE - A DETAIL RECORD INSIDE A SENDER'S
008900*    HEADER/TRAILER PAIR IS EITHER RELEASED OR REJECTED HERE;
008910*    BOTH SIDES ARE KEPT SO THE EDIT CAN BE PROVED BACK TO THE
008920*    TRAILER TOTALS
008930*----------------------------------------------------------------
008940 2170-TALLY-FEED-SIDE.
008950     IF NOT INSIDE-ENVELOPE
008960         GO TO 2170-EXIT
008970     END-IF
008980     IF WS-REJECT-REASON = SPACES
008990         ADD 1 TO WS-FEED-RELEASED-COUNT
009000         ADD WS-EDIT-AMOUNT-N TO WS-FEED-RELEASED-AMOUNT
009010     ELSE
009020         ADD 1 TO WS-FEED-REJECTED-COUNT
009030         ADD WS-EDIT-AMOUNT-N TO WS-FEED-REJECTED-AMOUNT
009040     END-IF.
009050 2170-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080*    2180-CHECK-CURRENCY - THE AMOUNT MUST CONVERT TO THE BASE
009090*    CURRENCY AT THE RATE IN FORCE ON THE RECORD'S DATE, OR ON
009100*    TODAY'S FOR AN UNDATED RECORD, THE DATE THE DRIVER WILL
009110*    CONVERT IT ON
009120*----------------------------------------------------------------
009130 2180-CHECK-CURRENCY.
009140     MOVE RAW-TRAN-CURRENCY TO RATS-CURRENCY
009150     IF WS-EDIT-DATE = ZEROS
009160         MOVE WS-TODAY-DATE TO RATS-DATE
009170     ELSE
009180         MOVE WS-EDIT-DATE TO RATS-DATE
009190     END-IF
009200     MOVE WS-EDIT-AMOUNT-N TO RATS-AMOUNT
009210     CALL "RATESEL" USING RATESEL-PARM.
009220 2180-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250*    2900-WRITE-REJECT - ONE REJECT ROW PER DROPPED RECORD:
009260*    REASON CODE FOLLOWED BY THE ORIGINAL 80-BYTE IMAGE
009270*----------------------------------------------------------------
009280 2900-WRITE-REJECT.
009290     MOVE SPACES TO REJECTS-RECORD
009300     MOVE WS-REJECT-REASON TO REJ-REASON-CODE
009310     MOVE TRANRAW-RECORD TO REJ-TRAN-IMAGE
009320     WRITE REJECTS-RECORD
009330     ADD 1 TO WS-REJECT-COUNT.
009340 2900-EXIT.
009350     EXIT.
009360*----------------------------------------------------------------
009370*    3000-WRITE-CLEAN - SORT OUTPUT PROCEDURE.  THE SORT HANDS
009380*    RECORDS BACK IN DATE/KEY ORDER, SO A DATE AND KEY EQUAL TO
009390*    THE PAIR JUST WRITTEN IS A DUPLICATE; THE FIRST OCCURRENCE
009400*    WINS AND THE REST GO TO THE REJECTS FILE.  A RELEASED HOLD
009410*    SORTS BEHIND THE FEED RECORD IT MATCHES AND IS ALWAYS
009420*    WRITTEN - IT WAS CHECKED FOR DUPLICATES WHEN IT WAS HELD
009430*----------------------------------------------------------------
009440 3000-WRITE-CLEAN.
009450     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT
009460     PERFORM 3100-WRITE-ONE-CLEAN THRU 3100-EXIT
009470         UNTIL SORT-EOF.
009480 3000-EXIT.
009490     EXIT.
009500*----------------------------------------------------------------
009510*    3050-RETURN-SORTED
009520*----------------------------------------------------------------
009530 3050-RETURN-SORTED.
009540     RETURN SORTFILE
009550         AT END
009560             SET SORT-EOF TO TRUE
009570     END-RETURN.
009580 3050-EXIT.
009590     EXIT.
009600*----------------------------------------------------------------
009610*    3100-WRITE-ONE-CLEAN
009620*----------------------------------------------------------------
009630 3100-WRITE-ONE-CLEAN.
009640     MOVE SORT-TRAN-DATE TO WS-THIS-SEQ-DATE
009650     MOVE SORT-TRAN-KEY TO WS-THIS-SEQ-KEY
009660     IF SORT-IS-RELEASED
009670         OR FIRST-CLEAN-RECORD
009680         OR WS-THIS-SEQ > WS-PREV-CLEAN-SEQ
009690         MOVE "N" TO WS-FIRST-CLEAN-SWITCH
009700         MOVE WS-THIS-SEQ TO WS-PREV-CLEAN-SEQ
009710         WRITE TRANFILE-RECORD FROM SORT-RECORD
009720         ADD 1 TO WS-CLEAN-COUNT
009730     ELSE
009740         MOVE "DUPLICAT" TO WS-REJECT-REASON
009750         ADD 1 TO WS-DUPLICAT-COUNT
009760         MOVE SORT-RECORD TO TRANRAW-RECORD
009770         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
009780     END-IF
009790     PERFORM 3050-RETURN-SORTED THRU 3050-EXIT.
009800 3100-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830*    8000-FINALIZE - CLOSE THE FILES, SHOW THE EDIT TOTALS, AND
009840*    SET THE STEP RETURN CODE FOR THE JCL CONDITION TESTS
009850*----------------------------------------------------------------
009860 8000-FINALIZE.
009870     IF WS-TRANRAW-STATUS NOT = "35"
009880         CLOSE TRANRAW
009890     END-IF
009900     IF RELSIN-OPEN
009910         CLOSE RELSIN
009920     END-IF
009930     CLOSE CLEANTRN
009940     CLOSE REJECTS
009950     IF REF-MASTER-OPEN
009960         CLOSE REFMSTR
009970     END-IF
009980     COMPUTE WS-DETAIL-READ-COUNT = WS-READ-COUNT
009990         - WS-CONTROL-REC-COUNT
010000     DISPLAY "TRANEDIT RECORDS READ:     " WS-READ-COUNT
010010     DISPLAY "TRANEDIT   FEED CONTROL:   " WS-CONTROL-REC-COUNT
010020     DISPLAY "TRANEDIT   RELEASED HOLDS: " WS-RELSIN-COUNT
010030     DISPLAY "TRANEDIT RECORDS WRITTEN:  " WS-CLEAN-COUNT
010040     DISPLAY "TRANEDIT RECORDS REJECTED: " WS-REJECT-COUNT
010050     DISPLAY "TRANEDIT   BAD KEY:        " WS-BADKEY-COUNT
010060     DISPLAY "TRANEDIT   NOT ON REF:     " WS-NOTONREF-COUNT
010070     DISPLAY "TRANEDIT   BAD DATE:       " WS-BADDATE-COUNT
010080     DISPLAY "TRANEDIT   BAD CURRENCY:   " WS-BADCURR-COUNT
010090     DISPLAY "TRANEDIT   NO RATE:        " WS-NORATE-COUNT
010100     DISPLAY "TRANEDIT   BASE OVERFLOW:  " WS-BASEOVFL-COUNT
010110     DISPLAY "TRANEDIT   BLANK DESC:     " WS-BLANKDSC-COUNT
010120     DISPLAY "TRANEDIT   OUT OF SEQ:     " WS-OUTOFSEQ-COUNT
010130     DISPLAY "TRANEDIT   DUPLICATE KEY:  " WS-DUPLICAT-COUNT
010140     EVALUATE TRUE
010150         WHEN WS-CLEAN-COUNT = ZERO
010160             AND WS-DETAIL-READ-COUNT > ZERO
010170             MOVE 8 TO RETURN-CODE
010180         WHEN WS-REJECT-COUNT > ZERO
010190             MOVE 4 TO RETURN-CODE
010200         WHEN OTHER
010210             MOVE ZERO TO RETURN-CODE
010220     END-EVALUATE.
010230 8000-EXIT.
010240     EXIT.
010250*----------------------------------------------------------------
010260*    8100-WRITE-FEED-DETAIL
010270*----------------------------------------------------------------
010280 8100-WRITE-FEED-DETAIL.
010290     MOVE FCR-DETAIL-LINE TO FEEDRPT-RECORD
010300     WRITE FEEDRPT-RECORD.
010310 8100-EXIT.
010320     EXIT.
010330*----------------------------------------------------------------
010340*    8150-WRITE-FEED-AMOUNT
010350*----------------------------------------------------------------
010360 8150-WRITE-FEED-AMOUNT.
010370     MOVE FCR-AMOUNT-LINE TO FEEDRPT-RECORD
010380     WRITE FEEDRPT-RECORD.
010390 8150-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010420*    8200-WRITE-FEED-VERDICT
010430*----------------------------------------------------------------
010440 8200-WRITE-FEED-VERDICT.
010450     MOVE FCR-VERDICT-LINE TO FEEDRPT-RECORD
010460     WRITE FEEDRPT-RECORD
010470     MOVE SPACES TO FCR-VER-TEXT.
010480 8200-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------
010510*    8300-WRITE-FEED-FAILURE - A FAILED CHECK IS PRINTED LIKE
010520*    ANY OTHER VERDICT AND REFUSES THE WHOLE FEED
010530*----------------------------------------------------------------
010540 8300-WRITE-FEED-FAILURE.
010550     PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
010560     SET FEED-REFUSED TO TRUE.
010570 8300-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------
010600*    8500-PROVE-FEED-EDIT - EVERY DETAIL RECORD THE SENDER
010610*    COUNTED WAS EITHER RELEASED TO THE SORT OR REJECTED;
010620*    TOGETHER THEY MUST COME BACK TO THE TRAILER TOTALS.  A
010630*    BREAK HERE STOPS THE DRIVER AND EMPTIES THE CLEAN FILE
010640*    JUST CUT; THE REJECTS OF THIS EDIT ARE ALREADY WRITTEN
010650*----------------------------------------------------------------
010660 8500-PROVE-FEED-EDIT.
010670     IF NOT FEED-CONTROL-ACTIVE
010680         GO TO 8500-EXIT
010690     END-IF
010700     MOVE "FEED RECORDS RELEASED:" TO FCR-DET-LABEL
010710     MOVE WS-FEED-RELEASED-COUNT TO FCR-DET-COUNT
010720     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
010730     MOVE "FEED RECORDS REJECTED:" TO FCR-DET-LABEL
010740     MOVE WS-FEED-REJECTED-COUNT TO FCR-DET-COUNT
010750     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
010760     MOVE "TRAILER RECORD COUNT (ALL FEEDS):" TO FCR-DET-LABEL
010770     MOVE WS-TRL-COUNT-TOTAL TO FCR-DET-COUNT
010780     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT
010790     MOVE "FEED AMOUNT RELEASED:" TO FCR-AMT-LABEL
010800     MOVE WS-FEED-RELEASED-AMOUNT TO FCR-AMT-VALUE
010810     PERFORM 8150-WRITE-FEED-AMOUNT THRU 8150-EXIT
010820     MOVE "FEED AMOUNT REJECTED:" TO FCR-AMT-LABEL
010830     MOVE WS-FEED-REJECTED-AMOUNT TO FCR-AMT-VALUE
010840     PERFORM 8150-WRITE-FEED-AMOUNT THRU 8150-EXIT
010850     MOVE "TRAILER AMOUNT (ALL FEEDS):" TO FCR-AMT-LABEL
010860     MOVE WS-TRL-AMOUNT-TOTAL TO FCR-AMT-VALUE
010870     PERFORM 8150-WRITE-FEED-AMOUNT THRU 8150-EXIT
010880     COMPUTE WS-FEED-PROOF-COUNT = WS-FEED-RELEASED-COUNT
010890         + WS-FEED-REJECTED-COUNT
010900     COMPUTE WS-FEED-PROOF-AMOUNT = WS-FEED-RELEASED-AMOUNT
010910         + WS-FEED-REJECTED-AMOUNT
010920     MOVE "RELEASED + REJECTED COUNT:" TO FCR-VER-LABEL
010930     IF WS-FEED-PROOF-COUNT = WS-TRL-COUNT-TOTAL
010940         MOVE "IN BALANCE" TO FCR-VER-TEXT
010950         PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
010960     ELSE
010970         MOVE "OUT OF BALANCE" TO FCR-VER-TEXT
010980         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
010990     END-IF
011000     MOVE "RELEASED + REJECTED AMOUNT:" TO FCR-VER-LABEL
011010     IF WS-FEED-PROOF-AMOUNT = WS-TRL-AMOUNT-TOTAL
011020         MOVE "IN BALANCE" TO FCR-VER-TEXT
011030         PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
011040     ELSE
011050         MOVE "OUT OF BALANCE" TO FCR-VER-TEXT
011060         PERFORM 8300-WRITE-FEED-FAILURE THRU 8300-EXIT
011070     END-IF
011080     IF FEED-REFUSED
011090         DISPLAY "TRANEDIT: EDIT DOES NOT PROVE TO THE FEED"
011100             " TRAILER - SEE FEEDRPT"
011110         OPEN OUTPUT CLEANTRN
011120         CLOSE CLEANTRN
011130         MOVE 12 TO RETURN-CODE
011140     END-IF.
011150 8500-EXIT.
011160     EXIT.
011170*----------------------------------------------------------------
011180*    8600-STAMP-FEED-CONTROL - AN ACCEPTED FEED RECORDS ITS
011190*    SEQUENCE NUMBER ON FEEDNEW.  THE JOB COPIES IT OVER FEEDCTL
011200*    ONCE THE DRIVER HAS FINISHED CLEAN, SO TOMORROW'S HEADER IS
011210*    JUDGED AGAINST IT AND A RERUN OF TONIGHT'S STILL PASSES
011220*----------------------------------------------------------------
011230 8600-STAMP-FEED-CONTROL.
011240     IF NOT FEED-CONTROL-ACTIVE OR FEED-REFUSED
011250         GO TO 8600-EXIT
011260     END-IF
011270     MOVE "00" TO WS-FEEDNEW-STATUS
011280     OPEN OUTPUT FEEDNEW
011290     IF WS-FEEDNEW-STATUS NOT = "00"
011300         DISPLAY "TRANEDIT: FEED CONTROL STAMP FAILED - STATUS "
011310             WS-FEEDNEW-STATUS
011320         GO TO 8600-EXIT
011330     END-IF
011340     MOVE SPACES TO FEEDNEW-RECORD
011350     MOVE WS-LAST-FEED-SEQ TO FNEW-LAST-FEED-SEQ
011360     MOVE WS-LAST-FEED-DATE TO FNEW-LAST-FEED-DATE
011370     MOVE WS-TODAY-DATE TO FNEW-LAST-RUN-DATE
011380     WRITE FEEDNEW-RECORD
011390     CLOSE FEEDNEW
011400     MOVE "SEQUENCE TO BE RECORDED:" TO FCR-DET-LABEL
011410     MOVE WS-LAST-FEED-SEQ TO FCR-DET-COUNT
011420     PERFORM 8100-WRITE-FEED-DETAIL THRU 8100-EXIT.
011430 8600-EXIT.
011440     EXIT.
011450*----------------------------------------------------------------
011460*    8700-CLOSE-FEED-REPORT - THE LAST LINE IS THE ONE THE
011470*    UPSTREAM TEAM READS FIRST
011480*----------------------------------------------------------------
011490 8700-CLOSE-FEED-REPORT.
011500     IF NOT FEED-CONTROL-ACTIVE
011510         GO TO 8700-EXIT
011520     END-IF
011530     MOVE "FEED CONTROL RESULT:" TO FCR-VER-LABEL
011540     IF FEED-REFUSED
011550         MOVE "FEED REFUSED - STREAM STOPPED" TO FCR-VER-TEXT
011560     ELSE
011570         MOVE "FEED ACCEPTED" TO FCR-VER-TEXT
011580     END-IF
011590     PERFORM 8200-WRITE-FEED-VERDICT THRU 8200-EXIT
011600     CLOSE FEEDRPT.
011610 8700-EXIT.
011620     EXIT.
011630*----------------------------------------------------------------
011640*    8900-POST-END-STATUS - ONE END ROW WITH THE EDIT'S COUNTS
011650*    AND THE RETURN CODE ALREADY SET FOR THE JCL
011660*----------------------------------------------------------------
011670 8900-POST-END-STATUS.
011680     MOVE SPACES TO RUNSTAT-RECORD
011690     MOVE "TRANEDIT" TO RS-PROGRAM
011700     MOVE ZERO TO RS-STREAM
011710     MOVE "END  " TO RS-PHASE
011720     MOVE WS-READ-COUNT TO RS-READ-COUNT
011730     MOVE WS-CLEAN-COUNT TO RS-WRITE-COUNT
011740     MOVE RETURN-CODE TO RS-RETURN-CODE
011750     CALL "STATPOST" USING RUNSTAT-RECORD.
011760 8900-EXIT.
011770     EXIT.
011780 END PROGRAM TRANEDIT.
