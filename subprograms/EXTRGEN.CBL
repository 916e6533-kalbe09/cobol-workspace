001290*  MODIFICATION HISTORY
001300*  DATE       INIT  DESCRIPTION
001310*  09/02/26   JPM   ORIGINAL VERSION.
001320*  10/15/26   JPM   MULTI-CURRENCY.  EACH DETAIL CARRIES THE
001330*                   UNIT'S CURRENCY AND BASE AMOUNT FROM ITS
001340*                   AUDIT ROW (OR THE MASTER FOR A CKPTSKIP
001350*                   UNIT), AND THE TRAILER THE BASE TOTAL.  A
001360*                   ROW WRITTEN BEFORE THE CHANGE GOES OUT WITH
001370*                   A BLANK CURRENCY AND ITS AMOUNT AS BASE.
001380*                   RESEQUENCED THE SOURCE DECK.
001390*****************************************************************
001400 IDENTIFICATION DIVISION.
001410 PROGRAM-ID. EXTRGEN.
001420 AUTHOR. J P MEYER.
001430 INSTALLATION. BATCH SYSTEMS GROUP.
001440 DATE-WRITTEN. 09/02/26.
001450 DATE-COMPILED.
001460 ENVIRONMENT DIVISION.
001470 INPUT-OUTPUT SECTION.
001480 FILE-CONTROL.
001490     SELECT EXTGPARM ASSIGN TO EXTGPARM
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS WS-EXTGPARM-STATUS.
001520     SELECT AUDITLOG ASSIGN TO AUDITLOG
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS WS-AUDITLOG-STATUS.
001550     SELECT RSLTMSTR ASSIGN TO RSLTMSTR
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS RANDOM
001580         RECORD KEY IS RSLT-KEY
001590         FILE STATUS IS WS-RSLTMSTR-STATUS.
001600     SELECT EXTROUT ASSIGN TO EXTROUT
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-EXTROUT-STATUS.
001630     SELECT EXTGRPT ASSIGN TO EXTGRPT
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-EXTGRPT-STATUS.
001660 DATA DIVISION.
001670 FILE SECTION.
001680 FD  EXTGPARM
001690     RECORD CONTAINS 80 CHARACTERS
001700     RECORDING MODE IS F.
001710 01  EXTGPARM-RECORD.
001720     05  GPAR-VERB                  PIC X(08).
001730     05  FILLER                     PIC X(01).
001740     05  GPAR-DATE                  PIC X(08).
001750     05  FILLER                     PIC X(63).
001760 FD  AUDITLOG
001770     RECORD CONTAINS 80 CHARACTERS
001780     RECORDING MODE IS F.
001790 COPY AUDITREC.
001800 FD  RSLTMSTR
001810     RECORD CONTAINS 80 CHARACTERS.
001820 COPY RSLTREC.
001830 FD  EXTROUT
001840     RECORD CONTAINS 80 CHARACTERS
001850     RECORDING MODE IS F.
001860 01  EXTROUT-RECORD                 PIC X(80).
001870 FD  EXTGRPT
001880     RECORD CONTAINS 80 CHARACTERS
001890     RECORDING MODE IS F.
001900 01  EXTGRPT-RECORD                 PIC X(80).
001910 WORKING-STORAGE SECTION.
001920 COPY EXTREC.
001930 COPY RUNSREC.
001940 01  WS-EXTGPARM-STATUS             PIC X(02) VALUE "00".
001950 01  WS-AUDITLOG-STATUS             PIC X(02) VALUE "00".
001960 01  WS-RSLTMSTR-STATUS             PIC X(02) VALUE "00".
001970 01  WS-EXTROUT-STATUS              PIC X(02) VALUE "00".
001980 01  WS-EXTGRPT-STATUS              PIC X(02) VALUE "00".
001990 77  WS-AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
002000     88  AUDIT-EOF                   VALUE "Y".
002010 77  WS-PARM-VALID-SWITCH           PIC X(01) VALUE "N".
002020     88  PARM-IS-VALID               VALUE "Y".
002030 77  WS-MASTER-OPEN-SWITCH          PIC X(01) VALUE "N".
002040     88  MASTER-IS-OPEN              VALUE "Y".
002050 77  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
002060 77  WS-START-TIME                  PIC 9(08) VALUE ZERO.
002070 77  WS-TARGET-DATE                 PIC 9(08) VALUE ZERO.
002080 77  WS-UNIT-SUB                    PIC 9(03) COMP VALUE ZERO.
002090 77  WS-ROWS-SCANNED                PIC 9(07) VALUE ZERO.
002100 77  WS-EXTRACT-COUNT               PIC 9(07) VALUE ZERO.
002110 77  WS-EXTRACT-HASH                PIC 9(09) VALUE ZERO.
002120 77  WS-EXTRACT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
002130 77  WS-EXTRACT-BASE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
002140 01  WS-UNIT-TABLE.
002150     05  WS-UNIT-ENTRY              OCCURS 999 TIMES.
002160         10  WS-UNIT-USED-FLAG      PIC X(01).
002170             88  UNIT-IN-EXTRACT     VALUE "Y".
002180         10  WS-UNIT-ZAHL-IN        PIC 999.
002190         10  WS-UNIT-ZAHL2          PIC 999.
002200         10  WS-UNIT-AMOUNT         PIC S9(07)V99.
002210         10  WS-UNIT-CURRENCY       PIC X(03).
002220         10  WS-UNIT-BASE-AMOUNT    PIC S9(07)V99.
002230 01  GEN-HEADER-LINE.
002240     05  FILLER                     PIC X(25)
002250         VALUE "EXTRACT REGENERATION FOR ".
002260     05  GEN-HDR-DATE               PIC 9(08).
002270     05  FILLER                     PIC X(47) VALUE SPACES.
002280 01  GEN-MESSAGE-LINE.
002290     05  GEN-MSG-TEXT               PIC X(45).
002300     05  FILLER                     PIC X(35) VALUE SPACES.
002310 01  GEN-COUNT-LINE.
002320     05  GEN-CNT-LABEL              PIC X(30).
002330     05  GEN-CNT-VALUE              PIC ZZZZZZ9.
002340     05  FILLER                     PIC X(43) VALUE SPACES.
002350 PROCEDURE DIVISION.
002360*----------------------------------------------------------------
002370*    0000-MAINLINE
002380*----------------------------------------------------------------
002390 0000-MAINLINE.
002400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002410     ACCEPT WS-START-TIME FROM TIME
002420     PERFORM 1050-POST-START-STATUS THRU 1050-EXIT
002430     OPEN OUTPUT EXTGRPT
002440     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT
002450     IF NOT PARM-IS-VALID
002460         MOVE "UNIT DATE CARD MISSING OR UNREADABLE"
002470             TO GEN-MSG-TEXT
002480         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
002490         MOVE 8 TO RETURN-CODE
002500         CLOSE EXTGRPT
002510         PERFORM 8900-POST-END-STATUS THRU 8900-EXIT
002520         GOBACK
002530     END-IF
002540     MOVE WS-TARGET-DATE TO GEN-HDR-DATE
002550     MOVE GEN-HEADER-LINE TO EXTGRPT-RECORD
002560     WRITE EXTGRPT-RECORD
002570     MOVE SPACES TO WS-UNIT-TABLE
002580     OPEN INPUT RSLTMSTR
002590     IF WS-RSLTMSTR-STATUS = "00"
002600         MOVE "Y" TO WS-MASTER-OPEN-SWITCH
002610     ELSE
002620         DISPLAY "EXTRGEN: RSLTMSTR NOT AVAILABLE - STATUS "
002630             WS-RSLTMSTR-STATUS
002640             " - DESCRIPTIONS AND SKIP ROWS LIMITED"
002650     END-IF
002660     PERFORM 2000-SCAN-AUDITLOG THRU 2000-EXIT
002670     PERFORM 3000-CUT-EXTRACT THRU 3000-EXIT
002680     PERFORM 8000-FINALIZE THRU 8000-EXIT
002690     GOBACK.
002700*----------------------------------------------------------------
002710*    1000-READ-PARAMETERS - THE UNIT DATE IS REQUIRED; THERE
002720*    IS NO SENSIBLE DEFAULT FOR A RESEND
002730*----------------------------------------------------------------
002740 1000-READ-PARAMETERS.
002750     OPEN INPUT EXTGPARM
002760     IF WS-EXTGPARM-STATUS NOT = "00"
002770         GO TO 1000-EXIT
002780     END-IF
002790     READ EXTGPARM
002800         AT END
002810             CONTINUE
002820         NOT AT END
002830             IF GPAR-VERB = "DATE    "
002840                 AND GPAR-DATE NUMERIC
002850                 MOVE GPAR-DATE TO WS-TARGET-DATE
002860                 SET PARM-IS-VALID TO TRUE
002870             END-IF
002880     END-READ
002890     CLOSE EXTGPARM.
002900 1000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930*    1050-POST-START-STATUS
002940*----------------------------------------------------------------
002950 1050-POST-START-STATUS.
002960     MOVE SPACES TO RUNSTAT-RECORD
002970     MOVE "EXTRGEN " TO RS-PROGRAM
002980     MOVE ZERO TO RS-STREAM
002990     MOVE "START" TO RS-PHASE
003000     MOVE ZERO TO RS-READ-COUNT
003010     MOVE ZERO TO RS-WRITE-COUNT
003020     MOVE ZERO TO RS-RETURN-CODE
003030     CALL "STATPOST" USING RUNSTAT-RECORD.
003040 1050-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070*    2000-SCAN-AUDITLOG - COLLECT THE TARGET DATE'S UNITS.  A
003080*    RUNSTART MARKER FOR THE DATE MEANS A FRESH ATTEMPT BEGAN
003090*    THERE, SO THE TABLE IS CLEARED AND ONLY THE FINAL
003100*    ATTEMPT'S UNITS SURVIVE - THE SAME SCOPING RULE RECONCIL
003110*    BALANCES BY
003120*----------------------------------------------------------------
003130 2000-SCAN-AUDITLOG.
003140     OPEN INPUT AUDITLOG
003150     IF WS-AUDITLOG-STATUS NOT = "00"
003160         DISPLAY "EXTRGEN: AUDITLOG NOT AVAILABLE - STATUS "
003170             WS-AUDITLOG-STATUS
003180         SET AUDIT-EOF TO TRUE
003190         GO TO 2000-EXIT
003200     END-IF
003210     PERFORM 2050-READ-AUDIT THRU 2050-EXIT
003220     PERFORM 2100-TALLY-ONE-ROW THRU 2100-EXIT
003230         UNTIL AUDIT-EOF
003240     CLOSE AUDITLOG.
003250 2000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280*    2050-READ-AUDIT
003290*----------------------------------------------------------------
003300 2050-READ-AUDIT.
003310     READ AUDITLOG
003320         AT END
003330             SET AUDIT-EOF TO TRUE
003340         NOT AT END
003350             ADD 1 TO WS-ROWS-SCANNED
003360     END-READ.
003370 2050-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400*    2100-TALLY-ONE-ROW
003410*----------------------------------------------------------------
003420 2100-TALLY-ONE-ROW.
003430     IF AUDIT-RUN-DATE NOT = WS-TARGET-DATE
003440         GO TO 2100-READ-NEXT
003450     END-IF
003460     EVALUATE AUDIT-STATUS
003470         WHEN "RUNSTART"
003480             MOVE SPACES TO WS-UNIT-TABLE
003490         WHEN "COMPLETE"
003500             PERFORM 2200-TAKE-COMPLETE-ROW THRU 2200-EXIT
003510         WHEN "CKPTSKIP"
003520             PERFORM 2300-TAKE-CKPTSKIP-ROW THRU 2300-EXIT
003530         WHEN OTHER
003540             CONTINUE
003550     END-EVALUATE.
003560 2100-READ-NEXT.
003570     PERFORM 2050-READ-AUDIT THRU 2050-EXIT.
003580 2100-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610*    2200-TAKE-COMPLETE-ROW - THE AUDIT ROW CARRIES EVERYTHING
003620*    THE ORIGINAL DETAIL CARRIED EXCEPT THE DESCRIPTION
003630*----------------------------------------------------------------
003640 2200-TAKE-COMPLETE-ROW.
003650     IF AUDIT-ZAHL-IN NOT NUMERIC OR AUDIT-ZAHL-IN = ZERO
003660         GO TO 2200-EXIT
003670     END-IF
003680     MOVE AUDIT-ZAHL-IN TO WS-UNIT-SUB
003690     MOVE "Y" TO WS-UNIT-USED-FLAG (WS-UNIT-SUB)
003700     MOVE AUDIT-ZAHL-IN TO WS-UNIT-ZAHL-IN (WS-UNIT-SUB)
003710     MOVE AUDIT-ZAHL2-OUT TO WS-UNIT-ZAHL2 (WS-UNIT-SUB)
003720     IF AUDIT-AMOUNT NUMERIC
003730         MOVE AUDIT-AMOUNT TO WS-UNIT-AMOUNT (WS-UNIT-SUB)
003740     ELSE
003750         MOVE ZERO TO WS-UNIT-AMOUNT (WS-UNIT-SUB)
003760     END-IF
003770     MOVE AUDIT-CURRENCY TO WS-UNIT-CURRENCY (WS-UNIT-SUB)
003780     IF AUDIT-BASE-AMOUNT NUMERIC
003790         MOVE AUDIT-BASE-AMOUNT
003800             TO WS-UNIT-BASE-AMOUNT (WS-UNIT-SUB)
003810     ELSE
003820         MOVE WS-UNIT-AMOUNT (WS-UNIT-SUB)
003830             TO WS-UNIT-BASE-AMOUNT (WS-UNIT-SUB)
003840     END-IF.
003850 2200-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880*    2300-TAKE-CKPTSKIP-ROW - THE ORIGINAL RUN FILLED A
003890*    CHECKPOINT-SKIPPED UNIT'S EXTRACT ROW FROM THE RESULTS
003900*    MASTER WHEN ITS POSTING CARRIED THE SAME DATE; THE
003910*    REGENERATION APPLIES THE SAME RULE
003920*----------------------------------------------------------------
003930 2300-TAKE-CKPTSKIP-ROW.
003940     IF NOT MASTER-IS-OPEN
003950         GO TO 2300-EXIT
003960     END-IF
003970     IF AUDIT-ZAHL-IN NOT NUMERIC OR AUDIT-ZAHL-IN = ZERO
003980         GO TO 2300-EXIT
003990     END-IF
004000     MOVE AUDIT-ZAHL-IN TO RSLT-KEY
004010     READ RSLTMSTR
004020         INVALID KEY
004030             GO TO 2300-EXIT
004040     END-READ
004050     IF RSLT-RUN-DATE NOT = WS-TARGET-DATE
004060         GO TO 2300-EXIT
004070     END-IF
004080     MOVE AUDIT-ZAHL-IN TO WS-UNIT-SUB
004090     MOVE "Y" TO WS-UNIT-USED-FLAG (WS-UNIT-SUB)
004100     MOVE AUDIT-ZAHL-IN TO WS-UNIT-ZAHL-IN (WS-UNIT-SUB)
004110     MOVE RSLT-ZAHL2 TO WS-UNIT-ZAHL2 (WS-UNIT-SUB)
004120     IF RSLT-AMOUNT NUMERIC
004130         MOVE RSLT-AMOUNT TO WS-UNIT-AMOUNT (WS-UNIT-SUB)
004140     ELSE
004150         MOVE ZERO TO WS-UNIT-AMOUNT (WS-UNIT-SUB)
004160     END-IF
004170     MOVE RSLT-CURRENCY TO WS-UNIT-CURRENCY (WS-UNIT-SUB)
004180     IF RSLT-BASE-AMOUNT NUMERIC
004190         MOVE RSLT-BASE-AMOUNT
004200             TO WS-UNIT-BASE-AMOUNT (WS-UNIT-SUB)
004210     ELSE
004220         MOVE WS-UNIT-AMOUNT (WS-UNIT-SUB)
004230             TO WS-UNIT-BASE-AMOUNT (WS-UNIT-SUB)
004240     END-IF.
004250 2300-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280*    3000-CUT-EXTRACT - HEADER (KIND R), ONE DETAIL PER
004290*    COLLECTED KEY IN ASCENDING ORDER (THE ORDER THE SORTED
004300*    FEED GAVE THE ORIGINAL FILE), AND THE TRAILER WITH THE
004310*    SAME COUNT AND ZAHL2 HASH THE ORIGINAL CARRIED
004320*----------------------------------------------------------------
004330 3000-CUT-EXTRACT.
004340     OPEN OUTPUT EXTROUT
004350     MOVE WS-TARGET-DATE TO EXT-HDR-RUN-DATE
004360     MOVE WS-START-TIME (1:6) TO EXT-HDR-RUN-TIME
004370     MOVE "R" TO EXT-HDR-KIND
004380     MOVE EXT-HEADER-LINE TO EXTROUT-RECORD
004390     WRITE EXTROUT-RECORD
004400     PERFORM 3100-WRITE-ONE-DETAIL THRU 3100-EXIT
004410         VARYING WS-UNIT-SUB FROM 1 BY 1
004420         UNTIL WS-UNIT-SUB > 999
004430     MOVE WS-EXTRACT-COUNT TO EXT-TRL-COUNT
004440     MOVE WS-EXTRACT-HASH TO EXT-TRL-HASH
004450     MOVE WS-EXTRACT-AMOUNT TO EXT-TRL-AMOUNT
004460     MOVE WS-EXTRACT-BASE-AMOUNT TO EXT-TRL-BASE-AMOUNT
004470     MOVE EXT-TRAILER-LINE TO EXTROUT-RECORD
004480     WRITE EXTROUT-RECORD
004490     CLOSE EXTROUT.
004500 3000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530*    3100-WRITE-ONE-DETAIL
004540*----------------------------------------------------------------
004550 3100-WRITE-ONE-DETAIL.
004560     IF NOT UNIT-IN-EXTRACT (WS-UNIT-SUB)
004570         GO TO 3100-EXIT
004580     END-IF
004590     MOVE WS-UNIT-SUB TO EXT-DET-KEY
004600     MOVE SPACES TO EXT-DET-DESC
004610     IF MASTER-IS-OPEN
004620         MOVE WS-UNIT-SUB TO RSLT-KEY
004630         READ RSLTMSTR
004640             INVALID KEY
004650                 CONTINUE
004660             NOT INVALID KEY
004670                 MOVE RSLT-DESCRIPTION TO EXT-DET-DESC
004680         END-READ
004690     END-IF
004700     MOVE WS-UNIT-ZAHL-IN (WS-UNIT-SUB) TO EXT-DET-ZAHL-IN
004710     MOVE WS-UNIT-ZAHL2 (WS-UNIT-SUB) TO EXT-DET-ZAHL2-OUT
004720     MOVE WS-TARGET-DATE TO EXT-DET-DATE
004730     MOVE WS-START-TIME (1:6) TO EXT-DET-TIME
004740     MOVE WS-UNIT-AMOUNT (WS-UNIT-SUB) TO EXT-DET-AMOUNT
004750     MOVE WS-UNIT-CURRENCY (WS-UNIT-SUB) TO EXT-DET-CURRENCY
004760     MOVE WS-UNIT-BASE-AMOUNT (WS-UNIT-SUB) TO EXT-DET-BASE-AMOUNT
004770     MOVE EXT-DETAIL-LINE TO EXTROUT-RECORD
004780     WRITE EXTROUT-RECORD
004790     ADD 1 TO WS-EXTRACT-COUNT
004800     ADD WS-UNIT-ZAHL2 (WS-UNIT-SUB) TO WS-EXTRACT-HASH
004810     ADD WS-UNIT-AMOUNT (WS-UNIT-SUB) TO WS-EXTRACT-AMOUNT
004820     ADD WS-UNIT-BASE-AMOUNT (WS-UNIT-SUB)
004830         TO WS-EXTRACT-BASE-AMOUNT.
004840 3100-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870*    8000-FINALIZE - TOTALS, RETURN CODE, STATUS ROW
004880*----------------------------------------------------------------
004890 8000-FINALIZE.
004900     IF MASTER-IS-OPEN
004910         CLOSE RSLTMSTR
004920     END-IF
004930     MOVE "AUDIT ROWS SCANNED:           " TO GEN-CNT-LABEL
004940     MOVE WS-ROWS-SCANNED TO GEN-CNT-VALUE
004950     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
004960     MOVE "DETAILS REGENERATED:          " TO GEN-CNT-LABEL
004970     MOVE WS-EXTRACT-COUNT TO GEN-CNT-VALUE
004980     PERFORM 8100-WRITE-COUNT THRU 8100-EXIT
004990     IF WS-EXTRACT-COUNT = ZERO
005000         MOVE "NO COMPLETED UNITS FOUND FOR THE DATE"
005010             TO GEN-MSG-TEXT
005020         PERFORM 8200-WRITE-MESSAGE THRU 8200-EXIT
005030         MOVE 4 TO RETURN-CODE
005040     END-IF
005050     CLOSE EXTGRPT
005060     PERFORM 8900-POST-END-STATUS THRU 8900-EXIT.
005070 8000-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100*    8100-WRITE-COUNT
005110*----------------------------------------------------------------
005120 8100-WRITE-COUNT.
005130     MOVE GEN-COUNT-LINE TO EXTGRPT-RECORD
005140     WRITE EXTGRPT-RECORD.
005150 8100-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180*    8200-WRITE-MESSAGE
005190*----------------------------------------------------------------
005200 8200-WRITE-MESSAGE.
005210     MOVE GEN-MESSAGE-LINE TO EXTGRPT-RECORD
005220     WRITE EXTGRPT-RECORD
005230     MOVE SPACES TO GEN-MSG-TEXT.
005240 8200-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270*    8900-POST-END-STATUS
005280*----------------------------------------------------------------
005290 8900-POST-END-STATUS.
005300     MOVE SPACES TO RUNSTAT-RECORD
005310     MOVE "EXTRGEN " TO RS-PROGRAM
005320     MOVE ZERO TO RS-STREAM
005330     MOVE "END  " TO RS-PHASE
005340     MOVE WS-ROWS-SCANNED TO RS-READ-COUNT
005350     MOVE WS-EXTRACT-COUNT TO RS-WRITE-COUNT
005360     MOVE RETURN-CODE TO RS-RETURN-CODE
005370     CALL "STATPOST" USING RUNSTAT-RECORD.
005380 8900-EXIT.
005390     EXIT.
005400 END PROGRAM EXTRGEN.
