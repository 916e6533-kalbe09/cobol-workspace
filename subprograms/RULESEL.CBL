001000*****************************************************************
001010*  RULESEL.CBL
001020*----------------------------------------------------------------
001030*  CALLED HANDLER-RULE SELECTION AGAINST THE RULEMSTR HANDLER
001040*  RULES MASTER.  THE CALLER PASSES THE HANDLER TYPE, THE
001050*  UNIT'S TRANSACTION KEY, AND THE UNIT'S OWN DATE IN THE
001060*  SHARED RULSREC PARAMETER AND GETS BACK THE VALUE OF THE
001070*  RULE IN FORCE ON THAT DATE WITH THE RULE'S TYPE, KEY, AND
001080*  VERSION.  A RULE FOR THE UNIT'S OWN KEY WINS OVER THE KEY
001090*  000 RULE FOR THE TYPE; BETWEEN RULES OF THE SAME REACH THE
001100*  ONE WITH THE LATEST FROM DATE WINS.  BECAUSE THE DATE IS
001110*  THE UNIT'S AND NOT THE RUN'S, A CATCH-UP OR SUSPENSE RUN
001120*  FOR AN OLDER DATE APPLIES THE RULE THAT WAS IN FORCE THEN.
001130*  THE MASTER IS LOADED ON THE FIRST CALL OF THE STEP AND
001140*  HELD (UP TO 500 ROWS).  A MISSING MASTER IS REPORTED ONCE;
001150*  WITH NO MASTER, NO COVERING RULE, OR AN UNREADABLE DATE THE
001160*  ANSWER IS D AND THE STANDING VALUE FOR THE TYPE COMES BACK
001170*  UNDER KEY 000 VERSION 0000:
001180*      S - MULTIPLIER 2     A - ADJUSTMENT 10     R - DIVISOR 2
001190*  SO A LOST RULES MASTER NEVER STOPS THE NIGHT BY ITSELF.  A
001200*  ZERO MULTIPLIER OR DIVISOR ROW IS REPORTED AND IGNORED.
001210*----------------------------------------------------------------
001220*  MODIFICATION HISTORY
001230*  DATE       INIT  DESCRIPTION
001240*  10/15/26   JPM   ORIGINAL VERSION.
001250*****************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. RULESEL.
001280 AUTHOR. J P MEYER.
001290 INSTALLATION. BATCH SYSTEMS GROUP.
001300 DATE-WRITTEN. 10/15/26.
001310 DATE-COMPILED.
001320 ENVIRONMENT DIVISION.
001330 INPUT-OUTPUT SECTION.
001340 FILE-CONTROL.
001350     SELECT RULEMSTR ASSIGN TO RULEMSTR
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS SEQUENTIAL
001380         RECORD KEY IS RULE-MASTER-KEY
001390         FILE STATUS IS WS-RULEMSTR-STATUS.
001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  RULEMSTR
001430     RECORD CONTAINS 80 CHARACTERS.
001440 COPY RULEREC.
001450 WORKING-STORAGE SECTION.
001460 01  WS-RULEMSTR-STATUS             PIC X(02) VALUE "00".
001470 77  WS-LOADED-SWITCH               PIC X(01) VALUE "N".
001480     88  RULES-LOADED                VALUE "Y".
001490 77  WS-RULE-EOF-SWITCH             PIC X(01) VALUE "N".
001500     88  RULE-EOF                    VALUE "Y".
001510 77  WS-RULE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001520 77  WS-RULE-SUB                    PIC 9(03) COMP VALUE ZERO.
001530 77  WS-BEST-SUB                    PIC 9(03) COMP VALUE ZERO.
001540 77  WS-DROPPED-COUNT               PIC 9(05) VALUE ZERO.
001550 01  WS-RULE-TABLE.
001560     05  WS-RULE-ENTRY              OCCURS 500 TIMES.
001570         10  WS-TBL-TYPE            PIC X(01).
001580         10  WS-TBL-KEY             PIC 999.
001590         10  WS-TBL-FROM-DATE       PIC 9(08).
001600         10  WS-TBL-TO-DATE         PIC 9(08).
001610         10  WS-TBL-VALUE           PIC 999.
001620         10  WS-TBL-VERSION         PIC 9(04).
001630 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
001640 01  FILLER REDEFINES WS-CHECK-DATE.
001650     05  WS-CHECK-YYYY              PIC 9(04).
001660     05  WS-CHECK-MM                PIC 9(02).
001670     05  WS-CHECK-DD                PIC 9(02).
001680 LINKAGE SECTION.
001690 COPY RULSREC.
001700 PROCEDURE DIVISION USING RULESEL-PARM.
001710*----------------------------------------------------------------
001720*    0000-MAINLINE
001730*----------------------------------------------------------------
001740 0000-MAINLINE.
001750     IF NOT RULES-LOADED
001760         PERFORM 1000-LOAD-RULES THRU 1000-EXIT
001770     END-IF
001780     PERFORM 2000-SET-STANDING-VALUE THRU 2000-EXIT
001790     IF RULS-DATE NOT NUMERIC
001800         OR RULS-DATE = ZERO
001810         GOBACK
001820     END-IF
001830     MOVE RULS-DATE TO WS-CHECK-DATE
001840     IF WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
001850         OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
001860         GOBACK
001870     END-IF
001880     MOVE ZERO TO WS-BEST-SUB
001890     IF WS-RULE-COUNT > ZERO
001900         PERFORM 3000-TRY-ONE-RULE THRU 3000-EXIT
001910             VARYING WS-RULE-SUB FROM 1 BY 1
001920             UNTIL WS-RULE-SUB > WS-RULE-COUNT
001930     END-IF
001940     IF WS-BEST-SUB > ZERO
001950         SET RULS-FOUND TO TRUE
001960         MOVE WS-TBL-VALUE (WS-BEST-SUB) TO RULS-VALUE
001970         MOVE WS-TBL-TYPE (WS-BEST-SUB) TO RULS-RULE-TYPE
001980         MOVE WS-TBL-KEY (WS-BEST-SUB) TO RULS-RULE-KEY
001990         MOVE WS-TBL-VERSION (WS-BEST-SUB) TO RULS-RULE-VERSION
002000     END-IF
002010     GOBACK.
002020*----------------------------------------------------------------
002030*    1000-LOAD-RULES - FIRST CALL OF THE STEP ONLY
002040*----------------------------------------------------------------
002050 1000-LOAD-RULES.
002060     MOVE "Y" TO WS-LOADED-SWITCH
002070     OPEN INPUT RULEMSTR
002080     IF WS-RULEMSTR-STATUS NOT = "00"
002090         DISPLAY "RULESEL: RULEMSTR NOT AVAILABLE - STATUS "
002100             WS-RULEMSTR-STATUS " - STANDING VALUES ONLY"
002110         GO TO 1000-EXIT
002120     END-IF
002130     PERFORM 1100-READ-RULE THRU 1100-EXIT
002140     PERFORM 1200-LOAD-ONE-RULE THRU 1200-EXIT
002150         UNTIL RULE-EOF
002160     CLOSE RULEMSTR
002170     IF WS-DROPPED-COUNT > ZERO
002180         DISPLAY "RULESEL: " WS-DROPPED-COUNT
002190             " RULEMSTR ROWS NOT LOADED - SEE MESSAGES ABOVE"
002200     END-IF.
002210 1000-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240*    1100-READ-RULE
002250*----------------------------------------------------------------
002260 1100-READ-RULE.
002270     READ RULEMSTR NEXT RECORD
002280         AT END
002290             SET RULE-EOF TO TRUE
002300     END-READ.
002310 1100-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340*    1200-LOAD-ONE-RULE - A ZERO MULTIPLIER OR DIVISOR WOULD
002350*    WIPE OUT OR FAIL EVERY UNIT IT COVERED, SO SUCH A ROW IS
002360*    LEFT OUT AND THE STANDING VALUE APPLIES INSTEAD
002370*----------------------------------------------------------------
002380 1200-LOAD-ONE-RULE.
002390     IF RULE-VALUE NOT NUMERIC
002400         OR RULE-TO-DATE NOT NUMERIC
002410         OR (RULE-VALUE = ZERO AND NOT RULE-TYPE-ADJUSTMENT)
002420         DISPLAY "RULESEL: RULE IGNORED <" RULE-MASTER-KEY ">"
002430         ADD 1 TO WS-DROPPED-COUNT
002440         GO TO 1200-READ-NEXT
002450     END-IF
002460     IF WS-RULE-COUNT NOT < 500
002470         DISPLAY "RULESEL: RULE TABLE FULL <" RULE-MASTER-KEY ">"
002480         ADD 1 TO WS-DROPPED-COUNT
002490         GO TO 1200-READ-NEXT
002500     END-IF
002510     ADD 1 TO WS-RULE-COUNT
002520     MOVE RULE-TYPE TO WS-TBL-TYPE (WS-RULE-COUNT)
002530     MOVE RULE-KEY TO WS-TBL-KEY (WS-RULE-COUNT)
002540     MOVE RULE-FROM-DATE TO WS-TBL-FROM-DATE (WS-RULE-COUNT)
002550     MOVE RULE-TO-DATE TO WS-TBL-TO-DATE (WS-RULE-COUNT)
002560     MOVE RULE-VALUE TO WS-TBL-VALUE (WS-RULE-COUNT)
002570     MOVE RULE-VERSION TO WS-TBL-VERSION (WS-RULE-COUNT).
002580 1200-READ-NEXT.
002590     PERFORM 1100-READ-RULE THRU 1100-EXIT.
002600 1200-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
002630*    2000-SET-STANDING-VALUE - THE ANSWER WHEN NO RULE COVERS
002640*    THE UNIT: THE VALUES THE HANDLERS APPLIED BEFORE THERE
002650*    WAS A RULES MASTER
002660*----------------------------------------------------------------
002670 2000-SET-STANDING-VALUE.
002680     SET RULS-DEFAULTED TO TRUE
002690     MOVE RULS-TYPE TO RULS-RULE-TYPE
002700     MOVE ZERO TO RULS-RULE-KEY
002710     MOVE ZERO TO RULS-RULE-VERSION
002720     IF RULS-TYPE = "A"
002730         MOVE 10 TO RULS-VALUE
002740     ELSE
002750         MOVE 2 TO RULS-VALUE
002760     END-IF.
002770 2000-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800*    3000-TRY-ONE-RULE - THE ROW MUST BE FOR THE TYPE, FOR THE
002810*    UNIT'S KEY OR FOR ALL KEYS, AND IN FORCE ON THE UNIT'S
002820*    DATE.  A KEY ROW DISPLACES AN ALL-KEYS ROW BUT NEVER THE
002830*    REVERSE; THE TABLE IS IN FROM-DATE ORDER WITHIN TYPE AND
002840*    KEY, SO A LATER ROW OF THE SAME REACH IS THE NEWER ONE
002850*----------------------------------------------------------------
002860 3000-TRY-ONE-RULE.
002870     IF WS-TBL-TYPE (WS-RULE-SUB) NOT = RULS-TYPE
002880         GO TO 3000-EXIT
002890     END-IF
002900     IF WS-TBL-KEY (WS-RULE-SUB) NOT = RULS-KEY
002910         AND WS-TBL-KEY (WS-RULE-SUB) NOT = ZERO
002920         GO TO 3000-EXIT
002930     END-IF
002940     IF WS-TBL-FROM-DATE (WS-RULE-SUB) > RULS-DATE
002950         OR WS-TBL-TO-DATE (WS-RULE-SUB) < RULS-DATE
002960         GO TO 3000-EXIT
002970     END-IF
002980     IF WS-BEST-SUB > ZERO
002990         IF WS-TBL-KEY (WS-RULE-SUB) = ZERO
003000             AND WS-TBL-KEY (WS-BEST-SUB) NOT = ZERO
003010             GO TO 3000-EXIT
003020         END-IF
003030     END-IF
003040     MOVE WS-RULE-SUB TO WS-BEST-SUB.
003050 3000-EXIT.
003060     EXIT.
003070 END PROGRAM RULESEL.
