001000*****************************************************************
001010*  RATESEL.CBL
001020*----------------------------------------------------------------
001030*  CALLED CURRENCY CONVERSION AGAINST THE RATEMSTR EXCHANGE
001040*  RATE MASTER.  THE CALLER PASSES THE UNIT'S CURRENCY CODE,
001050*  THE UNIT'S OWN DATE, AND THE AMOUNT IN THE SHARED RATSREC
001060*  PARAMETER AND GETS BACK THE AMOUNT IN THE BASE CURRENCY AT
001070*  THE LATEST RATE ON OR BEFORE THAT DATE, WITH THE RATE AND
001080*  ITS DATE.  BECAUSE THE DATE IS THE UNIT'S AND NOT THE RUN'S,
001090*  A CATCH-UP OR SUSPENSE RUN FOR AN OLDER DATE CONVERTS AT THE
001100*  RATE THAT WAS IN FORCE THEN.  THE BASE CURRENCY IS SET HERE
001110*  AND NOWHERE ELSE; IT COMES BACK ON EVERY CALL, AND A BLANK
001120*  CODE IS TAKEN AS THE BASE CURRENCY, WHICH ALWAYS CONVERTS
001130*  AT ONE WITHOUT A MASTER ROW.  THE MASTER IS OPENED ON THE
001140*  FIRST CALL FOR ANOTHER CURRENCY - SO A CALLER MAY ASK FOR
001150*  THE BASE CODE WITHOUT TOUCHING THE FILE - AND THE LAST 50
001160*  CURRENCY AND DATE ANSWERS ARE HELD, SINCE A NIGHT'S UNITS
001170*  SHARE A FEW DATES.
001180*  A MISSING MASTER IS REPORTED ONCE; WITHOUT IT ONLY THE BASE
001190*  CURRENCY IS KNOWN AND EVERY OTHER CODE COMES BACK U, SO
001200*  FOREIGN UNITS ARE REFUSED RATHER THAN POSTED AT A GUESS.
001210*  RETURNS (RATS-ANSWER):
001220*      C - CONVERTED               U - NO ROW FOR THE CURRENCY
001230*      N - NO RATE ON OR BEFORE THE DATE, OR AN UNREADABLE DATE
001240*      O - BASE AMOUNT TOO LARGE FOR THE AMOUNT FIELDS
001250*----------------------------------------------------------------
001260*  MODIFICATION HISTORY
001270*  DATE       INIT  DESCRIPTION
001280*  10/15/26   JPM   ORIGINAL VERSION.
001290*****************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. RATESEL.
001320 AUTHOR. J P MEYER.
001330 INSTALLATION. BATCH SYSTEMS GROUP.
001340 DATE-WRITTEN. 10/15/26.
001350 DATE-COMPILED.
001360 ENVIRONMENT DIVISION.
001370 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390     SELECT RATEMSTR ASSIGN TO RATEMSTR
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS RATE-MASTER-KEY
001430         FILE STATUS IS WS-RATEMSTR-STATUS.
001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  RATEMSTR
001470     RECORD CONTAINS 80 CHARACTERS.
001480 COPY RATEREC.
001490 WORKING-STORAGE SECTION.
001500 01  WS-RATEMSTR-STATUS             PIC X(02) VALUE "00".
001510 01  WS-BASE-CURRENCY               PIC X(03) VALUE "EUR".
001520 77  WS-OPENED-SWITCH               PIC X(01) VALUE "N".
001530     88  RATES-OPENED                VALUE "Y".
001540 77  WS-MASTER-SWITCH               PIC X(01) VALUE "N".
001550     88  MASTER-AVAILABLE            VALUE "Y".
001560 77  WS-SCAN-END-SWITCH             PIC X(01) VALUE "N".
001570     88  SCAN-ENDED                  VALUE "Y".
001580 77  WS-CACHE-COUNT                 PIC 9(03) COMP VALUE ZERO.
001590 77  WS-CACHE-SUB                   PIC 9(03) COMP VALUE ZERO.
001600 77  WS-CACHE-HIT                   PIC 9(03) COMP VALUE ZERO.
001610 77  WS-CACHE-NEXT                  PIC 9(03) COMP VALUE ZERO.
001620 77  WS-ROWS-SEEN                   PIC 9(05) COMP VALUE ZERO.
001630 01  WS-CACHE-TABLE.
001640     05  WS-CACHE-ENTRY             OCCURS 50 TIMES.
001650         10  WS-CCH-CURRENCY        PIC X(03).
001660         10  WS-CCH-DATE            PIC 9(08).
001670         10  WS-CCH-ANSWER          PIC X(01).
001680         10  WS-CCH-RATE            PIC 9(05)V9(06).
001690         10  WS-CCH-RATE-DATE       PIC 9(08).
001700 01  WS-FOUND-RATE                  PIC 9(05)V9(06) VALUE ZERO.
001710 01  WS-FOUND-DATE                  PIC 9(08) VALUE ZERO.
001720 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
001730 01  FILLER REDEFINES WS-CHECK-DATE.
001740     05  WS-CHECK-YYYY              PIC 9(04).
001750     05  WS-CHECK-MM                PIC 9(02).
001760     05  WS-CHECK-DD                PIC 9(02).
001770 LINKAGE SECTION.
001780 COPY RATSREC.
001790 PROCEDURE DIVISION USING RATESEL-PARM.
001800*----------------------------------------------------------------
001810*    0000-MAINLINE
001820*----------------------------------------------------------------
001830 0000-MAINLINE.
001840     MOVE WS-BASE-CURRENCY TO RATS-BASE-CURRENCY
001850     MOVE ZERO TO RATS-BASE-AMOUNT
001860     MOVE ZERO TO RATS-RATE-DATE
001870     IF RATS-CURRENCY = SPACES
001880         OR RATS-CURRENCY = WS-BASE-CURRENCY
001890         MOVE 1 TO RATS-RATE
001900         PERFORM 4000-APPLY-RATE THRU 4000-EXIT
001910         GOBACK
001920     END-IF
001930     MOVE ZERO TO RATS-RATE
001940     SET RATS-NO-RATE TO TRUE
001950     IF RATS-DATE NOT NUMERIC
001960         OR RATS-DATE = ZERO
001970         GOBACK
001980     END-IF
001990     MOVE RATS-DATE TO WS-CHECK-DATE
002000     IF WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
002010         OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
002020         GOBACK
002030     END-IF
002040     MOVE ZERO TO WS-CACHE-HIT
002050     IF WS-CACHE-COUNT > ZERO
002060         PERFORM 2000-TRY-ONE-CACHED THRU 2000-EXIT
002070             VARYING WS-CACHE-SUB FROM 1 BY 1
002080             UNTIL WS-CACHE-SUB > WS-CACHE-COUNT
002090             OR WS-CACHE-HIT > ZERO
002100     END-IF
002110     IF WS-CACHE-HIT = ZERO
002120         IF NOT RATES-OPENED
002130             PERFORM 1000-OPEN-RATES THRU 1000-EXIT
002140         END-IF
002150         PERFORM 3000-LOOK-UP-RATE THRU 3000-EXIT
002160     END-IF
002170     MOVE WS-CCH-ANSWER (WS-CACHE-HIT) TO RATS-ANSWER
002180     IF RATS-CONVERTED
002190         MOVE WS-CCH-RATE (WS-CACHE-HIT) TO RATS-RATE
002200         MOVE WS-CCH-RATE-DATE (WS-CACHE-HIT) TO RATS-RATE-DATE
002210         PERFORM 4000-APPLY-RATE THRU 4000-EXIT
002220     END-IF
002230     GOBACK.
002240*----------------------------------------------------------------
002250*    1000-OPEN-RATES - FIRST LOOK-UP OF THE STEP ONLY.  THE MASTER
002260*    STAYS OPEN FOR THE REST OF THE STEP
002270*----------------------------------------------------------------
002280 1000-OPEN-RATES.
002290     MOVE "Y" TO WS-OPENED-SWITCH
002300     OPEN INPUT RATEMSTR
002310     IF WS-RATEMSTR-STATUS NOT = "00"
002320         DISPLAY "RATESEL: RATEMSTR NOT AVAILABLE - STATUS "
002330             WS-RATEMSTR-STATUS " - BASE CURRENCY "
002340             WS-BASE-CURRENCY " ONLY"
002350         GO TO 1000-EXIT
002360     END-IF
002370     MOVE "Y" TO WS-MASTER-SWITCH.
002380 1000-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410*    2000-TRY-ONE-CACHED
002420*----------------------------------------------------------------
002430 2000-TRY-ONE-CACHED.
002440     IF WS-CCH-CURRENCY (WS-CACHE-SUB) = RATS-CURRENCY
002450         AND WS-CCH-DATE (WS-CACHE-SUB) = RATS-DATE
002460         MOVE WS-CACHE-SUB TO WS-CACHE-HIT
002470     END-IF.
002480 2000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510*    3000-LOOK-UP-RATE - POSITION ON THE FIRST ROW FOR THE
002520*    CURRENCY AND READ FORWARD WHILE THE ROWS ARE DATED ON OR
002530*    BEFORE THE UNIT DATE; THE LAST ONE READ IS THE RATE IN
002540*    FORCE.  THE ANSWER GOES INTO THE NEXT CACHE SLOT, THE
002550*    OLDEST BEING REUSED ONCE ALL 50 ARE TAKEN
002560*----------------------------------------------------------------
002570 3000-LOOK-UP-RATE.
002580     MOVE ZERO TO WS-ROWS-SEEN
002590     MOVE ZERO TO WS-FOUND-RATE
002600     MOVE ZERO TO WS-FOUND-DATE
002610     MOVE "N" TO WS-SCAN-END-SWITCH
002620     IF MASTER-AVAILABLE
002630         MOVE RATS-CURRENCY TO RATE-CURRENCY
002640         MOVE ZERO TO RATE-DATE
002650         START RATEMSTR KEY IS NOT LESS THAN RATE-MASTER-KEY
002660             INVALID KEY
002670                 SET SCAN-ENDED TO TRUE
002680         END-START
002690         PERFORM 3100-READ-ONE-RATE THRU 3100-EXIT
002700             UNTIL SCAN-ENDED
002710     END-IF
002720     IF WS-CACHE-NEXT NOT < 50
002730         MOVE ZERO TO WS-CACHE-NEXT
002740     END-IF
002750     ADD 1 TO WS-CACHE-NEXT
002760     MOVE WS-CACHE-NEXT TO WS-CACHE-HIT
002770     IF WS-CACHE-COUNT < WS-CACHE-NEXT
002780         MOVE WS-CACHE-NEXT TO WS-CACHE-COUNT
002790     END-IF
002800     MOVE RATS-CURRENCY TO WS-CCH-CURRENCY (WS-CACHE-HIT)
002810     MOVE RATS-DATE TO WS-CCH-DATE (WS-CACHE-HIT)
002820     MOVE WS-FOUND-RATE TO WS-CCH-RATE (WS-CACHE-HIT)
002830     MOVE WS-FOUND-DATE TO WS-CCH-RATE-DATE (WS-CACHE-HIT)
002840     EVALUATE TRUE
002850         WHEN WS-ROWS-SEEN = ZERO
002860             MOVE "U" TO WS-CCH-ANSWER (WS-CACHE-HIT)
002870         WHEN WS-FOUND-DATE = ZERO
002880             MOVE "N" TO WS-CCH-ANSWER (WS-CACHE-HIT)
002890         WHEN OTHER
002900             MOVE "C" TO WS-CCH-ANSWER (WS-CACHE-HIT)
002910     END-EVALUATE.
002920 3000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950*    3100-READ-ONE-RATE - A ROW WITH NO USABLE RATE IS PASSED
002960*    OVER, SO THE RATE BEFORE IT STAYS IN FORCE
002970*----------------------------------------------------------------
002980 3100-READ-ONE-RATE.
002990     READ RATEMSTR NEXT RECORD
003000         AT END
003010             SET SCAN-ENDED TO TRUE
003020             GO TO 3100-EXIT
003030     END-READ
003040     IF WS-RATEMSTR-STATUS NOT = "00"
003050         OR RATE-CURRENCY NOT = RATS-CURRENCY
003060         SET SCAN-ENDED TO TRUE
003070         GO TO 3100-EXIT
003080     END-IF
003090     ADD 1 TO WS-ROWS-SEEN
003100     IF RATE-DATE > RATS-DATE
003110         SET SCAN-ENDED TO TRUE
003120         GO TO 3100-EXIT
003130     END-IF
003140     IF RATE-VALUE NOT NUMERIC
003150         OR RATE-VALUE = ZERO
003160         GO TO 3100-EXIT
003170     END-IF
003180     MOVE RATE-VALUE TO WS-FOUND-RATE
003190     MOVE RATE-DATE TO WS-FOUND-DATE.
003200 3100-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230*    4000-APPLY-RATE - A BASE AMOUNT THAT WILL NOT FIT THE
003240*    AMOUNT FIELDS IS REFUSED RATHER THAN TRUNCATED
003250*----------------------------------------------------------------
003260 4000-APPLY-RATE.
003270     SET RATS-CONVERTED TO TRUE
003280     IF RATS-AMOUNT NOT NUMERIC
003290         GO TO 4000-EXIT
003300     END-IF
003310     COMPUTE RATS-BASE-AMOUNT ROUNDED = RATS-AMOUNT * RATS-RATE
003320         ON SIZE ERROR
003330             MOVE ZERO TO RATS-BASE-AMOUNT
003340             SET RATS-OUT-OF-RANGE TO TRUE
003350     END-COMPUTE.
003360 4000-EXIT.
003370     EXIT.
003380 END PROGRAM RATESEL.
