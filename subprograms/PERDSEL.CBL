001000*****************************************************************
001010*  PERDSEL.CBL
001020*----------------------------------------------------------------
001030*  CALLED ACCOUNTING PERIOD LOCK AGAINST THE PERDMSTR PERIOD
001040*  CONTROL FILE.  THE CALLER PASSES THE UNIT'S OWN DATE IN THE
001050*  SHARED PERSREC PARAMETER AND IS TOLD WHETHER THE PERIOD
001060*  (CALENDAR MONTH) IT FALLS IN IS STILL OPEN FOR POSTING.
001070*  EVERY PROGRAM THAT POSTS A UNIT ASKS BEFORE IT POSTS - MAIN
001080*  (DAILY, CATCH-UP AND RECYCLED UNITS ALIKE), SUSPPROC AND
001090*  BACKOUT - SO NOTHING IS BOOKED INTO A MONTH FINANCE HAS
001100*  CLOSED WITH PERDCLOS.  A MONTH WITH NO ROW IS OPEN.  THE
001110*  FILE IS OPENED ON THE FIRST CALL AND THE LAST 20 PERIOD
001120*  ANSWERS ARE HELD, SINCE A NIGHT'S UNITS SHARE A MONTH OR TWO.
001130*  A MISSING FILE IS REPORTED ONCE AND EVERY PERIOD IS THEN
001140*  TAKEN AS OPEN, AS IT WAS BEFORE PERIODS WERE CLOSED; SO IS A
001150*  DATE THAT IS NOT A DATE, WHICH THE CALLER'S OWN EDITS REFUSE.
001160*  RETURNS (PERS-ANSWER):
001170*      O - PERIOD OPEN             C - PERIOD CLOSED
001180*----------------------------------------------------------------
001190*  MODIFICATION HISTORY
001200*  DATE       INIT  DESCRIPTION
001210*  10/15/26   JPM   ORIGINAL VERSION.
001220*****************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PERDSEL.
001250 AUTHOR. J P MEYER.
001260 INSTALLATION. BATCH SYSTEMS GROUP.
001270 DATE-WRITTEN. 10/15/26.
001280 DATE-COMPILED.
001290 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT PERDMSTR ASSIGN TO PERDMSTR
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS PERD-PERIOD
001360         FILE STATUS IS WS-PERDMSTR-STATUS.
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  PERDMSTR
001400     RECORD CONTAINS 80 CHARACTERS.
001410 COPY PERDREC.
001420 WORKING-STORAGE SECTION.
001430 01  WS-PERDMSTR-STATUS             PIC X(02) VALUE "00".
001440 77  WS-OPENED-SWITCH               PIC X(01) VALUE "N".
001450     88  PERIODS-OPENED              VALUE "Y".
001460 77  WS-MASTER-SWITCH               PIC X(01) VALUE "N".
001470     88  MASTER-AVAILABLE            VALUE "Y".
001480 77  WS-CACHE-COUNT                 PIC 9(03) COMP VALUE ZERO.
001490 77  WS-CACHE-SUB                   PIC 9(03) COMP VALUE ZERO.
001500 77  WS-CACHE-HIT                   PIC 9(03) COMP VALUE ZERO.
001510 77  WS-CACHE-NEXT                  PIC 9(03) COMP VALUE ZERO.
001520 01  WS-CACHE-TABLE.
001530     05  WS-CACHE-ENTRY             OCCURS 20 TIMES.
001540         10  WS-CCH-PERIOD          PIC 9(06).
001550         10  WS-CCH-ANSWER          PIC X(01).
001560         10  WS-CCH-CLOSE-DATE      PIC 9(08).
001570 01  WS-CHECK-DATE                  PIC 9(08) VALUE ZERO.
001580 01  FILLER REDEFINES WS-CHECK-DATE.
001590     05  WS-CHECK-PERIOD            PIC 9(06).
001600     05  FILLER REDEFINES WS-CHECK-PERIOD.
001610         10  WS-CHECK-YYYY          PIC 9(04).
001620         10  WS-CHECK-MM            PIC 9(02).
001630     05  WS-CHECK-DD                PIC 9(02).
001640 01  WS-REASON-TEXT.
001650     05  FILLER                     PIC X(07) VALUE "PERIOD ".
001660     05  WS-RSN-PERIOD              PIC 9(06) VALUE ZERO.
001670     05  FILLER                     PIC X(11)
001680                                    VALUE " CLOSED ON ".
001690     05  WS-RSN-CLOSE-DATE          PIC 9(08) VALUE ZERO.
001700     05  FILLER                     PIC X(08) VALUE SPACES.
001710 LINKAGE SECTION.
001720 COPY PERSREC.
001730 PROCEDURE DIVISION USING PERDSEL-PARM.
001740*----------------------------------------------------------------
001750*    0000-MAINLINE
001760*----------------------------------------------------------------
001770 0000-MAINLINE.
001780     SET PERS-PERIOD-OPEN TO TRUE
001790     MOVE ZERO TO PERS-PERIOD
001800     MOVE ZERO TO PERS-CLOSE-DATE
001810     MOVE SPACES TO PERS-REASON
001820     IF PERS-DATE NOT NUMERIC
001830         OR PERS-DATE = ZERO
001840         GOBACK
001850     END-IF
001860     MOVE PERS-DATE TO WS-CHECK-DATE
001870     IF WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
001880         GOBACK
001890     END-IF
001900     MOVE WS-CHECK-PERIOD TO PERS-PERIOD
001910     MOVE ZERO TO WS-CACHE-HIT
001920     IF WS-CACHE-COUNT > ZERO
001930         PERFORM 2000-TRY-ONE-CACHED THRU 2000-EXIT
001940             VARYING WS-CACHE-SUB FROM 1 BY 1
001950             UNTIL WS-CACHE-SUB > WS-CACHE-COUNT
001960             OR WS-CACHE-HIT > ZERO
001970     END-IF
001980     IF WS-CACHE-HIT = ZERO
001990         IF NOT PERIODS-OPENED
002000             PERFORM 1000-OPEN-PERIODS THRU 1000-EXIT
002010         END-IF
002020         PERFORM 3000-LOOK-UP-PERIOD THRU 3000-EXIT
002030     END-IF
002040     MOVE WS-CCH-ANSWER (WS-CACHE-HIT) TO PERS-ANSWER
002050     IF PERS-PERIOD-CLOSED
002060         MOVE WS-CCH-CLOSE-DATE (WS-CACHE-HIT) TO PERS-CLOSE-DATE
002070         MOVE PERS-PERIOD TO WS-RSN-PERIOD
002080         MOVE PERS-CLOSE-DATE TO WS-RSN-CLOSE-DATE
002090         MOVE WS-REASON-TEXT TO PERS-REASON
002100     END-IF
002110     GOBACK.
002120*----------------------------------------------------------------
002130*    1000-OPEN-PERIODS - FIRST LOOK-UP OF THE STEP ONLY.  THE
002140*    FILE STAYS OPEN FOR THE REST OF THE STEP
002150*----------------------------------------------------------------
002160 1000-OPEN-PERIODS.
002170     MOVE "Y" TO WS-OPENED-SWITCH
002180     OPEN INPUT PERDMSTR
002190     IF WS-PERDMSTR-STATUS NOT = "00"
002200         DISPLAY "PERDSEL: PERDMSTR NOT AVAILABLE - STATUS "
002210             WS-PERDMSTR-STATUS " - ALL PERIODS TAKEN AS OPEN"
002220         GO TO 1000-EXIT
002230     END-IF
002240     MOVE "Y" TO WS-MASTER-SWITCH.
002250 1000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280*    2000-TRY-ONE-CACHED
002290*----------------------------------------------------------------
002300 2000-TRY-ONE-CACHED.
002310     IF WS-CCH-PERIOD (WS-CACHE-SUB) = PERS-PERIOD
002320         MOVE WS-CACHE-SUB TO WS-CACHE-HIT
002330     END-IF.
002340 2000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370*    3000-LOOK-UP-PERIOD - ONLY A ROW MARKED CLOSED LOCKS THE
002380*    PERIOD.  THE ANSWER GOES INTO THE NEXT CACHE SLOT, THE
002390*    OLDEST BEING REUSED ONCE ALL 20 ARE TAKEN
002400*----------------------------------------------------------------
002410 3000-LOOK-UP-PERIOD.
002420     IF WS-CACHE-NEXT NOT < 20
002430         MOVE ZERO TO WS-CACHE-NEXT
002440     END-IF
002450     ADD 1 TO WS-CACHE-NEXT
002460     MOVE WS-CACHE-NEXT TO WS-CACHE-HIT
002470     IF WS-CACHE-COUNT < WS-CACHE-NEXT
002480         MOVE WS-CACHE-NEXT TO WS-CACHE-COUNT
002490     END-IF
002500     MOVE PERS-PERIOD TO WS-CCH-PERIOD (WS-CACHE-HIT)
002510     MOVE "O" TO WS-CCH-ANSWER (WS-CACHE-HIT)
002520     MOVE ZERO TO WS-CCH-CLOSE-DATE (WS-CACHE-HIT)
002530     IF NOT MASTER-AVAILABLE
002540         GO TO 3000-EXIT
002550     END-IF
002560     MOVE PERS-PERIOD TO PERD-PERIOD
002570     READ PERDMSTR
002580         INVALID KEY
002590             GO TO 3000-EXIT
002600     END-READ
002610     IF WS-PERDMSTR-STATUS = "00"
002620         AND PERD-IS-CLOSED
002630         MOVE "C" TO WS-CCH-ANSWER (WS-CACHE-HIT)
002640         MOVE PERD-CLOSE-DATE TO WS-CCH-CLOSE-DATE (WS-CACHE-HIT)
002650     END-IF.
002660 3000-EXIT.
002670     EXIT.
002680 END PROGRAM PERDSEL.
