001330*  MODIFICATION HISTORY
001340*  DATE       INIT  DESCRIPTION
001350*  09/02/26   JPM   ORIGINAL VERSION.
001351*  10/15/26   JPM   A REPAIRED REJECT IS RE-INJECTED WITH THE
001352*                   HOLD-RELEASE MARKER AND APPROVER CLEARED, SO A
001353*                   SENDER'S MARKER CANNOT RIDE THE RECYCLE PAST
001354*                   THE DRIVER'S AMOUNT HOLD.  THE DAY SERIAL NOW
001355*                   TRUNCATES EACH DIVISION ON ITS OWN, SO A
001356*                   REJECT'S AGE CAN NO LONGER COME OUT A DAY OUT.
001360*****************************************************************
001370 IDENTIFICATION DIVISION.
001380 PROGRAM-ID. REJCYCLE.
002350     05  WS-SERIAL-MM               PIC 9(02).
002360     05  WS-SERIAL-DD               PIC 9(02).
002370 77  WS-DATE-SERIAL                 PIC 9(07) COMP VALUE ZERO.
002375 77  WS-SERIAL-PART                 PIC 9(07) COMP VALUE ZERO.
002380 01  WS-REPAIR-TABLE.
002390     05  WS-REPAIR-ENTRY            OCCURS 100 TIMES.
002400         10  WS-RPR-USED-FLAG       PIC X(01).
004630     EXIT.
004640*----------------------------------------------------------------
004650*    4200-REPAIR-AND-REINJECT - APPLY THE CARD'S FIXES TO THE
004655*    80-BYTE IMAGE AND WRITE IT IN RAW-FEED FORMAT.  ANY HOLD-
004660*    RELEASE MARKER AND APPROVER ARE CLEARED - A REPAIRED REJECT
004665*    IS NOT A RELEASED HOLD AND MUST FACE THE AMOUNT HOLD.
004670*    TRANEDIT RE-EDITS IT WITH THE NEXT RUN, SO A BAD REPAIR
004680*    STILL CANNOT REACH THE DRIVER UNCHECKED
004690*----------------------------------------------------------------
004700 4200-REPAIR-AND-REINJECT.
004710     MOVE "Y" TO WS-RPR-USED-FLAG (WS-MATCHED-SUB)
004780     IF WS-RPR-NEW-DATE (WS-MATCHED-SUB) NOT = SPACES
004790         MOVE WS-RPR-NEW-DATE (WS-MATCHED-SUB) TO RCY-IMG-DATE
004800     END-IF
004805     MOVE SPACES TO RCY-IMG-HOLD-RELEASE
004810     MOVE SPACES TO RCY-IMG-APPROVER
004815     WRITE RECYCOUT-RECORD FROM RCY-TRAN-IMAGE
004820     ADD 1 TO WS-REPAIRED-COUNT
004830     MOVE "REPAIRED  " TO RCY-DET-TAG
004840     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005340         SUBTRACT 1 FROM WS-SERIAL-YEAR
005350         ADD 12 TO WS-SERIAL-MONTH
005360     END-IF
005366     COMPUTE WS-DATE-SERIAL
005372         = (365 * WS-SERIAL-YEAR) + WS-SERIAL-DD
005378     DIVIDE WS-SERIAL-YEAR BY 4 GIVING WS-SERIAL-PART
005384     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
005390     DIVIDE WS-SERIAL-YEAR BY 100 GIVING WS-SERIAL-PART
005396     SUBTRACT WS-SERIAL-PART FROM WS-DATE-SERIAL
005402     DIVIDE WS-SERIAL-YEAR BY 400 GIVING WS-SERIAL-PART
005408     ADD WS-SERIAL-PART TO WS-DATE-SERIAL
005414     COMPUTE WS-SERIAL-PART
005420         = (153 * (WS-SERIAL-MONTH + 1)) / 5
005426     ADD WS-SERIAL-PART TO WS-DATE-SERIAL.
005440 7000-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
