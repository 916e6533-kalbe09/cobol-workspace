001100*  MODIFICATION HISTORY
001110*  DATE       INIT  DESCRIPTION
001120*  09/02/26   JPM   ORIGINAL VERSION.
001130*  09/02/26   JPM   ADDED HIST-PRIOR-AMOUNT NOW THAT THE
001140*                   RESULTS MASTER CARRIES A MONETARY AMOUNT;
001150*                   ZERO WHEN THE PRIOR RECORD PREDATED THE
001160*                   AMOUNT FIELD.
001170*  10/15/26   JPM   DUAL CONTROL.  ADDED HIST-REQUESTER AND
001180*                   HIST-APPROVER - A MANUAL OR BACKOUT CHANGE
001190*                   IS APPLIED ONLY AFTER A SECOND OPERATOR
001200*                   APPROVES IT (CHGAPPR), AND THE ROW NAMES
001210*                   BOTH.  SPACES ON BATCH ROWS AND ON ROWS
001220*                   WRITTEN BEFORE THIS CHANGE.  THE RECORD IS
001230*                   NOW 120 BYTES; HISTCONV PADS THE EXISTING
001240*                   80-BYTE DATASET ONCE.  RESEQUENCED THE
001250*                   SOURCE DECK.
001260*  10/15/26   JPM   ADDED HIST-PRIOR-RULE-ID, THE HANDLER RULE
001270*                   THAT HAD PRODUCED THE PRIOR RESULT VALUE.
001280*  10/15/26   JPM   ADDED HIST-PRIOR-CURRENCY AND
001290*                   HIST-PRIOR-BASE-AMOUNT SO THE BEFORE-IMAGE
001300*                   CARRIES THE WHOLE AMOUNT AS POSTED.  SPACES
001310*                   ON ROWS WRITTEN BEFORE THIS CHANGE.
001320*                   RESEQUENCED THE SOURCE DECK.
001330*****************************************************************
001340 01  RSLTHIST-RECORD.
001350     05  HIST-KEY                   PIC 999.
001360     05  HIST-PRIOR-DESC            PIC X(25).
001370     05  HIST-PRIOR-ZAHL2           PIC 999.
001380     05  HIST-PRIOR-RUN-DATE        PIC 9(08).
001390     05  HIST-CHANGE-DATE           PIC 9(08).
001400     05  HIST-CHANGE-TIME           PIC 9(06).
001410     05  HIST-SOURCE                PIC X(08).
001420         88  HIST-SOURCE-BATCH       VALUE "BATCH   ".
001430         88  HIST-SOURCE-MANUAL      VALUE "MANUAL  ".
001440         88  HIST-SOURCE-BACKOUT     VALUE "BACKOUT ".
001450     05  HIST-ACTION                PIC X(08).
001460         88  HIST-ACTION-REWRITE     VALUE "REWRITE ".
001470         88  HIST-ACTION-DELETE      VALUE "DELETE  ".
001480     05  HIST-PRIOR-AMOUNT          PIC S9(07)V99
001490                                    SIGN LEADING SEPARATE.
001500     05  HIST-REQUESTER             PIC X(08).
001510     05  HIST-APPROVER              PIC X(08).
001520     05  HIST-PRIOR-RULE-ID         PIC X(08).
001530     05  HIST-PRIOR-CURRENCY        PIC X(03).
001540     05  HIST-PRIOR-BASE-AMOUNT     PIC S9(07)V99
001550                                    SIGN LEADING SEPARATE.
001560     05  FILLER                     PIC X(04).
