001080*  DATE       INIT  DESCRIPTION
001090*  08/22/26   JPM   ORIGINAL VERSION - LAYOUT LIFTED UNCHANGED
001100*                   FROM THE FD IN MAIN.
001110*  08/22/26   JPM   ADDED TRAN-TYPE-CODE IN THE FIRST BYTE OF
001120*                   THE OLD FILLER SO EACH UNIT OF WORK CAN BE
001130*                   ROUTED TO ITS OWN HANDLER SUBPROGRAM.  A
001140*                   SPACE IS TREATED AS STANDARD SO FEEDS CUT
001150*                   BEFORE THIS CHANGE STILL PROCESS.
001160*  08/22/26   JPM   ADDED TRAN-DATE (THE BUSINESS DAY THE WORK
001170*                   BELONGS TO) FOR BACKLOG CATCH-UP RUNS.
001180*                   ZERO MEANS UNDATED - THE DRIVER THEN USES
001190*                   ITS OWN RUN DATE AS ALWAYS.
001200*  09/02/26   JPM   ADDED TRAN-AMOUNT, THE SIGNED MONETARY
001210*                   AMOUNT OF THE BUSINESS UNIT, WITH A
001220*                   SEPARATE LEADING SIGN SO THE FEED SENDS IT
001230*                   PRINTABLY (+0001234.56 WITHOUT THE POINT).
001240*                   THE AMOUNT RIDES THE WHOLE PIPELINE AND
001250*                   THE RUN NOW BALANCES ON VALUE AS WELL AS
001260*                   ON RECORD COUNTS.
001270*  10/15/26   JPM   ADDED TRAN-HOLD-RELEASE AND TRAN-APPROVER.
001280*                   HELDAPPR SETS THEM ON A LARGE-AMOUNT UNIT
001290*                   IT RELEASES BACK INTO THE RAW FEED SO THE
001300*                   DRIVER DOES NOT HOLD THE SAME UNIT AGAIN.
001310*                   TRANEDIT CLEARS THEM ON THE SENDER'S OWN
001320*                   RECORDS, SO ONLY OUR RELEASE CAN SET THEM.
001330*  10/15/26   JPM   ADDED TRAN-CURRENCY, THE ISO CODE OF THE
001340*                   CURRENCY TRAN-AMOUNT IS EXPRESSED IN.  A
001350*                   BLANK CODE MEANS THE BASE CURRENCY; TRANEDIT
001360*                   REJECTS A CODE WITH NO RATE ON RATEMSTR AND
001370*                   FILLS IN THE BASE CODE WHEN IT IS BLANK.
001380*                   RESEQUENCED THE SOURCE DECK.
001390*****************************************************************
001400 01  TRANFILE-RECORD.
001410     05  TRAN-KEY                   PIC 999.
001420     05  TRAN-DESCRIPTION           PIC X(25).
001430     05  TRAN-TYPE-CODE             PIC X(01).
001440         88  TRAN-TYPE-STANDARD      VALUE "S" SPACE.
001450         88  TRAN-TYPE-ADJUSTMENT    VALUE "A".
001460         88  TRAN-TYPE-REVERSAL      VALUE "R".
001470     05  TRAN-DATE                  PIC 9(08).
001480     05  TRAN-AMOUNT                PIC S9(07)V99
001490                                    SIGN LEADING SEPARATE.
001500     05  TRAN-HOLD-RELEASE          PIC X(01).
001510         88  TRAN-IS-RELEASED        VALUE "R".
001520     05  TRAN-APPROVER              PIC X(08).
001530     05  TRAN-CURRENCY              PIC X(03).
001540     05  FILLER                     PIC X(21).
