001040*  AND READ BY THE RECONCILIATION AND REPORTING PROGRAMS.  THE
001050*  STATUS VALUES WRITTEN TODAY ARE COMPLETE, SKIPPED, REJECTED,
001060*  CKPTSKIP, ABEND, UNKNOWN, PARKED (PARK-AND-CONTINUE MODE
001070*  SUSPENDED THE UNIT), BACKOUT (A POSTED UNIT WAS
001080*  REVERSED - NOT DRIVEN BY THE TRANFILE FEED, SO BALANCING
001090*  READERS COUNT IT APART), HELD (OVER THE LARGE-AMOUNT LIMIT
001100*  AND WRITTEN TO THE HELDFILE FOR APPROVAL), PERDLOCK (DATED
001110*  INTO A CLOSED ACCOUNTING PERIOD), THE REVERSAL REJECTIONS
001120*  RVORPHAN, RVREPEAT, AND RVAMOUNT, PLUS ONE RUNSTART MARKER
001130*  ROW AT THE TOP OF EACH RUN'S OUTPUT.  A MARKER IS NOT A UNIT OF
001140*  WORK - READERS COUNTING UNITS MUST LEAVE RUNSTART ROWS OUT.
001150*----------------------------------------------------------------
001160*  MODIFICATION HISTORY
001170*  DATE       INIT  DESCRIPTION
001180*  08/22/26   JPM   ORIGINAL VERSION - LAYOUT LIFTED UNCHANGED
001190*                   FROM THE FD IN MAIN.
001200*  08/22/26   JPM   DOCUMENTED THE RUNSTART MARKER ROW WRITTEN
001210*                   ONCE PER RUN FOR RERUN-AWARE BALANCING.
001220*  09/02/26   JPM   ADDED AUDIT-AMOUNT - THE UNIT'S SIGNED
001230*                   MONETARY AMOUNT AS IT ENTERED THE RUN, SO
001240*                   THE RECONCILIATION STEP CAN BALANCE VALUE
001250*                   AS WELL AS COUNTS.  ROWS WRITTEN BEFORE
001260*                   THIS CHANGE CARRY SPACES THERE.
001270*  10/15/26   JPM   DOCUMENTED THE REVERSAL REJECTION STATUSES -
001280*                   RVORPHAN (NO POSTING TO REVERSE), RVREPEAT
001290*                   (POSTING ALREADY REVERSED), AND RVAMOUNT
001300*                   (AMOUNT DOES NOT REVERSE THE POSTING).
001310*                   EACH IS ONE TRANFILE UNIT, COUNTED AS A
001320*                   SKIPPED UNIT ON THE RUN SUMMARY.
001330*  10/15/26   JPM   ADDED AUDIT-RULE-ID - THE HANDLER RULE
001340*                   (TYPE, KEY, VERSION) APPLIED TO THE UNIT,
001350*                   VERSION 0000 BEING THE STANDING VALUE.
001360*                   SPACES ON ROWS FOR UNITS NO HANDLER RAN
001370*                   FOR AND ON ROWS WRITTEN BEFORE THIS CHANGE.
001380*                   RESEQUENCED THE SOURCE DECK.
001390*  10/15/26   JPM   ADDED AUDIT-CURRENCY AND AUDIT-BASE-AMOUNT.
001400*                   AUDIT-AMOUNT STAYS IN THE UNIT'S OWN
001410*                   CURRENCY; THE BASE AMOUNT IS ITS VALUE IN
001420*                   THE BASE CURRENCY AT THE RATE IN FORCE ON
001430*                   THE UNIT DATE.  SPACES ON ROWS WRITTEN
001440*                   BEFORE THIS CHANGE - READERS TREAT A BLANK
001450*                   CURRENCY AS BASE AND A NON-NUMERIC BASE
001460*                   AMOUNT AS EQUAL TO AUDIT-AMOUNT.
001470*  10/15/26   JPM   DOCUMENTED THE PERDLOCK STATUS - THE UNIT IS
001480*                   DATED INTO AN ACCOUNTING PERIOD FINANCE HAS
001490*                   CLOSED, SO IT WAS NOT POSTED AND WENT TO THE
001500*                   PERDEXC EXCEPTION FILE.  WRITTEN BY MAIN (ONE
001510*                   TRANFILE UNIT, COUNTED AS A SKIPPED UNIT ON
001520*                   THE RUN SUMMARY) AND BY SUSPPROC.
001530*  10/15/26   JPM   DOCUMENTED THE HELD STATUS - THE UNIT'S AMOUNT
001540*                   IS OVER THE LARGE-AMOUNT LIMIT ON THE HOLDPARM
001550*                   CARD, SO IT WAS NOT DRIVEN AND WENT TO THE
001560*                   HELDFILE FOR HELDAPPR TO RELEASE OR DENY.
001570*                   WRITTEN BY MAIN ONLY (ONE TRANFILE UNIT,
001580*                   COUNTED ON ITS OWN UNITS HELD LINE OF THE RUN
001590*                   SUMMARY).  HELD AND PERDLOCK ADDED TO THE
001600*                   STATUS LIST ABOVE.  RESEQUENCED THE SOURCE
001610*                   DECK.
001620*****************************************************************
001630 01  AUDITLOG-RECORD.
001640     05  AUDIT-RUN-DATE              PIC 9(08).
001650     05  AUDIT-ZAHL-IN               PIC 999.
001660     05  AUDIT-ZAHL2-OUT             PIC 999.
001670     05  AUDIT-STATUS                PIC X(08).
001680     05  AUDIT-AMOUNT                PIC S9(07)V99
001690                                     SIGN LEADING SEPARATE.
001700     05  AUDIT-RULE-ID.
001710         10  AUDIT-RULE-TYPE         PIC X(01).
001720         10  AUDIT-RULE-KEY          PIC 999.
001730         10  AUDIT-RULE-VERSION      PIC 9(04).
001740     05  AUDIT-CURRENCY              PIC X(03).
001750     05  AUDIT-BASE-AMOUNT           PIC S9(07)V99
001760                                     SIGN LEADING SEPARATE.
001770     05  FILLER                      PIC X(27).
