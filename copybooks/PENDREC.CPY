001000*****************************************************************
001010*  PENDREC.CPY
001020*----------------------------------------------------------------
001030*  PENDING CHANGE RECORD - ONE ROW PER MAINTENANCE COMMAND THAT
001040*  NEEDS A SECOND OPERATOR'S APPROVAL BEFORE IT MAY TOUCH A
001050*  MASTER: AN RSLTMNT UPDATE OR DELETE, A REFMNT DEACT, OR A
001060*  BACKOUT.  THE REQUESTING PROGRAM WRITES THE COMMAND CARD
001070*  (COLS 01-42) WITH THE REQUESTER'S ID AND THE DATE AND TIME
001080*  OF THE REQUEST INSTEAD OF APPLYING IT; CHGAPPR STAMPS THE
001090*  DISPOSITION, THE APPROVER, AND THE DATE OF THE DECISION.
001100*  THE SAME LAYOUT SERVES THE PENDCHG FILE OF NEW REQUESTS, THE
001110*  CARRIED PENDQUE QUEUE, THE CHGAPRV FILE OF APPROVED CHANGES
001120*  THE OWNING PROGRAMS APPLY, AND THE CHGLOG RECORD OF EVERY
001130*  DECISION.
001140*----------------------------------------------------------------
001150*  MODIFICATION HISTORY
001160*  DATE       INIT  DESCRIPTION
001170*  10/15/26   JPM   ORIGINAL VERSION.
001180*****************************************************************
001190 01  PEND-RECORD.
001200     05  PEND-SOURCE                PIC X(08).
001210         88  PEND-FROM-RSLTMNT       VALUE "RSLTMNT ".
001220         88  PEND-FROM-REFMNT        VALUE "REFMNT  ".
001230         88  PEND-FROM-BACKOUT       VALUE "BACKOUT ".
001240     05  PEND-CARD-IMAGE.
001250         10  PEND-VERB              PIC X(08).
001260         10  FILLER                 PIC X(01).
001270         10  PEND-KEY               PIC X(03).
001280         10  PEND-CARD-DETAIL       PIC X(30).
001290     05  PEND-REQUESTER             PIC X(08).
001300     05  PEND-REQUEST-DATE          PIC 9(08).
001310     05  PEND-REQUEST-TIME          PIC 9(06).
001320     05  PEND-DISPOSITION           PIC X(01).
001330         88  PEND-IS-PENDING         VALUE SPACE.
001340         88  PEND-IS-APPROVED        VALUE "A".
001350         88  PEND-IS-DENIED          VALUE "D".
001360         88  PEND-IS-EXPIRED         VALUE "E".
001370     05  PEND-APPROVER              PIC X(08).
001380     05  PEND-ACTION-DATE           PIC 9(08).
001390     05  FILLER                     PIC X(31).
