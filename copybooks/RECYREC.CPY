001100*  MODIFICATION HISTORY
001110*  DATE       INIT  DESCRIPTION
001120*  09/02/26   JPM   ORIGINAL VERSION.
001122*  10/15/26   JPM   NAMED THE IMAGE'S AMOUNT, HOLD-RELEASE MARKER,
001124*                   AND APPROVER (AS IN TRANREC) SO REJCYCLE CAN
001126*                   CLEAR THE MARKER ON A REPAIRED REJECT.
001130*****************************************************************
001140 01  RECYCLE-RECORD.
001150     05  RCY-REASON-CODE            PIC X(08).
001180         10  RCY-IMG-DESC           PIC X(25).
001190         10  RCY-IMG-TYPE           PIC X(01).
001200         10  RCY-IMG-DATE           PIC X(08).
001204         10  RCY-IMG-AMOUNT         PIC X(10).
001208         10  RCY-IMG-HOLD-RELEASE   PIC X(01).
001212         10  RCY-IMG-APPROVER       PIC X(08).
001216         10  FILLER                 PIC X(24).
001220     05  RCY-ATTEMPT-COUNT          PIC 9(03).
001230     05  RCY-FIRST-REJECT-DATE      PIC 9(08).
001240     05  FILLER                     PIC X(01).
