001110*  MODIFICATION HISTORY
001120*  DATE       INIT  DESCRIPTION
001130*  09/02/26   JPM   ORIGINAL VERSION.
001132*  10/15/26   JPM   ADDED SUSP-CURRENCY.  SUSP-AMOUNT IS IN THAT
001134*                   CURRENCY; SUSPPROC CONVERTS IT TO BASE AGAIN
001136*                   AT THE RATE IN FORCE ON SUSP-UNIT-DATE.
001140*****************************************************************
001150 01  SUSPENSE-RECORD.
001160     05  SUSP-KEY                   PIC 999.
001210                                    SIGN LEADING SEPARATE.
001220     05  SUSP-FAIL-STATUS           PIC 9(02).
001230     05  SUSP-ATTEMPT-COUNT         PIC 9(03).
001235     05  SUSP-CURRENCY              PIC X(03).
001240     05  FILLER                     PIC X(25).
