001000*****************************************************************
001010*  PERXREC.CPY
001020*----------------------------------------------------------------
001030*  PERIOD LOCK EXCEPTION RECORD - ONE ROW PER UNIT OF WORK A
001040*  POSTING PROGRAM (MAIN, SUSPPROC, BACKOUT) REFUSED BECAUSE
001050*  ITS DATE FALLS IN AN ACCOUNTING PERIOD FINANCE HAS CLOSED.
001060*  THE ROW CARRIES THE UNIT AS THE PROGRAM HELD IT AND THE
001070*  REASON PERDSEL GAVE, SO FINANCE CAN DECIDE WHETHER TO REOPEN
001080*  THE PERIOD OR POST THE UNIT AS AN ADJUSTMENT IN AN OPEN ONE.
001090*  ALL THREE PROGRAMS APPEND TO THE SAME PERDEXC DATASET.
001100*----------------------------------------------------------------
001110*  MODIFICATION HISTORY
001120*  DATE       INIT  DESCRIPTION
001130*  10/15/26   JPM   ORIGINAL VERSION.
001140*****************************************************************
001150 01  PERDEXC-RECORD.
001160     05  PERX-PROGRAM               PIC X(08).
001170     05  PERX-RUN-DATE              PIC 9(08).
001180     05  PERX-KEY                   PIC 999.
001190     05  PERX-DESCRIPTION           PIC X(25).
001200     05  PERX-TYPE-CODE             PIC X(01).
001210     05  PERX-UNIT-DATE             PIC 9(08).
001220     05  PERX-AMOUNT                PIC S9(07)V99
001230                                    SIGN LEADING SEPARATE.
001240     05  PERX-CURRENCY              PIC X(03).
001250     05  PERX-BASE-AMOUNT           PIC S9(07)V99
001260                                    SIGN LEADING SEPARATE.
001270     05  PERX-REASON                PIC X(40).
001280     05  FILLER                     PIC X(04).
