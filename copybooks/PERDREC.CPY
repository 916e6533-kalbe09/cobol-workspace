001000*****************************************************************
001010*  PERDREC.CPY
001020*----------------------------------------------------------------
001030*  ACCOUNTING PERIOD CONTROL RECORD - ONE ROW PER CALENDAR
001040*  MONTH FINANCE HAS OPENED OR CLOSED.  A MONTH WITH NO ROW IS
001050*  OPEN, SO THE FILE ONLY NEEDS A ROW ONCE A MONTH IS CLOSED.
001060*  PERDCLOS WRITES, CLOSES AND REOPENS THE ROWS, STAMPING WHO
001070*  DID IT AND WHEN; THE PERDSEL SUBPROGRAM READS THEM FOR EVERY
001080*  PROGRAM THAT POSTS A UNIT.  THE FILE IS A KSDS KEYED ON THE
001090*  PERIOD (YYYYMM).
001100*----------------------------------------------------------------
001110*  MODIFICATION HISTORY
001120*  DATE       INIT  DESCRIPTION
001130*  10/15/26   JPM   ORIGINAL VERSION.
001140*****************************************************************
001150 01  PERDMSTR-RECORD.
001160     05  PERD-PERIOD                PIC 9(06).
001170     05  PERD-STATUS                PIC X(01).
001180         88  PERD-IS-OPEN            VALUE "O".
001190         88  PERD-IS-CLOSED          VALUE "C".
001200     05  PERD-CLOSE-DATE            PIC 9(08).
001210     05  PERD-CLOSE-TIME            PIC 9(06).
001220     05  PERD-CLOSED-BY             PIC X(08).
001230     05  PERD-OPEN-DATE             PIC 9(08).
001240     05  PERD-OPENED-BY             PIC X(08).
001250     05  FILLER                     PIC X(35).
