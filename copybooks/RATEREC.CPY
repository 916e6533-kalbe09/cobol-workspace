001000*****************************************************************
001010*  RATEREC.CPY
001020*----------------------------------------------------------------
001030*  EXCHANGE RATE MASTER RECORD - ONE ROW PER CURRENCY PER DAY
001040*  A RATE WAS PUBLISHED.  RATE-VALUE IS THE NUMBER OF BASE
001050*  CURRENCY UNITS ONE UNIT OF THE CURRENCY BUYS, TO SIX PLACES.
001060*  A UNIT DATED ON A DAY WITH NO ROW (A WEEKEND OR HOLIDAY)
001070*  TAKES THE LATEST EARLIER RATE FOR ITS CURRENCY.  THE BASE
001080*  CURRENCY ITSELF HAS NO ROWS - IT ALWAYS CONVERTS AT ONE.
001090*  THE FILE IS A KSDS KEYED ON CURRENCY AND RATE DATE; RATEMNT
001100*  MAINTAINS IT AND THE RATESEL SUBPROGRAM READS IT.
001110*----------------------------------------------------------------
001120*  MODIFICATION HISTORY
001130*  DATE       INIT  DESCRIPTION
001140*  10/15/26   JPM   ORIGINAL VERSION.
001150*****************************************************************
001160 01  RATEMSTR-RECORD.
001170     05  RATE-MASTER-KEY.
001180         10  RATE-CURRENCY          PIC X(03).
001190         10  RATE-DATE              PIC 9(08).
001200     05  RATE-VALUE                 PIC 9(05)V9(06).
001210     05  RATE-UPDATE-DATE           PIC 9(08).
001220     05  FILLER                     PIC X(50).
