001000*****************************************************************
001010*  PTOTREC.CPY
001020*----------------------------------------------------------------
001030*  PERIOD-END TOTALS RECORD - WRITTEN BY PERDCLOS WHEN IT
001040*  CLOSES A PERIOD.  ONE DETAIL ROW (TYPE D) PER KEY THAT HAD
001050*  ANY POSTING OR BACKOUT DATED IN THE PERIOD, IN KEY ORDER,
001060*  THEN ONE TOTAL ROW (TYPE T, KEY ZERO) FOR THE WHOLE PERIOD.
001070*  AMOUNTS ARE IN THE BASE CURRENCY; THE NET IS THE AMOUNT
001080*  POSTED PLUS THE (NEGATIVE) AMOUNT BACKED OUT.
001090*----------------------------------------------------------------
001100*  MODIFICATION HISTORY
001110*  DATE       INIT  DESCRIPTION
001120*  10/15/26   JPM   ORIGINAL VERSION.
001130*****************************************************************
001140 01  PERDTOT-RECORD.
001150     05  PTOT-REC-TYPE              PIC X(01).
001160         88  PTOT-DETAIL             VALUE "D".
001170         88  PTOT-TOTAL              VALUE "T".
001180     05  PTOT-PERIOD                PIC 9(06).
001190     05  PTOT-KEY                   PIC 999.
001200     05  PTOT-POSTED-COUNT          PIC 9(07).
001210     05  PTOT-POSTED-AMOUNT         PIC S9(09)V99
001220                                    SIGN LEADING SEPARATE.
001230     05  PTOT-BACKOUT-COUNT         PIC 9(07).
001240     05  PTOT-BACKOUT-AMOUNT        PIC S9(09)V99
001250                                    SIGN LEADING SEPARATE.
001260     05  PTOT-NET-AMOUNT            PIC S9(09)V99
001270                                    SIGN LEADING SEPARATE.
001280     05  PTOT-CLOSE-DATE            PIC 9(08).
001290     05  FILLER                     PIC X(12).
