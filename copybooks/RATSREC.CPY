001000*****************************************************************
001010*  RATSREC.CPY
001020*----------------------------------------------------------------
001030*  PARAMETER RECORD FOR THE RATESEL CURRENCY CONVERSION
001040*  SUBPROGRAM.  THE CALLER SETS THE UNIT'S CURRENCY CODE, THE
001050*  UNIT'S OWN DATE, AND THE AMOUNT IN THAT CURRENCY; RATESEL
001060*  RETURNS THE ANSWER, THE BASE CURRENCY CODE, THE RATE IT
001070*  APPLIED WITH THE DATE OF THAT RATE, AND THE AMOUNT IN THE
001080*  BASE CURRENCY.  THE BASE CODE COMES BACK ON EVERY CALL.
001090*      C - CONVERTED               U - UNKNOWN CURRENCY
001100*      N - NO RATE ON OR BEFORE THE DATE
001110*      O - BASE AMOUNT TOO LARGE FOR THE AMOUNT FIELDS
001120*  ON ANY ANSWER BUT C THE BASE AMOUNT IS ZERO.
001130*----------------------------------------------------------------
001140*  MODIFICATION HISTORY
001150*  DATE       INIT  DESCRIPTION
001160*  10/15/26   JPM   ORIGINAL VERSION.
001170*****************************************************************
001180 01  RATESEL-PARM.
001190     05  RATS-CURRENCY              PIC X(03).
001200     05  RATS-DATE                  PIC 9(08).
001210     05  RATS-AMOUNT                PIC S9(07)V99
001220                                    SIGN LEADING SEPARATE.
001230     05  RATS-ANSWER                PIC X(01).
001240         88  RATS-CONVERTED          VALUE "C".
001250         88  RATS-UNKNOWN-CURRENCY   VALUE "U".
001260         88  RATS-NO-RATE            VALUE "N".
001270         88  RATS-OUT-OF-RANGE       VALUE "O".
001280     05  RATS-BASE-CURRENCY         PIC X(03).
001290     05  RATS-RATE                  PIC 9(05)V9(06).
001300     05  RATS-RATE-DATE             PIC 9(08).
001310     05  RATS-BASE-AMOUNT           PIC S9(07)V99
001320                                    SIGN LEADING SEPARATE.
