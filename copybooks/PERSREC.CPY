001000*****************************************************************
001010*  PERSREC.CPY
001020*----------------------------------------------------------------
001030*  PARAMETER RECORD FOR THE PERDSEL PERIOD LOCK SUBPROGRAM.
001040*  THE CALLER SETS THE UNIT'S OWN DATE; PERDSEL RETURNS THE
001050*  ANSWER, THE PERIOD (YYYYMM) THE DATE FALLS IN, AND FOR A
001060*  CLOSED PERIOD THE DATE IT WAS CLOSED AND A READY-MADE
001070*  REASON TEXT FOR THE CALLER'S EXCEPTION ROW AND REPORT.
001080*      O - PERIOD OPEN (OR NO USABLE DATE) - POST AS USUAL
001090*      C - PERIOD CLOSED - DO NOT POST
001100*----------------------------------------------------------------
001110*  MODIFICATION HISTORY
001120*  DATE       INIT  DESCRIPTION
001130*  10/15/26   JPM   ORIGINAL VERSION.
001140*****************************************************************
001150 01  PERDSEL-PARM.
001160     05  PERS-DATE                  PIC 9(08).
001170     05  PERS-ANSWER                PIC X(01).
001180         88  PERS-PERIOD-OPEN        VALUE "O".
001190         88  PERS-PERIOD-CLOSED      VALUE "C".
001200     05  PERS-PERIOD                PIC 9(06).
001210     05  PERS-CLOSE-DATE            PIC 9(08).
001220     05  PERS-REASON                PIC X(40).
