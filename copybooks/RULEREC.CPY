001000*****************************************************************
001010*  RULEREC.CPY
001020*----------------------------------------------------------------
001030*  HANDLER RULES MASTER RECORD - ONE ROW PER VERSION OF THE
001040*  VALUE A TYPE HANDLER APPLIES TO A UNIT: THE ADJUSTMENT
001050*  AMOUNT ADJMODUL ADDS (TYPE A), THE MULTIPLIER SUBMODULE
001060*  APPLIES (TYPE S), AND THE DIVISOR REVMODUL BACKS A STANDARD
001070*  UNIT OUT WITH (TYPE R).  A ROW FOR KEY 000 COVERS EVERY
001080*  TRANSACTION KEY OF ITS TYPE; A ROW FOR A REAL KEY OVERRIDES
001090*  IT FOR THAT KEY ALONE.  EACH ROW IS IN FORCE FROM ITS FROM
001100*  DATE THROUGH ITS TO DATE (99999999 = OPEN-ENDED); ROWS FOR
001110*  THE SAME TYPE AND KEY NEVER OVERLAP, AND EACH NEW ONE TAKES
001120*  THE NEXT VERSION NUMBER FOR ITS TYPE AND KEY.  THE FILE IS
001130*  A KSDS KEYED ON TYPE, KEY, AND FROM DATE; RULEMNT MAINTAINS
001140*  IT AND THE RULESEL SUBPROGRAM READS IT FOR THE HANDLERS.
001150*----------------------------------------------------------------
001160*  MODIFICATION HISTORY
001170*  DATE       INIT  DESCRIPTION
001180*  10/15/26   JPM   ORIGINAL VERSION.
001190*****************************************************************
001200 01  RULEMSTR-RECORD.
001210     05  RULE-MASTER-KEY.
001220         10  RULE-TYPE              PIC X(01).
001230             88  RULE-TYPE-STANDARD  VALUE "S".
001240             88  RULE-TYPE-ADJUSTMENT VALUE "A".
001250             88  RULE-TYPE-REVERSAL  VALUE "R".
001260         10  RULE-KEY               PIC 999.
001270             88  RULE-FOR-ALL-KEYS   VALUE ZERO.
001280         10  RULE-FROM-DATE         PIC 9(08).
001290     05  RULE-TO-DATE               PIC 9(08).
001300         88  RULE-IS-OPEN-ENDED      VALUE 99999999.
001310     05  RULE-VALUE                 PIC 999.
001320     05  RULE-VERSION               PIC 9(04).
001330     05  RULE-DESCRIPTION           PIC X(25).
001340     05  RULE-UPDATE-DATE           PIC 9(08).
001350     05  FILLER                     PIC X(20).
