001000*****************************************************************
001010*  RULSREC.CPY
001020*----------------------------------------------------------------
001030*  PARAMETER RECORD FOR THE RULESEL HANDLER-RULE SUBPROGRAM.
001040*  THE CALLER SETS THE HANDLER TYPE (S, A, OR R), THE UNIT'S
001050*  TRANSACTION KEY, AND THE UNIT'S OWN DATE; RULESEL RETURNS
001060*  THE VALUE OF THE RULE IN FORCE ON THAT DATE AND THE RULE'S
001070*  IDENTITY (TYPE, KEY, VERSION) FOR THE AUDIT TRAIL.  WHEN NO
001080*  RULE COVERS THE DATE THE ANSWER IS D AND THE STANDING VALUE
001090*  FOR THE TYPE COMES BACK UNDER VERSION 0000.
001100*----------------------------------------------------------------
001110*  MODIFICATION HISTORY
001120*  DATE       INIT  DESCRIPTION
001130*  10/15/26   JPM   ORIGINAL VERSION.
001140*****************************************************************
001150 01  RULESEL-PARM.
001160     05  RULS-TYPE                  PIC X(01).
001170     05  RULS-KEY                   PIC 999.
001180     05  RULS-DATE                  PIC 9(08).
001190     05  RULS-ANSWER                PIC X(01).
001200         88  RULS-FOUND              VALUE "F".
001210         88  RULS-DEFAULTED          VALUE "D".
001220     05  RULS-VALUE                 PIC 999.
001230     05  RULS-RULE-ID.
001240         10  RULS-RULE-TYPE         PIC X(01).
001250         10  RULS-RULE-KEY          PIC 999.
001260         10  RULS-RULE-VERSION      PIC 9(04).
