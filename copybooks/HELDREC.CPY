001000*****************************************************************
001010*  HELDREC.CPY
001020*----------------------------------------------------------------
001030*  LARGE-AMOUNT HOLD RECORD - ONE ROW PER UNIT OF WORK THE
001040*  DRIVER HELD BACK BECAUSE ITS AMOUNT WAS OVER THE HOLDPARM
001050*  LIMIT.  THE FIRST 80 BYTES ARE THE TRANSACTION EXACTLY AS
001060*  THE DRIVER RECEIVED IT (THE TRANREC LAYOUT), SO A RELEASED
001070*  UNIT CAN GO BACK INTO THE RAW FEED UNCHANGED.  THE DRIVER
001080*  STAMPS THE DATE IT HELD THE UNIT; HELDAPPR STAMPS THE
001090*  DISPOSITION, THE APPROVER, AND THE DATE OF THE DECISION.
001100*  THE SAME LAYOUT SERVES THE DRIVER'S HELDFILE, THE CARRIED
001110*  HELDQUE QUEUE, AND THE DENYLOG RECORD OF DENIED UNITS.
001120*----------------------------------------------------------------
001130*  MODIFICATION HISTORY
001140*  DATE       INIT  DESCRIPTION
001150*  10/15/26   JPM   ORIGINAL VERSION.
001160*****************************************************************
001170 01  HELD-RECORD.
001180     05  HELD-TRAN-IMAGE.
001190         10  HELD-KEY               PIC 999.
001200         10  HELD-DESCRIPTION       PIC X(25).
001210         10  HELD-TYPE-CODE         PIC X(01).
001220         10  HELD-TRAN-DATE         PIC 9(08).
001230         10  HELD-AMOUNT            PIC S9(07)V99
001240                                    SIGN LEADING SEPARATE.
001250         10  FILLER                 PIC X(33).
001260     05  HELD-HOLD-DATE             PIC 9(08).
001270     05  HELD-DISPOSITION           PIC X(01).
001280         88  HELD-IS-PENDING         VALUE SPACE.
001290         88  HELD-IS-RELEASED        VALUE "R".
001300         88  HELD-IS-DENIED          VALUE "D".
001310     05  HELD-APPROVER              PIC X(08).
001320     05  HELD-ACTION-DATE           PIC 9(08).
001330     05  FILLER                     PIC X(15).
