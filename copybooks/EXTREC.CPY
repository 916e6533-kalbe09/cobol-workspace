001150*                   FROM WORKING STORAGE IN MAIN NOW THAT THE
001160*                   GLACKPRC ACKNOWLEDGMENT STEP READS THE
001170*                   EXTRACT BACK.
001180*  09/02/26   JPM   ADDED EXT-DET-AMOUNT TO THE DETAIL AND THE
001190*                   EXT-TRL-AMOUNT VALUE TOTAL TO THE TRAILER
001200*                   SO THE GL CAN VERIFY THE FILE ON VALUE AS
001210*                   WELL AS ON COUNT AND HASH.
001220*  09/02/26   JPM   ADDED EXT-HDR-KIND SO THE RECEIVER CAN
001230*                   TELL A NIGHTLY CUT (SPACE) FROM A BACKOUT
001240*                   CORRECTION FILE (C) OR A REGENERATED
001250*                   RESEND OF A PRIOR DATE (R).
001260*  10/15/26   JPM   ADDED EXT-DET-CURRENCY AND EXT-DET-BASE-
001270*                   AMOUNT TO THE DETAIL AND THE EXT-TRL-BASE-
001280*                   AMOUNT TOTAL TO THE TRAILER.  EXT-DET-AMOUNT
001290*                   AND EXT-TRL-AMOUNT STAY IN THE UNIT'S OWN
001300*                   CURRENCY; THE GL BALANCES ON THE BASE TOTAL.
001310*                   RESEQUENCED THE SOURCE DECK.
001320*****************************************************************
001330 01  EXT-HEADER-LINE.
001340     05  EXT-HDR-TYPE               PIC X(01) VALUE "H".
001350     05  EXT-HDR-SYSTEM             PIC X(08) VALUE "MAINBTCH".
001360     05  EXT-HDR-RUN-DATE           PIC 9(08).
001370     05  EXT-HDR-RUN-TIME           PIC 9(06).
001380     05  EXT-HDR-KIND               PIC X(01) VALUE SPACE.
001390         88  EXT-KIND-NIGHTLY        VALUE SPACE.
001400         88  EXT-KIND-CORRECTION     VALUE "C".
001410         88  EXT-KIND-REGENERATED    VALUE "R".
001420     05  FILLER                     PIC X(56) VALUE SPACES.
001430 01  EXT-DETAIL-LINE.
001440     05  EXT-DET-TYPE               PIC X(01) VALUE "D".
001450     05  EXT-DET-KEY                PIC 999.
001460     05  EXT-DET-DESC               PIC X(25).
001470     05  EXT-DET-ZAHL-IN            PIC 999.
001480     05  EXT-DET-ZAHL2-OUT          PIC 999.
001490     05  EXT-DET-DATE               PIC 9(08).
001500     05  EXT-DET-TIME               PIC 9(06).
001510     05  EXT-DET-AMOUNT             PIC S9(07)V99
001520                                    SIGN LEADING SEPARATE.
001530     05  EXT-DET-CURRENCY           PIC X(03).
001540     05  EXT-DET-BASE-AMOUNT        PIC S9(07)V99
001550                                    SIGN LEADING SEPARATE.
001560     05  FILLER                     PIC X(08) VALUE SPACES.
001570 01  EXT-TRAILER-LINE.
001580     05  EXT-TRL-TYPE               PIC X(01) VALUE "T".
001590     05  EXT-TRL-COUNT              PIC 9(07).
001600     05  EXT-TRL-HASH               PIC 9(09).
001610     05  EXT-TRL-AMOUNT             PIC S9(09)V99
001620                                    SIGN LEADING SEPARATE.
001630     05  EXT-TRL-BASE-AMOUNT        PIC S9(09)V99
001640                                    SIGN LEADING SEPARATE.
001650     05  FILLER                     PIC X(39) VALUE SPACES.
