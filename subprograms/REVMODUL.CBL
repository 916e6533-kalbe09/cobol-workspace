001070*      00 - UNIT COMPLETED NORMALLY
001080*      04 - UNIT SKIPPED (WARNING, PROCESSING CONTINUES)
001090*      08 - SEVERE ERROR (CALLER ABENDS THE RUN)
001100*  A REVERSAL BACKS OUT A STANDARD UNIT BY DIVIDING THE VALUE
001110*  BY THE DIVISOR OF THE TYPE R HANDLER RULE IN FORCE ON THE
001120*  UNIT DATE (RULESEL; THE STANDING DIVISOR OF 2 WHEN NO RULE
001130*  COVERS IT), AND RETURNS THE RULE'S IDENTITY IN CTL-RULE-ID.
001140*  A VALUE THE DIVISOR DOES NOT GO INTO EXACTLY CANNOT HAVE
001150*  COME FROM A STANDARD UNIT, SO IT IS RETURNED AS A WARNING
001160*  AND THE UNIT SKIPPED.
001170*----------------------------------------------------------------
001180*  MODIFICATION HISTORY
001190*  DATE       INIT  DESCRIPTION
001200*  08/22/26   JPM   ORIGINAL VERSION.
001210*  10/15/26   JPM   THE DIVISOR NOW COMES FROM THE RULEMSTR
001220*                   RULE IN FORCE ON THE UNIT DATE INSTEAD OF A
001230*                   HARDCODED 2, AND THE RULE APPLIED IS PASSED
001240*                   BACK FOR THE AUDIT TRAIL.  RESEQUENCED THE
001250*                   SOURCE DECK.
001260*****************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. REVMODUL.
001290 AUTHOR. J P MEYER.
001300 INSTALLATION. BATCH SYSTEMS GROUP.
001310 DATE-WRITTEN. 08/22/26.
001320 DATE-COMPILED.
001330 DATA DIVISION.
001340 WORKING-STORAGE SECTION.
001350 77  REV-DIVIDE-REMAINDER            PIC 999 VALUE ZERO.
001360 COPY RULSREC.
001370 LINKAGE SECTION.
001380 COPY WSCTLREC.
001390 01  SUBMODULE-STATUS-LS             PIC 99.
001400 PROCEDURE DIVISION USING WS-CONTROL-RECORD, SUBMODULE-STATUS-LS.
001410*----------------------------------------------------------------
001420*    0000-MAINLINE - REVERSE THE UNIT OF WORK DRIVEN BY ZAHL
001430*----------------------------------------------------------------
001440 0000-MAINLINE.
001450     MOVE ZERO TO SUBMODULE-STATUS-LS
001460     MOVE SPACES TO CTL-RULE-ID
001470     IF ZAHL NOT NUMERIC OR ZAHL < 1 OR ZAHL > 999
001480         MOVE 08 TO SUBMODULE-STATUS-LS
001490         GOBACK
001500     END-IF
001510     MOVE "R" TO RULS-TYPE
001520     MOVE ZAHL TO RULS-KEY
001530     MOVE CTL-UNIT-DATE TO RULS-DATE
001540     CALL "RULESEL" USING RULESEL-PARM
001550     MOVE RULS-RULE-ID TO CTL-RULE-ID
001560     DIVIDE ZAHL BY RULS-VALUE GIVING ZAHL2
001570         REMAINDER REV-DIVIDE-REMAINDER
001580     IF REV-DIVIDE-REMAINDER NOT = ZERO
001590         MOVE 04 TO SUBMODULE-STATUS-LS
001600     END-IF
001610     GOBACK.
001620 END PROGRAM REVMODUL.
