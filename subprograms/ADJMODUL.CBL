001070*      00 - UNIT COMPLETED NORMALLY
001080*      04 - UNIT SKIPPED (WARNING, PROCESSING CONTINUES)
001090*      08 - SEVERE ERROR (CALLER ABENDS THE RUN)
001100*  AN ADJUSTMENT ADDS THE ADJUSTMENT AMOUNT OF THE TYPE A
001110*  HANDLER RULE IN FORCE ON THE UNIT DATE (RULESEL; THE
001120*  STANDING AMOUNT OF 10 WHEN NO RULE COVERS IT) TO THE UNIT
001130*  VALUE, AND RETURNS THE RULE'S IDENTITY IN CTL-RULE-ID.
001140*----------------------------------------------------------------
001150*  MODIFICATION HISTORY
001160*  DATE       INIT  DESCRIPTION
001170*  08/22/26   JPM   ORIGINAL VERSION.
001180*  10/15/26   JPM   THE ADJUSTMENT AMOUNT NOW COMES FROM THE
001190*                   RULEMSTR RULE IN FORCE ON THE UNIT DATE
001200*                   INSTEAD OF A HARDCODED 10, AND THE RULE
001210*                   APPLIED IS PASSED BACK FOR THE AUDIT TRAIL.
001220*                   RESEQUENCED THE SOURCE DECK.
001230*****************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. ADJMODUL.
001260 AUTHOR. J P MEYER.
001270 INSTALLATION. BATCH SYSTEMS GROUP.
001280 DATE-WRITTEN. 08/22/26.
001290 DATE-COMPILED.
001300 DATA DIVISION.
001310 WORKING-STORAGE SECTION.
001320 COPY RULSREC.
001330 LINKAGE SECTION.
001340 COPY WSCTLREC.
001350 01  SUBMODULE-STATUS-LS             PIC 99.
001360 PROCEDURE DIVISION USING WS-CONTROL-RECORD, SUBMODULE-STATUS-LS.
001370*----------------------------------------------------------------
001380*    0000-MAINLINE - APPLY THE ADJUSTMENT DRIVEN BY ZAHL
001390*----------------------------------------------------------------
001400 0000-MAINLINE.
001410     MOVE ZERO TO SUBMODULE-STATUS-LS
001420     MOVE SPACES TO CTL-RULE-ID
001430     IF ZAHL NOT NUMERIC OR ZAHL < 1 OR ZAHL > 999
001440         MOVE 08 TO SUBMODULE-STATUS-LS
001450         GOBACK
001460     END-IF
001470     MOVE "A" TO RULS-TYPE
001480     MOVE ZAHL TO RULS-KEY
001490     MOVE CTL-UNIT-DATE TO RULS-DATE
001500     CALL "RULESEL" USING RULESEL-PARM
001510     MOVE RULS-RULE-ID TO CTL-RULE-ID
001520     COMPUTE ZAHL2 = ZAHL + RULS-VALUE
001530         ON SIZE ERROR
001540             MOVE 999 TO ZAHL2
001550             MOVE 04 TO SUBMODULE-STATUS-LS
001560     END-COMPUTE
001570     GOBACK.
001580 END PROGRAM ADJMODUL.
