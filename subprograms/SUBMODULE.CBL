001050*      00 - UNIT COMPLETED NORMALLY
001060*      04 - UNIT SKIPPED (WARNING, PROCESSING CONTINUES)
001070*      08 - SEVERE ERROR (CALLER ABENDS THE RUN)
001080*  A STANDARD UNIT MULTIPLIES THE UNIT VALUE BY THE MULTIPLIER
001090*  OF THE TYPE S HANDLER RULE IN FORCE ON THE UNIT DATE
001100*  (RULESEL; THE STANDING MULTIPLIER OF 2 WHEN NO RULE COVERS
001110*  IT), AND RETURNS THE RULE'S IDENTITY IN CTL-RULE-ID.
001120*----------------------------------------------------------------
001130*  MODIFICATION HISTORY
001140*  DATE       INIT  DESCRIPTION
001150*  08/08/26   JPM   ORIGINAL VERSION - RETURNS A STATUS CODE
001160*                   TO THE CALLER.
001170*  08/08/26   JPM   SWITCHED FROM A BARE ZAHL PARAMETER TO THE
001180*                   SHARED WSCTLREC CONTROL RECORD SO THIS
001190*                   PROGRAM CAN SET ZAHL2 ITSELF INSTEAD OF
001200*                   LEAVING IT FOR THE CALLER TO GUESS AT.
001210*  10/15/26   JPM   THE MULTIPLIER NOW COMES FROM THE RULEMSTR
001220*                   RULE IN FORCE ON THE UNIT DATE INSTEAD OF A
001230*                   HARDCODED 2, AND THE RULE APPLIED IS PASSED
001240*                   BACK FOR THE AUDIT TRAIL.  RESEQUENCED THE
001250*                   SOURCE DECK.
001260*****************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. SUBMODULE.
001290 AUTHOR. J P MEYER.
001300 INSTALLATION. BATCH SYSTEMS GROUP.
001310 DATE-WRITTEN. 08/08/26.
001320 DATE-COMPILED.
001330 DATA DIVISION.
001340 WORKING-STORAGE SECTION.
001350 COPY RULSREC.
001360 LINKAGE SECTION.
001370 COPY WSCTLREC.
001380 01  SUBMODULE-STATUS-LS             PIC 99.
001390 PROCEDURE DIVISION USING WS-CONTROL-RECORD, SUBMODULE-STATUS-LS.
001400*----------------------------------------------------------------
001410*    0000-MAINLINE - PROCESS THE UNIT OF WORK DRIVEN BY ZAHL
001420*----------------------------------------------------------------
001430 0000-MAINLINE.
001440     MOVE ZERO TO SUBMODULE-STATUS-LS
001450     MOVE SPACES TO CTL-RULE-ID
001460     IF ZAHL NOT NUMERIC OR ZAHL < 1 OR ZAHL > 999
001470         MOVE 08 TO SUBMODULE-STATUS-LS
001480         GOBACK
001490     END-IF
001500     MOVE "S" TO RULS-TYPE
001510     MOVE ZAHL TO RULS-KEY
001520     MOVE CTL-UNIT-DATE TO RULS-DATE
001530     CALL "RULESEL" USING RULESEL-PARM
001540     MOVE RULS-RULE-ID TO CTL-RULE-ID
001550     COMPUTE ZAHL2 = ZAHL * RULS-VALUE
001560         ON SIZE ERROR
001570             MOVE 999 TO ZAHL2
001580             MOVE 04 TO SUBMODULE-STATUS-LS
001590     END-COMPUTE
001600     GOBACK.
001610 END PROGRAM SUBMODULE.
