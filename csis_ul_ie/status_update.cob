000190*                  CARD MUST SAY OPEN OR CLOSED EXACTLY - A
000200*                  BAD CARD ABORTS RATHER THAN GUESSING WHICH
000210*                  WAY TO THROW THE SWITCH.
000211*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000212*                  RUN-CONTROL LOG THROUGH CMRUNLOG, WITH THE
000213*                  STATUS SET AS THE KEY TEXT, SO THE MORNING
000214*                  OPERATIONS REPORT CAN SHOW THAT ONLINE ENTRY
000215*                  WAS CLOSED FOR THE CYCLE AND REOPENED AFTER IT.
000220*****************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000590 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
000600 01  CM-RUN-TIME                     PIC 9(08) VALUE ZERO.
000610
000611*
000612*****************************************************************
000613*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
000614*****************************************************************
000615 01  CM-RUN-LOG-PARMS.
000616     COPY RUNPARM.
000617
000620 PROCEDURE DIVISION.
000630*
000640*****************************************************************
000670*    REWRITES THE SYSSTAT CONTROL RECORD.
000680*****************************************************************
000690 0000-MAINLINE.
000692     INITIALIZE CM-RUN-LOG-PARMS.
000694     MOVE "STATUPDT" TO CM-RL-PROGRAM-ID.
000696     SET CM-RL-STEP-START TO TRUE.
000698     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
000700     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
000710     ACCEPT CM-RUN-TIME FROM TIME.
000720     PERFORM 1000-GET-NEW-STATUS
000740     PERFORM 2000-WRITE-STATUS
000750         THRU 2000-WRITE-STATUS-EXIT.
000760     DISPLAY "STATUPDT: SYSTEM STATUS SET TO " CM-NEW-STATUS.
000762     SET CM-RL-STEP-END TO TRUE.
000764     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
000766     MOVE CM-NEW-STATUS TO CM-RL-KEY-TEXT.
000768     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
000770     STOP RUN.
000780*
000790*****************************************************************
