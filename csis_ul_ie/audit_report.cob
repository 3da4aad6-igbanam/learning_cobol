000355*                  LINE IS FULL, SO THE SOURCE SYSTEM IS NOT
000356*                  PRINTED - THE SINGLE-CHARACTER SOURCE
000357*                  COLUMN STILL TELLS BATCH FROM ONLINE.
000358*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000359*                  RUN-CONTROL LOG THROUGH CMRUNLOG FOR THE
000360*                  MORNING OPERATIONS REPORT - THE RETURN CODE AND
000361*                  THE ROWS READ, SELECTED AND REJECTED.
000362*****************************************************************
000363*
000364 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. CSIS-UL-IE.
000390 OBJECT-COMPUTER. CSIS-UL-IE.
002260
002270 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
002280
002281*
002282*****************************************************************
002283*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002284*****************************************************************
002285 01  CM-RUN-LOG-PARMS.
002286     COPY RUNPARM.
002287
002290 PROCEDURE DIVISION.
002300*
002310*****************************************************************
002480*    WRITES THE HEADINGS, AND READS THE FIRST AUDIT ROW.
002490*****************************************************************
002500 1000-INITIALIZE.
002502     INITIALIZE CM-RUN-LOG-PARMS.
002504     MOVE "AUDITRPT" TO CM-RL-PROGRAM-ID.
002506     SET CM-RL-STEP-START TO TRUE.
002508     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002510     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002520     PERFORM 1100-GET-SELECTION-CARD
002530         THRU 1100-GET-SELECTION-CARD-EXIT.
004820     DISPLAY "AUDITRPT: ROWS READ     = " CM-ROWS-READ-CT.
004830     DISPLAY "AUDITRPT: ROWS SELECTED = " CM-ROWS-SELECTED-CT.
004840     DISPLAY "AUDITRPT: ROWS REJECTED = " CM-ROWS-REJECT-CT.
004841     SET CM-RL-STEP-END TO TRUE.
004842     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
004843     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(1).
004844     MOVE CM-ROWS-READ-CT TO CM-RL-KEY-COUNT(1).
004845     MOVE "SELECTED" TO CM-RL-KEY-COUNT-LABEL(2).
004846     MOVE CM-ROWS-SELECTED-CT TO CM-RL-KEY-COUNT(2).
004847     MOVE "REJECTED" TO CM-RL-KEY-COUNT-LABEL(3).
004848     MOVE CM-ROWS-REJECT-CT TO CM-RL-KEY-COUNT(3).
004849     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
004850 3000-TERMINATE-EXIT.
004860     EXIT.
004870*
