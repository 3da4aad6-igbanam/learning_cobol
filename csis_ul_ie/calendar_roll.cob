000230*                  THE NEXT PROCESSING DAY ABORTS WITH A LOAD-
000240*                  NEXT-YEAR MESSAGE RATHER THAN LEAVING THE
000250*                  DATE STUCK.
000251*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000252*                  RUN-CONTROL LOG THROUGH CMRUNLOG, WITH THE NEW
000253*                  BUSINESS DATE AS THE KEY TEXT AND THE OLD ONE
000254*                  AS A KEY COUNT, SO THE MORNING OPERATIONS
000255*                  REPORT CAN SHOW PROCDATE ROLLED.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000740 01  CM-CURRENT-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
000750 01  CM-NEXT-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
000760
000761*
000762*****************************************************************
000763*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
000764*****************************************************************
000765 01  CM-RUN-LOG-PARMS.
000766     COPY RUNPARM.
000767
000770 PROCEDURE DIVISION.
000780*
000790*****************************************************************
000820*    PROCESSING DAY ON THE CALENDAR, AND REWRITES PROCDATE.
000830*****************************************************************
000840 0000-MAINLINE.
000842     INITIALIZE CM-RUN-LOG-PARMS.
000844     MOVE "CALROLL" TO CM-RL-PROGRAM-ID.
000846     SET CM-RL-STEP-START TO TRUE.
000848     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
000850     PERFORM 1000-GET-CURRENT-DATE
000860         THRU 1000-GET-CURRENT-DATE-EXIT.
000870     PERFORM 2000-FIND-NEXT-DAY
000910     DISPLAY "CALROLL: BUSINESS DATE ROLLED FROM "
000920             CM-CURRENT-BUSINESS-DATE " TO "
000930             CM-NEXT-BUSINESS-DATE.
000931     SET CM-RL-STEP-END TO TRUE.
000932     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
000933     MOVE "FROM" TO CM-RL-KEY-COUNT-LABEL(1).
000934     MOVE CM-CURRENT-BUSINESS-DATE TO CM-RL-KEY-COUNT(1).
000935     MOVE CM-NEXT-BUSINESS-DATE TO CM-RL-KEY-TEXT.
000936     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
000940     STOP RUN.
000950*
000960*****************************************************************
