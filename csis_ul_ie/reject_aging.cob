000280*                  CORRECTION RATE, AND THE OLDEST OPEN AGE IN
000290*                  DAYS, THEN A DETAIL LIST OF EVERY OPEN
000300*                  REJECT OLDER THAN THE AGEPARMS THRESHOLD.
000301*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000302*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000303*                  CODE AND THE REJECTS READ, OPEN, CORRECTED AND
000304*                  OVER THE AGE LIMIT - FOR THE MORNING OPERATIONS
000305*                  REPORT.
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
002310
002320 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
002330
002331*
002332*****************************************************************
002333*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002334*****************************************************************
002335 01  CM-RUN-LOG-PARMS.
002336     COPY RUNPARM.
002337
002340 PROCEDURE DIVISION.
002350*
002360*****************************************************************
002630*    AND PRIMES THE SEQUENTIAL READS.
002640*****************************************************************
002650 1000-INITIALIZE.
002652     INITIALIZE CM-RUN-LOG-PARMS.
002654     MOVE "RECYAGE" TO CM-RL-PROGRAM-ID.
002656     SET CM-RL-STEP-START TO TRUE.
002658     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002660     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002670     COMPUTE CM-RUN-DAY-NO =
002680         FUNCTION INTEGER-OF-DATE (CM-RUN-DATE).
005790             CM-AUDIT-ROWS-READ-CT.
005800     DISPLAY "RECYAGE: OPEN            = " CM-OPEN-CT.
005810     DISPLAY "RECYAGE: CORRECTED       = " CM-CORRECTED-CT.
005811     DISPLAY "RECYAGE: OVER AGE LIMIT  = " CM-AGED-CT.
005812     SET CM-RL-STEP-END TO TRUE.
005813     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
005814     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(1).
005815     MOVE CM-REJECTS-READ-CT TO CM-RL-KEY-COUNT(1).
005816     MOVE "OPEN" TO CM-RL-KEY-COUNT-LABEL(2).
005817     MOVE CM-OPEN-CT TO CM-RL-KEY-COUNT(2).
005818     MOVE "CORRECTD" TO CM-RL-KEY-COUNT-LABEL(3).
005819     MOVE CM-CORRECTED-CT TO CM-RL-KEY-COUNT(3).
005820     MOVE "OVER AGE" TO CM-RL-KEY-COUNT-LABEL(4).
005821     MOVE CM-AGED-CT TO CM-RL-KEY-COUNT(4).
005822     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
005830 6000-TERMINATE-EXIT.
005840     EXIT.
