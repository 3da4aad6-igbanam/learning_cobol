000226*                  TO 730 BYTES AND THE OLD FILE IS SET ASIDE
000227*                  AT CUTOVER - SEE THE RUNSTATS COPYBOOK
000228*                  HISTORY.
000229*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000230*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000231*                  CODE AND THE RUNS REPORTED - FOR THE MORNING
000232*                  OPERATIONS REPORT.
000233*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
001920
001930 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
001940
001941*
001942*****************************************************************
001943*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
001944*****************************************************************
001945 01  CM-RUN-LOG-PARMS.
001946     COPY RUNPARM.
001947
001950 PROCEDURE DIVISION.
001960*
001970*****************************************************************
002170*    FIRST READ.
002180*****************************************************************
002190 1000-INITIALIZE.
002192     INITIALIZE CM-RUN-LOG-PARMS.
002194     MOVE "STATRPT" TO CM-RL-PROGRAM-ID.
002196     SET CM-RL-STEP-START TO TRUE.
002198     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002200     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002210     PERFORM 1100-GET-RUN-COUNT-CARD
002220         THRU 1100-GET-RUN-COUNT-CARD-EXIT.
004970     CLOSE RUN-STATS-FILE.
004980     CLOSE STATS-REPORT-FILE.
004990     DISPLAY "STATRPT: RUNS REPORTED = " CM-RUNS-KEPT.
004991     SET CM-RL-STEP-END TO TRUE.
004992     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
004993     MOVE "RUNS" TO CM-RL-KEY-COUNT-LABEL(1).
004994     MOVE CM-RUNS-KEPT TO CM-RL-KEY-COUNT(1).
004995     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
005000 4000-TERMINATE-EXIT.
005010     EXIT.
