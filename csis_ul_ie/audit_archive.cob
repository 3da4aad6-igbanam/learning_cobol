000311*    09/02/26  JI  THE AUDIT ROW GREW TO 90 BYTES WITH
000312*                  AL-SOURCE-SYSTEM - FDS, THE ARCHIVE RECORD,
000313*                  AND THE CONTROL RECORD FILLER WIDENED.
000314*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000315*                  RUN-CONTROL LOG THROUGH CMRUNLOG FOR THE
000316*                  MORNING OPERATIONS REPORT - THE RETURN CODE AND
000317*                  THE ROWS READ, ARCHIVED AND RETAINED.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
001370     05  CM-ROWS-ARCHIVED-CT         PIC 9(08) COMP VALUE ZERO.
001380     05  CM-ROWS-RETAINED-CT         PIC 9(08) COMP VALUE ZERO.
001390
001391*
001392*****************************************************************
001393*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
001394*****************************************************************
001395 01  CM-RUN-LOG-PARMS.
001396     COPY RUNPARM.
001397
001400 PROCEDURE DIVISION.
001410*
001420*****************************************************************
001590*    FIRST READ.
001600*****************************************************************
001610 1000-INITIALIZE.
001612     INITIALIZE CM-RUN-LOG-PARMS.
001614     MOVE "AUDARCH" TO CM-RL-PROGRAM-ID.
001616     SET CM-RL-STEP-START TO TRUE.
001618     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
001620     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001630     PERFORM 1100-GET-RETENTION-DATE
001640         THRU 1100-GET-RETENTION-DATE-EXIT.
002890                 "DO NOT CUT OVER"
002900         MOVE 08 TO RETURN-CODE
002910     END-IF.
002911     SET CM-RL-STEP-END TO TRUE.
002912     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
002913     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(1).
002914     MOVE CM-ROWS-READ-CT TO CM-RL-KEY-COUNT(1).
002915     MOVE "ARCHIVED" TO CM-RL-KEY-COUNT-LABEL(2).
002916     MOVE CM-ROWS-ARCHIVED-CT TO CM-RL-KEY-COUNT(2).
002917     MOVE "RETAINED" TO CM-RL-KEY-COUNT-LABEL(3).
002918     MOVE CM-ROWS-RETAINED-CT TO CM-RL-KEY-COUNT(3).
002919     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002920 3000-TERMINATE-EXIT.
002930     EXIT.
