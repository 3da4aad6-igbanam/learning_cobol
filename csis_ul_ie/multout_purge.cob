000356*                  BEFORE STAMPING BEGAN (STAMP ZERO). ONCE
000357*                  THE PRE-STAMP BACKLOG IS PURGED OFF, THE
000358*                  PRE-PASS FINDS NOTHING LEFT TO COVER.
000359*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000360*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000361*                  CODE, THE CUTOFF DATE, AND THE RECORDS READ,
000362*                  PURGED AND RETAINED - FOR THE MORNING
000363*                  OPERATIONS REPORT.
000364*****************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
001480     05  CM-RECORDS-PURGED-CT        PIC 9(08) COMP VALUE ZERO.
001490     05  CM-RECORDS-RETAINED-CT      PIC 9(08) COMP VALUE ZERO.
001500
001501*
001502*****************************************************************
001503*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
001504*****************************************************************
001505 01  CM-RUN-LOG-PARMS.
001506     COPY RUNPARM.
001507
001510 PROCEDURE DIVISION.
001520*
001530*****************************************************************
001730*    OUT THE CUTOFF DATE, AND OPENS THE FILES.
001740*****************************************************************
001750 1000-INITIALIZE.
001752     INITIALIZE CM-RUN-LOG-PARMS.
001754     MOVE "MLTPURGE" TO CM-RL-PROGRAM-ID.
001756     SET CM-RL-STEP-START TO TRUE.
001758     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
001760     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001770     PERFORM 1100-GET-AGE-PARM
001780         THRU 1100-GET-AGE-PARM-EXIT.
003920         CM-RECORDS-PURGED-CT + CM-RECORDS-RETAINED-CT
003930         DISPLAY "MLTPURGE: COUNTS DO NOT RECONCILE"
003940         MOVE 08 TO RETURN-CODE
003941     END-IF.
003942     SET CM-RL-STEP-END TO TRUE.
003943     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
003944     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(1).
003945     MOVE CM-RECORDS-READ-CT TO CM-RL-KEY-COUNT(1).
003946     MOVE "PURGED" TO CM-RL-KEY-COUNT-LABEL(2).
003947     MOVE CM-RECORDS-PURGED-CT TO CM-RL-KEY-COUNT(2).
003948     MOVE "RETAINED" TO CM-RL-KEY-COUNT-LABEL(3).
003949     MOVE CM-RECORDS-RETAINED-CT TO CM-RL-KEY-COUNT(3).
003950     MOVE CM-CUTOFF-DATE TO CM-RL-KEY-TEXT.
003951     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003960 4000-TERMINATE-EXIT.
003970     EXIT.
