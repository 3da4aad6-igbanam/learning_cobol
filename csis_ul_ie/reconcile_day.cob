000696*                  SO EACH UPSTREAM DESK SIGNS OFF ITS OWN
000697*                  NUMBERS, WITH A PER-SOURCE MISMATCH COUNTED
000698*                  AS A DISCREPANCY LIKE THE OVERALL ONE.
000699*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000700*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000701*                  CODE, THE DISCREPANCY COUNT, AND THE ORDER
000702*                  LINES, NEW 00/RV ROWS AND NEW MULTOUT RECORDS
000703*                  RECONCILED - SO THE MORNING OPERATIONS REPORT
000704*                  CAN SAY WHETHER THE DAY BALANCED.
000705*    10/15/26  JI  A STATUS "VR" AUDIT ROW - A VOLUME REBATE
000706*                  CREDIT POSTED BY REBPOST AT MONTH END - ALSO
000707*                  LANDS A MULTOUT RECORD, SO THE MULTOUT LEGS NOW
000708*                  TREAT "VR" THE SAME AS "00" AND "RV".
000709*****************************************************************
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
002450         VALUE "DAY IN BALANCE - NO DISCREPANCIES FOUND".
002460     05  FILLER                      PIC X(40) VALUE SPACES.
002470
002471*
002472*****************************************************************
002473*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002474*****************************************************************
002475 01  CM-RUN-LOG-PARMS.
002476     COPY RUNPARM.
002477
002480 PROCEDURE DIVISION.
002490*
002500*****************************************************************
002770*    SEQUENTIAL LEG.
002780*****************************************************************
002790 1000-INITIALIZE.
002792     INITIALIZE CM-RUN-LOG-PARMS.
002794     MOVE "RECONBAL" TO CM-RL-PROGRAM-ID.
002796     SET CM-RL-STEP-START TO TRUE.
002798     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002800     PERFORM 1050-GET-BUSINESS-DATE
002810         THRU 1050-GET-BUSINESS-DATE-EXIT.
002820     PERFORM 1100-GET-HIGH-WATER
004090*****************************************************************
004100*    3000-PROCESS-AUDIT-ROW
004110*    LEG TWO - COUNTS TONIGHT'S BATCH AUDIT ROWS FOR THE FEED
004120*    LEG, AND FOR EVERY STATUS-00/RV/VR ROW ABOVE THE HIGH-WATER
004130*    MARK PROVES THE MULTOUT RECORD EXISTS UNDER THE SAME
004140*    TRANSACTION ID AND FLAGS THE ID ON THE PRESENCE MAP SO
004150*    THE MULTOUT SCAN CAN PROVE THE REVERSE. ROWS AT OR BELOW
004216             THRU 7000-FIND-SOURCE-ENTRY-EXIT
004218         ADD 1 TO CM-RB-AUDIT-CT (CM-SOURCE-SUB)
004220     END-IF.
004230     IF (AL-STATUS-CODE = "00" OR AL-STATUS-CODE = "RV"
004232         OR AL-STATUS-CODE = "VR")
004240         AND AL-TRANSACTION-ID > CM-PRIOR-HIGH-WATER
004250         ADD 1 TO CM-AUDIT-OK-CT
004260         PERFORM 3200-FLAG-AUDIT-ID
004470*
004480*****************************************************************
004490*    3200-FLAG-AUDIT-ID
004500*    FLAGS A STATUS-00/RV/VR TRANSACTION ID ON THE PRESENCE MAP
004510*    FOR THE MULTOUT SCAN AND ROLLS THE NIGHT'S HIGH WATER. AN
004520*    ID PAST THE MAP RANGE FAILS THE RUN RATHER THAN
004530*    RECONCILING A PARTIAL TRAIL.
004700*
004710*****************************************************************
004720*    3300-MATCH-MULTOUT
004730*    KEYED READ ON MULTOUT FOR A STATUS-00/RV/VR AUDIT ROW - A
004740*    MISSING RECORD IS A DISCREPANCY LISTED BY TRANSACTION ID.
004750*****************************************************************
004760 3300-MATCH-MULTOUT.
004770     MOVE AL-TRANSACTION-ID TO OUT-TRANSACTION-ID.
004780     READ RESULT-FILE
004790         INVALID KEY
004800             MOVE "AUDIT ROW WITHOUT MULTOUT RECORD" TO
004810                 CM-DL-DESCRIPTION
004820             MOVE AL-TRANSACTION-ID TO CM-DL-TRANSACTION-ID
004830             PERFORM 5100-WRITE-DISCREPANCY
004890*****************************************************************
004900*    4000-SCAN-MULTOUT
004910*    LEG THREE - SCANS EVERY MULTOUT RECORD ABOVE THE
004920*    HIGH-WATER MARK AND PROVES IT HAS A STATUS-00/RV/VR AUDIT
004930*    ROW ON THE PRESENCE MAP. THE SCAN IS PRIMED WITH A START
004940*    JUST PAST THE MARK, WHICH ALSO RESETS THE FILE POSITION
004950*    AFTER LEG TWO'S KEYED READS.
005440         STOP RUN
005450     END-IF.
005460     IF CM-ID-SEEN-FLAG (CM-ID-OFFSET) NOT = "Y"
005470         MOVE "MULTOUT RECORD WITHOUT AUDIT ROW" TO
005480             CM-DL-DESCRIPTION
005490         MOVE OUT-TRANSACTION-ID TO CM-DL-TRANSACTION-ID
005500         PERFORM 5100-WRITE-DISCREPANCY
006080             CM-ORDER-LINE-CT.
006090     DISPLAY "RECONBAL: BATCH AUDITS TODAY = "
006100             CM-AUDIT-B-TODAY-CT.
006110     DISPLAY "RECONBAL: NEW 00/RV/VR ROWS  = "
006120             CM-AUDIT-OK-CT.
006130     DISPLAY "RECONBAL: NEW MULTOUT RECS   = "
006140             CM-MULTOUT-CT.
006200             CM-DISCREPANCY-CT.
006210     IF CM-DISCREPANCY-CT > ZERO
006220         MOVE 8 TO RETURN-CODE
006221     END-IF.
006222     SET CM-RL-STEP-END TO TRUE.
006223     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
006224     MOVE "DISCREP" TO CM-RL-KEY-COUNT-LABEL(1).
006225     MOVE CM-DISCREPANCY-CT TO CM-RL-KEY-COUNT(1).
006226     MOVE "LINES" TO CM-RL-KEY-COUNT-LABEL(2).
006227     MOVE CM-ORDER-LINE-CT TO CM-RL-KEY-COUNT(2).
006228     MOVE "AUDITS" TO CM-RL-KEY-COUNT-LABEL(3).
006229     MOVE CM-AUDIT-OK-CT TO CM-RL-KEY-COUNT(3).
006230     MOVE "RESULTS" TO CM-RL-KEY-COUNT-LABEL(4).
006231     MOVE CM-MULTOUT-CT TO CM-RL-KEY-COUNT(4).
006232     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
006240 6000-TERMINATE-EXIT.
006250     EXIT.
006260*
