000320*                  RC=8 SO OPERATIONS HAS TO LOOK. THE
000330*                  TRANSACTION-ID MATCHING USES THE SAME
000340*                  OFFSET-FROM-BASE PRESENCE MAP RECONBAL USES,
000341*                  SO THE NIGHT'S WORK IS ONE PROBE PER RECORD.
000342*    10/15/26  JI  AN ACCEPTED ACKNOWLEDGMENT NOW RELIEVES THE
000343*                  ACCOUNT'S CUSTMAST RUNNING EXPOSURE THROUGH
000344*                  CMCRDCHK - THE TRANSACTION IS PRICED AT THE
000345*                  RATE IN FORCE ON THE EXTRACT DATE, AS BILLED,
000346*                  AND A REVERSAL'S CREDIT IS PUT BACK. A
000347*                  REPEATED ACCEPTANCE OF THE SAME ID RELIEVES
000348*                  ONCE. CUSTMAST AND BILLRATE DDS ARE NOW
000349*                  REQUIRED.
000350*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000351*                  RUN-CONTROL LOG THROUGH CMRUNLOG FOR THE
000352*                  MORNING OPERATIONS REPORT - THE RETURN CODE AND
000353*                  THE OUTSTANDING, OVER-AGE, ACCEPTED AND
000354*                  REJECTED COUNTS - THE OUTSTANDING COUNT IS THE
000355*                  ONE THE REPORT CARRIES FORWARD.
000356*    10/15/26  JI  A VOLUME REBATE CREDIT (OUT-CREDIT-TYPE "R") IS
000357*                  PUT BACK AS A CREDIT ON ACCEPTANCE, LIKE A
000358*                  REVERSAL.
000360*****************************************************************
000370*
000380 ENVIRONMENT DIVISION.
002630     05  CM-DISCREPANCY-CT           PIC 9(06) COMP VALUE ZERO.
002640     05  CM-OUTSTANDING-CT           PIC 9(06) COMP VALUE ZERO.
002650     05  CM-AGED-CT                  PIC 9(06) COMP VALUE ZERO.
002651     05  CM-RELIEF-FAIL-CT           PIC 9(06) COMP VALUE ZERO.
002652*
002653*****************************************************************
002654*    PARAMETERS PASSED TO THE CMCRDCHK SUBPROGRAM (SEE
002655*    CSIS_UL_IE/COPYBOOKS/CRDPARM.CPY).
002656*****************************************************************
002657 01  CM-CREDIT-PARMS.
002658     COPY CRDPARM.
002660*
002670*****************************************************************
002680*    REPORT LINE LAYOUTS
003240     05  CM-TL-AGED-CT               PIC ZZZZZ9.
003250     05  FILLER                      PIC X(19) VALUE SPACES.
003260
003261*
003262*****************************************************************
003263*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
003264*****************************************************************
003265 01  CM-RUN-LOG-PARMS.
003266     COPY RUNPARM.
003267
003270 PROCEDURE DIVISION.
003280*
003290*****************************************************************
003600*    REPORT HEADING, AND PRIMES THE SEQUENTIAL READS.
003610*****************************************************************
003620 1000-INITIALIZE.
003622     INITIALIZE CM-RUN-LOG-PARMS.
003624     MOVE "CSISBACK" TO CM-RL-PROGRAM-ID.
003626     SET CM-RL-STEP-START TO TRUE.
003628     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003630     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
003640     COMPUTE CM-RUN-DAY-NO =
003650         FUNCTION INTEGER-OF-DATE (CM-RUN-DATE).
005464                 PERFORM 8000-WRITE-DISCREPANCY
005466                     THRU 8000-WRITE-DISCREPANCY-EXIT
005468             END-IF
005469     END-EVALUATE.
005470     PERFORM 3100-READ-ACK
005480         THRU 3100-READ-ACK-EXIT.
005490 3000-PROCESS-ACK-RECORD-EXIT.
005950         PERFORM 8000-WRITE-DISCREPANCY
005960             THRU 8000-WRITE-DISCREPANCY-EXIT
005970     ELSE
005971         ADD 1 TO CM-ACCEPTED-CT
005972         IF CM-ACK-FLAG (CM-ID-OFFSET) NOT = "A"
005973             PERFORM 3300-RELIEVE-EXPOSURE
005974                 THRU 3300-RELIEVE-EXPOSURE-EXIT
005975         END-IF
005976         MOVE "A" TO CM-ACK-FLAG (CM-ID-OFFSET)
005977     END-IF.
005978 3200-MATCH-ACK-DETAIL-EXIT.
005979     EXIT.
005980*
005981*****************************************************************
005982*    3300-RELIEVE-EXPOSURE
005983*    BILLING HAS ACCEPTED THE TRANSACTION, SO IT NO LONGER
005984*    COUNTS AGAINST THE ACCOUNT'S CREDIT LIMIT - THE MULTOUT
005985*    RECORD GIVES THE ACCOUNT, TIER, AND RESULT, AND CMCRDCHK
005986*    TAKES IT OFF THE EXPOSURE AT THE EXTRACT DATE'S RATE. A
005987*    MISSING MULTOUT RECORD WAS ALREADY LISTED BY 2200. A
005988*    RELIEF THAT FAILS IS DISPLAYED AND COUNTED - THE ACK
005989*    ITSELF STANDS.
005990*****************************************************************
005991 3300-RELIEVE-EXPOSURE.
005992     MOVE BA-TRANSACTION-ID TO OUT-TRANSACTION-ID.
005993     READ RESULT-FILE
005994         INVALID KEY
005995             GO TO 3300-RELIEVE-EXPOSURE-EXIT
005996     END-READ.
005997     SET CM-CR-RELIEVE TO TRUE.
005998     IF OUT-ORIGINAL-ID NUMERIC
005999         OR OUT-REBATE-CREDIT
006000         SET CM-CR-CREDIT TO TRUE
006001     ELSE
006002         SET CM-CR-DEBIT TO TRUE
006003     END-IF.
006004     MOVE OUT-ACCOUNT-NO TO CM-CR-ACCOUNT-NO.
006005     MOVE OUT-CUSTOMER-TIER TO CM-CR-CUSTOMER-TIER.
006006     MOVE OUT-RESULT TO CM-CR-RESULT.
006007     MOVE CM-SENT-EXTRACT-DATE TO CM-CR-PRICE-DATE.
006008     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
006009     IF CM-CR-OVER-LIMIT
006010         ADD 1 TO CM-RELIEF-FAIL-CT
006011         DISPLAY "CSISBACK: EXPOSURE NOT RELIEVED FOR "
006012                 "TRANSACTION " OUT-TRANSACTION-ID
006013                 " ACCOUNT " CM-CR-ACCOUNT-NO
006014                 " - " CM-CR-REASON
006015     END-IF.
006016 3300-RELIEVE-EXPOSURE-EXIT.
006020     EXIT.
006030*
006040*****************************************************************
007780             CM-AGED-CT.
007790     DISPLAY "CSISBACK: DISCREPANCIES    = "
007800             CM-DISCREPANCY-CT.
007801     DISPLAY "CSISBACK: NOT RELIEVED     = "
007802             CM-RELIEF-FAIL-CT.
007810     IF CM-AGED-FOUND
007820         MOVE 8 TO RETURN-CODE
007830     ELSE
007840         IF CM-DISCREPANCY-CT > ZERO
007850             MOVE 4 TO RETURN-CODE
007860         END-IF
007861     END-IF.
007862     SET CM-RL-STEP-END TO TRUE.
007863     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
007864     MOVE "OUTSTAND" TO CM-RL-KEY-COUNT-LABEL(1).
007865     MOVE CM-OUTSTANDING-CT TO CM-RL-KEY-COUNT(1).
007866     MOVE "OVER AGE" TO CM-RL-KEY-COUNT-LABEL(2).
007867     MOVE CM-AGED-CT TO CM-RL-KEY-COUNT(2).
007868     MOVE "ACCEPTED" TO CM-RL-KEY-COUNT-LABEL(3).
007869     MOVE CM-ACCEPTED-CT TO CM-RL-KEY-COUNT(3).
007870     MOVE "REJECTED" TO CM-RL-KEY-COUNT-LABEL(4).
007871     MOVE CM-REJECTED-CT TO CM-RL-KEY-COUNT(4).
007872     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
007880 7000-TERMINATE-EXIT.
007890     EXIT.
007900*
