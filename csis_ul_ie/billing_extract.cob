000807*                  EXTPARMS CARD MEANS A NORMAL RUN. MULTOUT
000808*                  GREW TO 52 BYTES FOR THE STAMP - SEE THE
000809*                  COPYBOOK HISTORY AND CSISMC01.
000810*    10/15/26  JI  EVERY RECORD A NORMAL RUN FLAGS AND STAMPS
000811*                  NOW ALSO GETS AN AUDITLOG ROW THROUGH
000812*                  CMAUDLOG - SOURCE "E", STATUS "EX", THE
000813*                  EXTRACT DATE AS THE TRANSACTION DATE, AND
000814*                  THE RUN NUMBER IN THE FIRST FOUR BYTES OF
000815*                  THE SOURCE-SYSTEM COLUMN. THE STAMP WAS THE
000816*                  ONLY CHANGE TO MULTOUT THE AUDIT TRAIL DID
000817*                  NOT CARRY, SO MLTRECOV COULD NOT HAVE
000818*                  REPLAYED IT ONTO A RESTORED BACKUP. A REGEN
000819*                  RUN STAMPS NOTHING AND LOGS NOTHING.
000820*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000821*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000822*                  CODE, THE RUN MODE, THE EXTRACT RUN NUMBER (OR
000823*                  THE RUN REGENERATED), THE RECORDS READ AND
000824*                  BILLED, AND THE DOLLAR TOTAL SENT - FOR THE
000825*                  MORNING OPERATIONS REPORT.
000826*    10/15/26  JI  A VOLUME REBATE CREDIT POSTED BY REBPOST
000827*                  (OUT-CREDIT-TYPE "R") GOES OUT AS A "C" DETAIL
000828*                  THE SAME AS A REVERSAL, PRICED AT THE RATE IN
000829*                  FORCE ON THE EXTRACT DATE.
000830*****************************************************************
000831*
000832 ENVIRONMENT DIVISION.
000833 CONFIGURATION SECTION.
000840 SOURCE-COMPUTER. CSIS-UL-IE.
000850 OBJECT-COMPUTER. CSIS-UL-IE.
000860 INPUT-OUTPUT SECTION.
002310     05  CM-BT-RECORD-COUNT          PIC 9(06).
002320     05  CM-BT-RESULT-HASH           PIC 9(10).
002330     05  CM-BT-AMOUNT-TOTAL          PIC 9(09)V99.
002331     05  FILLER                      PIC X(12) VALUE SPACES.
002332*
002333*****************************************************************
002334*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - ONE "EX"
002335*    ROW PER RECORD STAMPED. THE SOURCE-SYSTEM COLUMN CARRIES
002336*    THE EXTRACT RUN NUMBER IN ITS FIRST FOUR BYTES.
002337*****************************************************************
002338 01  CM-AUDIT-PARMS.
002339     05  CM-AP-SOURCE                PIC X(01) VALUE "E".
002340     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "BATCH".
002341     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
002342     COPY CALCREC.
002343*
002344*****************************************************************
002345*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002346*****************************************************************
002347 01  CM-RUN-LOG-PARMS.
002348     COPY RUNPARM.
002350
002360 PROCEDURE DIVISION.
002370*
002552*    INTERFACE FILE, WRITES THE HEADER, AND READS THE FIRST
002553*    RESULT RECORD.
002560*****************************************************************
002561 1000-INITIALIZE.
002562     INITIALIZE CM-RUN-LOG-PARMS.
002563     MOVE "CSISBEXT" TO CM-RL-PROGRAM-ID.
002564     SET CM-RL-STEP-START TO TRUE.
002565     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002571     PERFORM 1020-GET-RUN-MODE
002572         THRU 1020-GET-RUN-MODE-EXIT.
002573     IF CM-REGEN-MODE
004650     MOVE OUT-RESULT TO CM-BD-RESULT.
004660     MOVE CM-BILL-AMOUNT TO CM-BD-BILL-AMOUNT.
004670     IF OUT-ORIGINAL-ID NUMERIC
004675         OR OUT-REBATE-CREDIT
004680         MOVE "C" TO CM-BD-DEBIT-CREDIT
004690     ELSE
004700         MOVE "D" TO CM-BD-DEBIT-CREDIT
004950                     OUT-TRANSACTION-ID
004960             MOVE 16 TO RETURN-CODE
004970             STOP RUN
004971     END-REWRITE.
004972     PERFORM 2500-WRITE-AUDIT-ENTRY
004973         THRU 2500-WRITE-AUDIT-ENTRY-EXIT.
004974 2400-MARK-EXTRACTED-EXIT.
004975     EXIT.
004976*
004977*****************************************************************
004978*    2500-WRITE-AUDIT-ENTRY
004979*    LOGS THE STAMP JUST WRITTEN - STATUS "EX" UNDER THE
004980*    TRANSACTION'S OWN ID, DATED THE EXTRACT DATE, WITH THE
004981*    RUN NUMBER IN THE SOURCE-SYSTEM COLUMN - SO THE STAMP
004982*    CAN BE REPLAYED ONTO A RESTORED MULTOUT BACKUP.
004983*****************************************************************
004984 2500-WRITE-AUDIT-ENTRY.
004985     MOVE OUT-TRANSACTION-ID TO CM-TR-TRANSACTION-ID.
004986     MOVE CM-RUN-DATE TO CM-TR-DATE.
004987     MOVE "CSISBEXT" TO CM-TR-OPERATOR-ID.
004988     MOVE OUT-ACCOUNT-NO TO CM-TR-ACCOUNT-NO.
004989     MOVE OUT-CUSTOMER-TIER TO CM-TR-CUSTOMER-TIER.
004990     MOVE OUT-NX TO CM-TR-NX.
004991     MOVE OUT-NY TO CM-TR-NY.
004992     MOVE OUT-RESULT TO CM-TR-RESULT.
004993     MOVE "EX" TO CM-TR-STATUS-CODE.
004994     MOVE ZERO TO CM-TR-ORIGINAL-ID.
004995     MOVE SPACES TO CM-AP-SOURCE-SYSTEM.
004996     MOVE CM-EXTRACT-RUN-NO TO CM-AP-SOURCE-SYSTEM (1:4).
004997     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
004998 2500-WRITE-AUDIT-ENTRY-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005211         DISPLAY "CSISBEXT: EXTRACT RUN NO    = "
005212                 CM-EXTRACT-RUN-NO
005213     END-IF.
005214     SET CM-RL-STEP-END TO TRUE.
005215     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
005216     MOVE "RUN NO" TO CM-RL-KEY-COUNT-LABEL(1).
005217     MOVE CM-EXTRACT-RUN-NO TO CM-RL-KEY-COUNT(1).
005218     MOVE "BILLED" TO CM-RL-KEY-COUNT-LABEL(2).
005219     MOVE CM-RECORDS-BILLED-CT TO CM-RL-KEY-COUNT(2).
005220     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(3).
005221     MOVE CM-RECORDS-READ-CT TO CM-RL-KEY-COUNT(3).
005222     MOVE "REGEN NO" TO CM-RL-KEY-COUNT-LABEL(4).
005223     MOVE CM-REGEN-RUN-NO TO CM-RL-KEY-COUNT(4).
005224     MOVE CM-RUN-MODE TO CM-RL-KEY-TEXT.
005225     MOVE CM-AMOUNT-TOTAL TO CM-RL-KEY-AMOUNT.
005226     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
005227 3000-TERMINATE-EXIT.
005228     EXIT.
