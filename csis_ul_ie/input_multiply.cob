001029*                  PRICE A TIER-03 CUSTOMER'S ENTRY AS TIER-01.
001031*                  THE ACCOUNT IS CARRIED ONTO MULTOUT AND THE
001032*                  AUDIT ROW, THE SAME AS THE BATCH DRIVER.
001033*    10/15/26  JI  THE ENTRY IS PRICED AGAINST THE ACCOUNT'S
001034*                  CUSTMAST CREDIT LIMIT THROUGH CMCRDCHK AFTER
001035*                  THE TIER LIMIT CHECK - AN ENTRY THAT WOULD
001036*                  TAKE THE ACCOUNT'S UNBILLED EXPOSURE OVER ITS
001037*                  LIMIT RE-PROMPTS AND IS LOGGED REJECTED. A
001038*                  SAVED RESULT IS POSTED TO THE EXPOSURE.
001039*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
001040*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
001041*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
001042*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
001043*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
001044*****************************************************************
001045*
001046 ENVIRONMENT DIVISION.
001050 CONFIGURATION SECTION.
001060 SOURCE-COMPUTER. CSIS-UL-IE.
001070 OBJECT-COMPUTER. CSIS-UL-IE.
001330*    CALCULATION WORK AREAS
001340*****************************************************************
001350 01  CM-OPERATOR-ENTRY                PIC X(08) VALUE SPACES.
001351 01  CM-PASSWORD-ENTRY                PIC X(08) VALUE SPACES.
001352 01  CM-OVERRIDE-ENTRY                PIC X(01) VALUE SPACES.
001355 01  CM-ACCOUNT-ENTRY                 PIC X(08) VALUE SPACES.
001360 01  CM-TIER-ENTRY                    PIC X(02) VALUE SPACES.
001918     COPY CUSTPARM.
001921*
001922*****************************************************************
001923*    PARAMETERS PASSED TO THE CMCRDCHK SUBPROGRAM (SEE
001924*    CSIS_UL_IE/COPYBOOKS/CRDPARM.CPY).
001925*****************************************************************
001926 01  CM-CREDIT-PARMS.
001927     COPY CRDPARM.
001928*
001929*****************************************************************
001930*    PARAMETERS PASSED TO THE CMSTACHK SUBPROGRAM (SEE
001931*    CSIS_UL_IE/COPYBOOKS/SYSPARM.CPY).
001932*****************************************************************
001933 01  CM-STATUS-PARMS.
001934     COPY SYSPARM.
001935*
001936*****************************************************************
001940*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - THE
001950*    COMMON TRANSACTION FIELDS PLUS THE SOURCE AND TERMINAL ID
001960*    THE AUDIT TRAIL NEEDS. NO CICS EIBTRMID IS AVAILABLE OUTSIDE
002150     05  LINE 01 COLUMN 01 VALUE "INPUT MULTIPLY - DATA ENTRY".
002160     05  LINE 02 COLUMN 01 VALUE "OPERATOR ID = ".
002170     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
002171     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
002172     05  COLUMN PLUS 01 PIC X(08) SECURE
002173         USING CM-PASSWORD-ENTRY.
002180     05  LINE 03 COLUMN 01 VALUE "CUSTOMER ACCOUNT = ".
002190     05  COLUMN PLUS 01 PIC X(08) USING CM-ACCOUNT-ENTRY.
002200     05  LINE 04 COLUMN 01 VALUE "ENTER X = ".
002440         THRU 2500-BUILD-TRANSACTION-EXIT.
002450     PERFORM 2700-WRITE-OUTPUT-RECORD
002460         THRU 2700-WRITE-OUTPUT-RECORD-EXIT.
002461     IF CM-TR-STATUS-OK OF CM-TRANSACTION-RECORD
002462         PERFORM 2750-POST-EXPOSURE
002463             THRU 2750-POST-EXPOSURE-EXIT
002464     END-IF.
002470     PERFORM 3000-WRITE-AUDIT-ENTRY
002480         THRU 3000-WRITE-AUDIT-ENTRY-EXIT.
002490     IF CM-TR-STATUS-OK OF CM-TRANSACTION-RECORD
002500         MOVE "CALCULATION COMPLETE" TO CM-MESSAGE
002501         IF CM-CR-OVER-LIMIT
002502             MOVE "SAVED - EXPOSURE NOT POSTED, CALL OPS" TO
002503                 CM-MESSAGE
002504         END-IF
002510     ELSE
002520         MOVE "RESULT NOT SAVED - NOTIFY SUPERVISOR" TO CM-MESSAGE
002530     END-IF.
002860     SET CM-VALID-ENTRY TO TRUE.
002870     MOVE SPACES TO CM-MESSAGE.
002880     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
002881     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
002882     MOVE SPACES TO CM-OP-NEW-PASSWORD.
002890     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
002900     IF CM-OP-INVALID
002910         MOVE "N" TO CM-VALID-ENTRY-SW
002920         MOVE CM-OP-MESSAGE TO CM-MESSAGE
003030     END-IF.
003040 1100-VERIFY-OPERATOR-EXIT.
003050     EXIT.
003127*    MASTER FILE THROUGH CMCUSCHK - THE TIER THE ENTRY IS
003128*    PRICED UNDER COMES OFF THE ACCOUNT'S MASTER RECORD - AND
003129*    RUNS THE LIMIT CHECK UNDER THAT TIER. SETS CM-VALID-ENTRY
003130*    AND A MESSAGE FOR THE OPERATOR. LAST, THE RESULT IS PRICED
003131*    AND CHECKED AGAINST THE ACCOUNT'S CREDIT LIMIT THROUGH
003132*    CMCRDCHK - AN ENTRY THAT WOULD TAKE THE ACCOUNT OVER IT
003133*    IS TURNED BACK FOR A SUPERVISOR.
003134*****************************************************************
003135 2000-VALIDATE-ENTRY.
003136     SET CM-VALID-ENTRY TO TRUE.
003140     MOVE SPACES TO CM-MESSAGE.
003150     IF CM-NX-ENTRY NOT NUMERIC OR CM-NY-ENTRY NOT NUMERIC
003160         SET CM-VALID-ENTRY-SW TO "N"
003310     MOVE CM-NY TO CM-LP-NY.
003320     CALL "CMLIMCHK" USING CM-LIMIT-PARMS.
003330     IF CM-LP-OVER-LIMITS
003331         SET CM-VALID-ENTRY-SW TO "N"
003332         MOVE "OUT OF POLICY FOR TIER - RE-ENTER" TO CM-MESSAGE
003333         GO TO 2000-VALIDATE-ENTRY-EXIT
003334     END-IF.
003335     MULTIPLY CM-NX BY CM-NY GIVING CM-RESULT.
003336     SET CM-CR-CHECK TO TRUE.
003337     SET CM-CR-DEBIT TO TRUE.
003338     MOVE CM-ACCOUNT-ENTRY TO CM-CR-ACCOUNT-NO.
003339     MOVE CM-TIER-ENTRY TO CM-CR-CUSTOMER-TIER.
003340     MOVE CM-RESULT TO CM-CR-RESULT.
003341     MOVE CM-RUN-DATE TO CM-CR-PRICE-DATE.
003342     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
003343     IF CM-CR-OVER-LIMIT
003344         SET CM-VALID-ENTRY-SW TO "N"
003345         EVALUATE CM-CR-REASON
003346             WHEN "CREDLIM"
003347                 MOVE "OVER CREDIT LIMIT - SEE SUPERVISOR"
003348                     TO CM-MESSAGE
003349             WHEN "NORATE"
003350                 MOVE "NO BILLING RATE FOR TIER - CALL OPS"
003351                     TO CM-MESSAGE
003352             WHEN OTHER
003353                 MOVE "CUSTOMER FILE UNAVAILABLE - CALL OPS"
003354                     TO CM-MESSAGE
003355         END-EVALUATE
003360     END-IF.
003370 2000-VALIDATE-ENTRY-EXIT.
003380     EXIT.
004400 2700-WRITE-OUTPUT-RECORD-EXIT.
004410     EXIT.
004420*
004421*****************************************************************
004422*    2750-POST-EXPOSURE
004423*    POSTS THE SAVED RESULT TO THE ACCOUNT'S RUNNING EXPOSURE
004424*    THROUGH CMCRDCHK AT THE RATE IN FORCE TODAY. THE RESULT IS
004425*    ALREADY ON MULTOUT, SO A FAILED POSTING ONLY CHANGES THE
004426*    MESSAGE - OPERATIONS PUTS THE EXPOSURE RIGHT.
004427*****************************************************************
004428 2750-POST-EXPOSURE.
004429     SET CM-CR-POST TO TRUE.
004430     SET CM-CR-DEBIT TO TRUE.
004431     MOVE CM-ACCOUNT-ENTRY TO CM-CR-ACCOUNT-NO.
004432     MOVE CM-TIER-ENTRY TO CM-CR-CUSTOMER-TIER.
004433     MOVE CM-RESULT TO CM-CR-RESULT.
004434     MOVE CM-RUN-DATE TO CM-CR-PRICE-DATE.
004435     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
004436 2750-POST-EXPOSURE-EXIT.
004437     EXIT.
004438*
004439*****************************************************************
004440*    3000-WRITE-AUDIT-ENTRY
004450*    CALLS THE SHARED AUDIT LOGGER TO RECORD THIS CALCULATION
004460*    FOR COMPLIANCE TRACEABILITY.
