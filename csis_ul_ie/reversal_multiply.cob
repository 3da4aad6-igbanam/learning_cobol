000394*                  NOW CARRIED ONTO THE REVERSAL'S MULTOUT
000395*                  RECORD AND AUDIT ROW, THE SAME AS THE TIER
000396*                  AND FIGURES BEING OFFSET.
000397*    10/15/26  JI  A SAVED REVERSAL IS POSTED AS A CREDIT TO
000398*                  THE ACCOUNT'S CUSTMAST RUNNING EXPOSURE
000399*                  THROUGH CMCRDCHK, SO THE REVERSED VALUE NO
000400*                  LONGER COUNTS AGAINST ITS CREDIT LIMIT.
000401*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
000402*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
000403*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
000404*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
000405*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
000406*    10/15/26  JI  A VOLUME REBATE CREDIT (OUT-CREDIT-TYPE "R")
000407*                  IS TURNED AWAY LIKE A REVERSAL - IT IS NOT AN
000408*                  ORDER RESULT AND HAS NOTHING TO OFFSET.
000409*****************************************************************
000410*
000411 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. CSIS-UL-IE.
000440 OBJECT-COMPUTER. CSIS-UL-IE.
000720*    SCREEN ENTRY FIELDS AND WORK AREAS
000730*****************************************************************
000740 01  CM-OPERATOR-ENTRY                PIC X(08) VALUE SPACES.
000741 01  CM-PASSWORD-ENTRY                PIC X(08) VALUE SPACES.
000745 01  CM-OVERRIDE-ENTRY                PIC X(01) VALUE SPACES.
000750 01  CM-ORIGINAL-ID-ENTRY             PIC X(08) VALUE SPACES.
000760 01  CM-ORIGINAL-ID                   PIC 9(08) VALUE ZERO.
001167     COPY SYSPARM.
001170*
001180*****************************************************************
001181*    PARAMETERS PASSED TO THE CMCRDCHK SUBPROGRAM (SEE
001182*    CSIS_UL_IE/COPYBOOKS/CRDPARM.CPY).
001183*****************************************************************
001184 01  CM-CREDIT-PARMS.
001185     COPY CRDPARM.
001186*
001187*****************************************************************
001190*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "R"
001200*    MARKS AN ONLINE REVERSAL ROW ON THE AUDIT TRAIL.
001210*****************************************************************
001380         VALUE "MULTOUT TRANSACTION REVERSAL".
001390     05  LINE 02 COLUMN 01 VALUE "OPERATOR ID = ".
001400     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
001401     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
001402     05  COLUMN PLUS 01 PIC X(08) SECURE
001403         USING CM-PASSWORD-ENTRY.
001410     05  LINE 03 COLUMN 01 VALUE "TRANSACTION TO REVERSE = ".
001420     05  COLUMN PLUS 01 PIC X(08) USING CM-ORIGINAL-ID-ENTRY.
001422     05  LINE 04 COLUMN 01 VALUE "BATCH OVERRIDE (Y) = ".
001780     IF CM-TR-STATUS-REVERSAL OF CM-TRANSACTION-RECORD
001790         PERFORM 2800-MARK-ORIGINAL-REVERSED
001800             THRU 2800-MARK-ORIGINAL-REVERSED-EXIT
001801         PERFORM 2900-POST-EXPOSURE
001802             THRU 2900-POST-EXPOSURE-EXIT
001810     END-IF.
001820     PERFORM 3000-WRITE-AUDIT-ENTRY
001830         THRU 3000-WRITE-AUDIT-ENTRY-EXIT.
001840     IF CM-TR-STATUS-REVERSAL OF CM-TRANSACTION-RECORD
001850         MOVE "REVERSAL COMPLETE" TO CM-MESSAGE
001851         IF CM-CR-OVER-LIMIT
001852             MOVE "SAVED - EXPOSURE NOT POSTED, CALL OPS" TO
001853                 CM-MESSAGE
001854         END-IF
001860     ELSE
001870         MOVE "REVERSAL NOT SAVED - NOTIFY SUPERVISOR" TO
001880             CM-MESSAGE
002200     SET CM-VALID-ENTRY TO TRUE.
002210     MOVE SPACES TO CM-MESSAGE.
002220     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
002221     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
002222     MOVE SPACES TO CM-OP-NEW-PASSWORD.
002230     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
002240     IF CM-OP-INVALID
002250         MOVE "N" TO CM-VALID-ENTRY-SW
002260         MOVE CM-OP-MESSAGE TO CM-MESSAGE
002270         GO TO 2000-VALIDATE-ENTRY-EXIT
002280     END-IF.
002290     IF NOT CM-OP-SUPERVISOR
002480     IF OUT-ORIGINAL-ID NUMERIC
002490         MOVE "N" TO CM-VALID-ENTRY-SW
002500         MOVE "CANNOT REVERSE A REVERSAL" TO CM-MESSAGE
002501         GO TO 2000-VALIDATE-ENTRY-EXIT
002502     END-IF.
002503     IF OUT-REBATE-CREDIT
002504         MOVE "N" TO CM-VALID-ENTRY-SW
002505         MOVE "CANNOT REVERSE A VOLUME REBATE" TO CM-MESSAGE
002510         GO TO 2000-VALIDATE-ENTRY-EXIT
002520     END-IF.
002530     IF OUT-REVERSED
003760 2800-MARK-ORIGINAL-REVERSED-EXIT.
003770     EXIT.
003780*
003781*****************************************************************
003782*    2900-POST-EXPOSURE
003783*    POSTS THE REVERSAL TO THE ACCOUNT'S RUNNING EXPOSURE AS A
003784*    CREDIT THROUGH CMCRDCHK AT THE RATE IN FORCE TODAY. THE
003785*    REVERSAL IS ALREADY ON MULTOUT, SO A FAILED POSTING ONLY
003786*    CHANGES THE MESSAGE - OPERATIONS PUTS THE EXPOSURE RIGHT.
003787*****************************************************************
003788 2900-POST-EXPOSURE.
003789     SET CM-CR-POST TO TRUE.
003790     SET CM-CR-CREDIT TO TRUE.
003791     MOVE CM-ORIG-ACCOUNT-NO TO CM-CR-ACCOUNT-NO.
003792     MOVE CM-ORIG-CUSTOMER-TIER TO CM-CR-CUSTOMER-TIER.
003793     MOVE CM-ORIG-RESULT TO CM-CR-RESULT.
003794     MOVE CM-RUN-DATE TO CM-CR-PRICE-DATE.
003795     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
003796 2900-POST-EXPOSURE-EXIT.
003797     EXIT.
003798*
003799*****************************************************************
003800*    3000-WRITE-AUDIT-ENTRY
003810*    CALLS THE SHARED AUDIT LOGGER TO RECORD THIS REVERSAL OR
003820*    REJECTED ATTEMPT FOR COMPLIANCE TRACEABILITY.
