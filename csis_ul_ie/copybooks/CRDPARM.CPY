000010*
000020*****************************************************************
000030*    CRDPARM
000040*    SHARED PARAMETER LIST FOR THE CMCRDCHK SUBPROGRAM
000050*    ---------------------------------------------------------
000060*    ONE CREDIT EXPOSURE REQUEST AGAINST AN ACCOUNT'S CUSTMAST
000070*    RECORD. THE CALLER NAMES THE FUNCTION - "C" CHECK WHETHER
000080*    A DEBIT WOULD TAKE THE ACCOUNT OVER ITS CREDIT LIMIT,
000090*    "P" POST A TRANSACTION JUST WRITTEN TO MULTOUT ONTO THE
000100*    EXPOSURE, OR "R" RELIEVE THE EXPOSURE FOR A TRANSACTION
000110*    BILLING HAS ACCEPTED - WITH THE ACCOUNT, THE TIER AND
000120*    RESULT BEING PRICED, WHETHER IT IS A DEBIT OR A CREDIT
000130*    (A REVERSAL), AND THE DATE WHOSE BILLRATE RATE PRICES IT.
000140*    CMCRDCHK RETURNS THE PRICED AMOUNT, PASS/FAIL, AND A
000150*    REASON WHEN NOT. CALLED BY THE BATCH DRIVER, THE ONLINE
000160*    ENTRY AND REVERSAL SCREENS, AND THE ACKNOWLEDGMENT MATCH,
000170*    AND BY CMCRDCHK ITSELF AS ITS LINKAGE SECTION, SO ALL
000180*    AGREE ON ONE PARAMETER LAYOUT. THE INCLUDING PROGRAM
000190*    SUPPLIES THE 01-LEVEL GROUP NAME, E.G.
000200*
000210*        01  CM-CREDIT-PARMS.
000220*            COPY CRDPARM.
000230*
000240*    MODIFICATION HISTORY
000250*    --------------------
000260*    10/15/26  JI  INITIAL VERSION.
000270*****************************************************************
000280*
000290    05  CM-CR-FUNCTION              PIC X(01).
000300        88  CM-CR-CHECK                 VALUE "C".
000310        88  CM-CR-POST                  VALUE "P".
000320        88  CM-CR-RELIEVE               VALUE "R".
000330    05  CM-CR-ACCOUNT-NO            PIC X(08).
000340    05  CM-CR-CUSTOMER-TIER         PIC X(02).
000350    05  CM-CR-RESULT                PIC 9(04).
000360    05  CM-CR-DEBIT-CREDIT          PIC X(01).
000370        88  CM-CR-DEBIT                 VALUE "D".
000380        88  CM-CR-CREDIT                VALUE "C".
000390    05  CM-CR-PRICE-DATE            PIC 9(08).
000400    05  CM-CR-AMOUNT                PIC 9(05)V99.
000410    05  CM-CR-RESULT-SW             PIC X(01).
000420        88  CM-CR-WITHIN-LIMIT          VALUE "Y".
000430        88  CM-CR-OVER-LIMIT            VALUE "N".
000440    05  CM-CR-REASON                PIC X(08).
