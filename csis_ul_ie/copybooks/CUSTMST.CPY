000080*    ACCOUNT IS ENTITLED TO. READ BY CMCUSCHK TO VALIDATE THE
000090*    ACCOUNT ON EVERY ORDER LINE AND TO SUPPLY THE TIER THE
000100*    LINE IS PRICED UNDER, SO A FEED CANNOT PRICE A TIER-03
000110*    CUSTOMER'S LINE AS TIER-01. MAINTAINED BY THE CUSTOMER
000120*    DESK THROUGH THE CUSMAINT ONLINE SCREEN.
000130*    THE STATUS FLAG IS SET "C" RATHER THAN THE RECORD DELETED
000140*    WHEN AN ACCOUNT CLOSES, SO OLD TRANSACTIONS STILL RESOLVE
000150*    TO A NAME. THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL
000160*    GROUP NAME AND THE FD, E.G.
000170*
000180*        FD  CUSTOMER-MASTER-FILE
000190*            RECORD CONTAINS 80 CHARACTERS.
000200*        01  CUSTOMER-MASTER-RECORD.
000210*            COPY CUSTMST.
000220*
000230*    MODIFICATION HISTORY
000240*    --------------------
000241*    09/02/26  JI  INITIAL VERSION.
000242*    10/15/26  JI  WIDENED FROM 40 TO 80 BYTES FOR THE ACCOUNT'S
000243*                  CREDIT LIMIT AND RUNNING EXPOSURE - THE VALUE
000244*                  POSTED TO MULTOUT BUT NOT YET ACKNOWLEDGED BY
000245*                  BILLING, PRICED OFF BILLRATE. CMCRDCHK OWNS
000246*                  THE EXPOSURE FIGURE: BATCHMUL AND INPUTMUL
000247*                  POST IT, REVERSALS CREDIT IT, AND CSISBACK
000248*                  RELIEVES IT ON AN ACCEPTED ACKNOWLEDGMENT. A
000249*                  ZERO LIMIT MEANS NO LIMIT IS SET. EXISTING
000250*                  FILES ARE RESHAPED ONCE THROUGH CSISCC01.
000251*    10/15/26  JI  ADDED CU-PRIOR-TIER AND CU-TIER-CHANGE-DATE
000252*                  OUT OF THE FILLER - WHEN THE CUSMAINT SCREEN
000253*                  CHANGES AN ACCOUNT'S TIER IT KEEPS THE TIER
000254*                  BEING REPLACED AND THE DATE IT CHANGED, SO A
000255*                  BILL PRICED UNDER THE OLD TIER CAN STILL BE
000256*                  EXPLAINED. SPACES AND ZERO UNTIL THE FIRST
000257*                  TIER CHANGE. THE RECORD LENGTH IS UNCHANGED.
000260*****************************************************************
000270*
000280    05  CU-ACCOUNT-NO               PIC X(08).
000310        88  CU-ACTIVE                   VALUE "A".
000320        88  CU-CLOSED                   VALUE "C".
000330    05  CU-CUSTOMER-TIER            PIC X(02).
000340    05  CU-CREDIT-LIMIT             PIC 9(07)V99.
000350    05  CU-EXPOSURE                 PIC S9(07)V99.
000360    05  CU-EXPOSURE-DATE            PIC 9(08).
000370    05  CU-PRIOR-TIER               PIC X(02).
000380    05  CU-TIER-CHANGE-DATE         PIC 9(08).
000390    05  FILLER                      PIC X(13).
