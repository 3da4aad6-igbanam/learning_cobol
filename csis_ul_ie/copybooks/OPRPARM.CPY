000030*    OPRPARM
000040*    SHARED PARAMETER LIST FOR THE CMOPRCHK SUBPROGRAM
000050*    ---------------------------------------------------------
000060*    THE OPERATOR ID AND PASSWORD BEING VERIFIED AGAINST THE
000070*    OPERMAST MASTER FILE, AND THE RESULT RETURNED TO THE
000080*    CALLER - WHETHER THE ID IS A KNOWN, ACTIVE OPERATOR, THAT
000090*    OPERATOR'S AUTHORITY LEVEL, AND A REASON WHEN NOT. CALLED
000100*    BY THE ONLINE SCREENS BEFORE ANY ENTRY IS ACCEPTED, AND
000110*    BY CMOPRCHK ITSELF AS ITS LINKAGE SECTION. THE INCLUDING
000200*
000210*    MODIFICATION HISTORY
000220*    --------------------
000221*    08/23/26  JI  INITIAL VERSION.
000222*    10/15/26  JI  ADDED CM-OP-PASSWORD, CM-OP-NEW-PASSWORD, AND
000223*                  CM-OP-MESSAGE. EVERY CALLER NOW PASSES THE
000224*                  PASSWORD KEYED WITH THE OPERATOR ID, AND
000225*                  SPACES IN THE NEW PASSWORD - ONLY THE OPERADM
000226*                  CHANGE-PASSWORD FUNCTION SUPPLIES ONE. A
000227*                  TURNED-BACK SIGN-ON RETURNS THE OPERATOR
000228*                  MESSAGE TO SHOW, SO EVERY SCREEN SAYS THE
000229*                  SAME THING ABOUT A LOCKED OR EXPIRED ID.
000230*                  REASONS ARE NOFILE, NOOPER, INACTIVE,
000231*                  LOCKED, BADPASS, LOCKOUT (THIS ATTEMPT
000232*                  LOCKED THE ID), EXPIRED, AND SAMEPASS.
000233*    10/15/26  JI  REASON IOERROR - AN OPERMAST UPDATE THE SIGN-ON
000234*                  DEPENDS ON FAILED, SO THE SIGN-ON IS REFUSED.
000240*****************************************************************
000250*
000260    05  CM-OP-OPERATOR-ID           PIC X(08).
000310        88  CM-OP-CLERK                 VALUE "1".
000320        88  CM-OP-SUPERVISOR            VALUE "2".
000330    05  CM-OP-REASON                PIC X(08).
000331    05  CM-OP-PASSWORD              PIC X(08).
000332    05  CM-OP-NEW-PASSWORD          PIC X(08).
000333    05  CM-OP-MESSAGE               PIC X(40).
