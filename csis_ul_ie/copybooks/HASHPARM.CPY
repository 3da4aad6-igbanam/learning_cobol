000010*
000020*****************************************************************
000030*    HASHPARM
000040*    SHARED PARAMETER LIST FOR THE CMPWHASH SUBPROGRAM
000050*    ---------------------------------------------------------
000060*    THE OPERATOR ID AND PASSWORD TO BE HASHED, AND THE HASH
000070*    RETURNED. THE OPERATOR ID IS MIXED IN WITH THE PASSWORD
000080*    SO TWO OPERATORS WITH THE SAME PASSWORD DO NOT CARRY THE
000090*    SAME HASH ON OPERMAST. CALLED BY CMOPRCHK, OPERADM, AND
000100*    OPERCONV, AND BY CMPWHASH ITSELF AS ITS LINKAGE SECTION.
000110*    THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME,
000120*    E.G.
000130*
000140*        01  CM-HASH-PARMS.
000150*            COPY HASHPARM.
000160*
000170*    MODIFICATION HISTORY
000180*    --------------------
000190*    10/15/26  JI  INITIAL VERSION.
000200*****************************************************************
000210*
000220    05  CM-PH-OPERATOR-ID           PIC X(08).
000230    05  CM-PH-PASSWORD              PIC X(08).
000240    05  CM-PH-HASH                  PIC 9(10).
