000010*
000020*****************************************************************
000030*    OPERMST
000040*    SHARED RECORD FOR THE OPERMAST OPERATOR MASTER FILE
000050*    ---------------------------------------------------------
000060*    ONE RECORD PER OPERATOR, KEYED BY OPERATOR ID, CARRYING
000070*    THE OPERATOR'S NAME, ACTIVE FLAG, AUTHORITY LEVEL, AND
000080*    SIGN-ON CREDENTIALS. READ AND UPDATED BY CMOPRCHK ON EVERY
000090*    SIGN-ON, MAINTAINED BY THE OPERADM ONLINE SCREEN, AND READ
000100*    BY THE OPRCERT QUARTERLY RECERTIFICATION REPORT. THE
000110*    ACTIVE FLAG IS SET "N" RATHER THAN THE RECORD DELETED WHEN
000120*    AN OPERATOR LEAVES, SO OLD AUDIT ROWS STILL RESOLVE TO A
000130*    NAME. THE PASSWORD IS NEVER HELD - ONLY THE CMPWHASH HASH
000140*    OF THE OPERATOR ID AND PASSWORD. A ZERO PASSWORD DATE
000150*    MARKS A TEMPORARY PASSWORD SET BY A SUPERVISOR, WHICH THE
000160*    OPERATOR MUST CHANGE BEFORE SIGNING ON TO ANYTHING ELSE.
000170*    THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND
000180*    THE FD, E.G.
000190*
000200*        FD  OPERATOR-MASTER-FILE
000210*            RECORD CONTAINS 80 CHARACTERS.
000220*        01  OPERATOR-MASTER-RECORD.
000230*            COPY OPERMST.
000240*
000250*    MODIFICATION HISTORY
000260*    --------------------
000270*    10/15/26  JI  INITIAL VERSION - PULLED OUT OF CMOPRCHK'S FD
000280*                  NOW THAT THE OPERADM SCREEN AND THE OPRCERT
000290*                  REPORT ARE SECOND AND THIRD PROGRAMS ON THE
000300*                  FILE. WIDENED FROM 30 TO 80 BYTES FOR THE
000310*                  PASSWORD HASH, THE DATE IT WAS SET, THE
000320*                  FAILED SIGN-ON COUNT, AND THE LOCKOUT FLAG
000330*                  AND DATE. EXISTING FILES ARE RESHAPED ONCE
000340*                  THROUGH OPERCONV (SEE JCL/CSISOC01).
000350*****************************************************************
000360*
000370    05  OP-OPERATOR-ID              PIC X(08).
000380    05  OP-OPERATOR-NAME            PIC X(20).
000390    05  OP-ACTIVE-FLAG              PIC X(01).
000400        88  OP-ACTIVE                   VALUE "Y".
000410        88  OP-INACTIVE                 VALUE "N".
000420    05  OP-AUTHORITY-LEVEL          PIC X(01).
000430        88  OP-CLERK                    VALUE "1".
000440        88  OP-SUPERVISOR               VALUE "2".
000450    05  OP-PASSWORD-HASH            PIC 9(10).
000460    05  OP-PASSWORD-DATE            PIC 9(08).
000470    05  OP-FAILED-SIGNON-CT         PIC 9(02).
000480    05  OP-LOCKED-FLAG              PIC X(01).
000490        88  OP-LOCKED                   VALUE "Y".
000500        88  OP-NOT-LOCKED               VALUE "N" SPACE.
000510    05  OP-LOCKED-DATE              PIC 9(08).
000520    05  FILLER                      PIC X(21).
