000010*
000020*****************************************************************
000030*    GLMAP
000040*    SHARED RECORD FOR THE GLMAP TIER-TO-GL-ACCOUNT MAPPING
000050*    ---------------------------------------------------------
000060*    ONE RECORD PER CUSTOMER TIER NAMING THE GENERAL LEDGER
000070*    ACCOUNTS THE TIER'S REVENUE POSTS TO - THE REVENUE
000080*    ACCOUNT CREDITED FOR A CHARGE, THE RECEIVABLE ACCOUNT
000090*    DEBITED FOR IT, AND THE UNBILLED RECEIVABLE ACCOUNT THE
000100*    MONTH-END ACCRUAL IS DEBITED TO. KEPT BY FINANCE UNDER
000110*    CHANGE CONTROL THE SAME WAY OPERATIONS KEEPS BUSCAL, AND
000120*    READ BY GLJRNL AND GLACCR, WHICH STOP RC=12 WHEN A TIER
000130*    THEY HAVE TO POST HAS NO RECORD HERE RATHER THAN POST IT
000140*    TO AN ACCOUNT NOBODY CHOSE. THE INCLUDING PROGRAM
000150*    SUPPLIES THE 01-LEVEL GROUP NAME AND THE FD, E.G.
000160*
000170*        FD  GL-MAP-FILE
000180*            RECORD CONTAINS 80 CHARACTERS.
000190*        01  GL-MAP-RECORD.
000200*            COPY GLMAP.
000210*
000220*    MODIFICATION HISTORY
000230*    --------------------
000240*    10/15/26  JI  INITIAL VERSION.
000250*****************************************************************
000260*
000270    05  GM-CUSTOMER-TIER            PIC X(02).
000280    05  GM-REVENUE-ACCOUNT          PIC X(10).
000290    05  GM-RECEIVABLE-ACCOUNT       PIC X(10).
000300    05  GM-UNBILLED-ACCOUNT         PIC X(10).
000310    05  GM-DESCRIPTION              PIC X(20).
000320    05  FILLER                      PIC X(28).
