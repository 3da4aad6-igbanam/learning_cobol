000010*
000020*****************************************************************
000030*    GLJREC
000040*    SHARED RECORD FOR THE GLJRNL GENERAL LEDGER JOURNAL FILE
000050*    ---------------------------------------------------------
000060*    THE JOURNAL FILE ACCOUNTING LOADS INTO THE GENERAL LEDGER
000070*    INSTEAD OF KEYING THE NIGHT'S REVENUE BY HAND. ONE
000080*    HEADER, ONE DETAIL PER GL ACCOUNT POSTING, ONE TRAILER.
000090*    GLJRNL WRITES ONE FILE PER CSISBEXT EXTRACT RUN (JOURNAL
000100*    TYPE "EX", THE RUN NUMBER IN GJ-RUN-NO); GLACCR WRITES
000110*    THE MONTH-END UNBILLED REVENUE ACCRUAL (TYPE "AC", RUN
000120*    NUMBER ZERO) TOGETHER WITH ITS REVERSAL (TYPE "AR") DATED
000130*    THE FIRST DAY OF THE NEXT MONTH.
000140*
000150*    EVERY POSTING IS A DEBIT/CREDIT PAIR, SO THE TRAILER'S
000160*    DEBIT AND CREDIT TOTALS ARE EQUAL ON A GOOD FILE. THE
000170*    TRAILER ALSO CARRIES THE CONTROL TOTALS OF THE
000180*    TRANSACTIONS JOURNALED - COUNT, RESULT HASH, AND PRICED
000190*    AMOUNT, DEBITS AND CREDITS ALIKE - WHICH FOR AN EXTRACT
000200*    JOURNAL ARE THE BILLINT TRAILER'S OWN FIGURES, SO THE
000210*    LEDGER CAN BE TIED BACK TO WHAT BILLING WAS SENT. AMOUNTS
000220*    ARE ZONED WITH TWO IMPLIED DECIMALS, AS FOR BILLINT. THE
000230*    INCLUDING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND THE
000240*    FD, E.G.
000250*
000260*        FD  GL-JOURNAL-FILE
000270*            RECORD CONTAINS 80 CHARACTERS.
000280*        01  GL-JOURNAL-RECORD.
000290*            COPY GLJREC.
000300*
000310*    MODIFICATION HISTORY
000320*    --------------------
000330*    10/15/26  JI  INITIAL VERSION.
000340*****************************************************************
000350*
000360    05  GJ-RECORD-TYPE              PIC X(01).
000370        88  GJ-HEADER-RECORD            VALUE "H".
000380        88  GJ-DETAIL-RECORD            VALUE "D".
000390        88  GJ-TRAILER-RECORD           VALUE "T".
000400    05  GJ-JOURNAL-TYPE             PIC X(02).
000410        88  GJ-EXTRACT-JOURNAL          VALUE "EX".
000420        88  GJ-ACCRUAL-JOURNAL          VALUE "AC".
000430        88  GJ-ACCRUAL-REVERSAL         VALUE "AR".
000440    05  GJ-RUN-NO                   PIC 9(04).
000450    05  GJ-POSTING-DATE             PIC 9(08).
000460    05  GJ-RECORD-BODY              PIC X(65).
000470    05  GJ-HEADER-FIELDS REDEFINES GJ-RECORD-BODY.
000480        10  GJ-HDR-SOURCE-LEDGER    PIC X(08).
000490        10  GJ-HDR-DESCRIPTION      PIC X(30).
000500        10  FILLER                  PIC X(27).
000510    05  GJ-DETAIL-FIELDS REDEFINES GJ-RECORD-BODY.
000520        10  GJ-GL-ACCOUNT           PIC X(10).
000530        10  GJ-DEBIT-CREDIT         PIC X(01).
000540            88  GJ-DEBIT                VALUE "D".
000550            88  GJ-CREDIT               VALUE "C".
000560        10  GJ-AMOUNT               PIC 9(09)V99.
000570        10  GJ-CUSTOMER-TIER        PIC X(02).
000580        10  GJ-SOURCE-SYSTEM        PIC X(08).
000590        10  GJ-ENTRY-COUNT          PIC 9(06).
000600        10  FILLER                  PIC X(27).
000610    05  GJ-TRAILER-FIELDS REDEFINES GJ-RECORD-BODY.
000620        10  GJ-TRL-DETAIL-COUNT     PIC 9(06).
000630        10  GJ-TRL-DEBIT-TOTAL      PIC 9(11)V99.
000640        10  GJ-TRL-CREDIT-TOTAL     PIC 9(11)V99.
000650        10  GJ-TRL-CTL-COUNT        PIC 9(06).
000660        10  GJ-TRL-CTL-RESULT-HASH  PIC 9(10).
000670        10  GJ-TRL-CTL-AMOUNT       PIC 9(09)V99.
000680        10  FILLER                  PIC X(06).
