000010*
000020*****************************************************************
000030*    FEEDREG
000040*    SHARED RECORD FOR THE FEEDREG DUPLICATE-BATCH REGISTER
000050*    ---------------------------------------------------------
000060*    ONE RECORD PER SOURCE-SYSTEM BATCH EVER TAKEN FROM THE
000070*    ORDRLINE FEED, KEYED BY SOURCE SYSTEM, FEED DATE, DETAIL
000080*    COUNT, AND NX HASH - THE FOUR CONTROL FIGURES OFF THE
000090*    BATCH'S OWN HEADER AND TRAILER. THE RECORD CARRIES THE
000100*    RANGE OF TRANSACTION IDS THE BATCH WAS WRITTEN UNDER AND
000110*    THE MACHINE DATE AND START TIME OF THE BATCHMUL RUN THAT
000120*    TOOK IT. THE REGISTER IS PERMANENT - NOTHING PURGES IT.
000130*
000140*    FR-STATUS IS "P" WHILE THE TAKING RUN IS IN PROGRESS (OR
000150*    WAS INTERRUPTED AND IS TO BE RESTARTED), "T" ONCE THE RUN
000160*    COMPLETED, AND "R" WHEN A SUPERVISOR HAS RELEASED THE
000170*    ENTRY THROUGH THE FEEDRLSE SCREEN FOR A GENUINE
000180*    RESUBMISSION. BATCHMUL REFUSES A BATCH WHOSE ENTRY IS
000190*    "T"; A RELEASED ENTRY IS TAKEN AGAIN AND FR-TAKE-COUNT
000200*    RECORDS HOW MANY TIMES. THE INCLUDING PROGRAM SUPPLIES
000210*    THE 01-LEVEL GROUP NAME AND THE FD, E.G.
000220*
000230*        FD  FEED-REGISTER-FILE
000240*            RECORD CONTAINS 100 CHARACTERS.
000250*        01  FEED-REGISTER-RECORD.
000260*            COPY FEEDREG.
000270*
000280*    MODIFICATION HISTORY
000290*    --------------------
000300*    10/15/26  JI  INITIAL VERSION.
000310*****************************************************************
000320*
000330    05  FR-REGISTER-KEY.
000340        10  FR-SOURCE-SYSTEM        PIC X(08).
000350        10  FR-FEED-DATE            PIC 9(08).
000360        10  FR-DETAIL-COUNT         PIC 9(06).
000370        10  FR-NX-HASH              PIC 9(08).
000380    05  FR-STATUS                   PIC X(01).
000390        88  FR-IN-PROGRESS              VALUE "P".
000400        88  FR-TAKEN                    VALUE "T".
000410        88  FR-RELEASED                 VALUE "R".
000420    05  FR-FIRST-TRANSACTION-ID     PIC 9(08).
000430    05  FR-LAST-TRANSACTION-ID      PIC 9(08).
000440    05  FR-TAKEN-DATE               PIC 9(08).
000450    05  FR-TAKEN-TIME               PIC 9(06).
000460    05  FR-TAKE-COUNT               PIC 9(02).
000470    05  FR-RELEASED-BY              PIC X(08).
000480    05  FR-RELEASE-DATE             PIC 9(08).
000490    05  FILLER                      PIC X(21).
