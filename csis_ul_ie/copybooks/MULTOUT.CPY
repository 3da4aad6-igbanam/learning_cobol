000690*                  JCL/CSISMC01), WHICH STAMPS PRIOR RECORDS
000700*                  ZERO, MEANING EXTRACTED BEFORE STAMPING
000710*                  BEGAN. WRITERS SET BOTH FIELDS ZERO.
000711*    10/15/26  JI  ADDED OUT-CREDIT-TYPE OUT OF THE FILLER -
000712*                  "R" MARKS A VOLUME REBATE CREDIT POSTED BY
000713*                  REBPOST AT MONTH END. IT IS BILLED AS A
000714*                  CREDIT THE WAY A REVERSAL IS, BUT CARRIES NO
000715*                  ORIGINAL-ID AND ZERO NX AND NY. EVERY OTHER
000716*                  WRITER LEAVES IT SPACE. THE RECORD LENGTH IS
000717*                  UNCHANGED AND NO REBUILD IS NEEDED.
000720*****************************************************************
000730*
000740    05  OUT-TRANSACTION-ID          PIC 9(08).
000860    05  OUT-ACCOUNT-NO              PIC X(08).
000870    05  OUT-EXTRACT-RUN-NO          PIC 9(04).
000880    05  OUT-EXTRACT-DATE            PIC 9(08).
000890    05  OUT-CREDIT-TYPE             PIC X(01).
000900        88  OUT-REBATE-CREDIT           VALUE "R".
000910    05  FILLER                      PIC X(03).
