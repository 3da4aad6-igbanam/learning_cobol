000010*
000020*****************************************************************
000030*    RUNCTL
000040*    RUN-CONTROL LOG RECORD
000050*    ---------------------------------------------------------
000060*    ONE ROW PER EVENT ON THE SHARED RUN-CONTROL LOG, APPENDED
000070*    BY THE CMRUNLOG SUBPROGRAM ON BEHALF OF EVERY CSIS BATCH
000080*    PROGRAM AND READ BY THE OPSRPT MORNING OPERATIONS REPORT.
000090*    A STEP WRITES AN "S" ROW AS IT STARTS AND AN "E" ROW AS
000100*    IT ENDS, CARRYING THE RETURN CODE AND UP TO FOUR LABELLED
000110*    KEY COUNTS, A KEY AMOUNT AND A KEY TEXT (WHAT EACH MEANS
000120*    IS UP TO THE PROGRAM - E.G. THE EXTRACT RUN'S DOLLAR
000130*    TOTAL, OR THE DATE PROCDATE ROLLED TO). A START ROW WITH
000140*    NO MATCHING END ROW IS A STEP THAT STOPPED OR ABENDED
000150*    BEFORE IT COULD LOG ITS END. RL-BUSINESS-DATE IS THE
000160*    PROCDATE BUSINESS DATE AT STEP START, SO A CYCLE THAT RUNS
000170*    PAST MIDNIGHT STILL FILES UNDER ONE DATE. THE INCLUDING
000180*    PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND THE FD, E.G.
000190*
000200*        FD  RUN-CONTROL-FILE
000210*            RECORD CONTAINS 160 CHARACTERS.
000220*        01  RUN-CONTROL-RECORD.
000230*            COPY RUNCTL.
000240*
000250*    MODIFICATION HISTORY
000260*    --------------------
000270*    10/15/26  JI  INITIAL VERSION.
000280*****************************************************************
000290*
000300    05  RL-ROW-TYPE                 PIC X(01).
000310        88  RL-START-ROW                VALUE "S".
000320        88  RL-END-ROW                  VALUE "E".
000330    05  RL-BUSINESS-DATE            PIC 9(08).
000340    05  RL-JOB-NAME                 PIC X(08).
000350    05  RL-STEP-NAME                PIC X(08).
000360    05  RL-PROGRAM-ID               PIC X(08).
000370    05  RL-START-DATE               PIC 9(08).
000380    05  RL-START-TIME               PIC 9(06).
000390    05  RL-END-DATE                 PIC 9(08).
000400    05  RL-END-TIME                 PIC 9(06).
000410    05  RL-RETURN-CODE              PIC 9(04).
000420    05  RL-KEY-TEXT                 PIC X(08).
000430    05  RL-KEY-AMOUNT               PIC S9(11)V99.
000440    05  RL-KEY-COUNT-ENTRY OCCURS 4 TIMES.
000450        10  RL-KEY-COUNT-LABEL      PIC X(08).
000460        10  RL-KEY-COUNT            PIC 9(09).
000470    05  FILLER                      PIC X(06).
