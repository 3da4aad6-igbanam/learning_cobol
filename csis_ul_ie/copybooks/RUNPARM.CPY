000010*
000020*****************************************************************
000030*    RUNPARM
000040*    SHARED PARAMETER LIST FOR THE CMRUNLOG SUBPROGRAM
000050*    ---------------------------------------------------------
000060*    ONE RUN-CONTROL LOG EVENT FOR THE CALLING BATCH PROGRAM.
000070*    THE CALLER NAMES THE FUNCTION - "S" AS THE STEP STARTS,
000080*    "E" AS IT ENDS - AND ITS OWN PROGRAM-ID; ON THE END CALL
000090*    IT ALSO PASSES THE RETURN CODE IT IS ENDING WITH AND ANY
000100*    KEY COUNTS, AMOUNT AND TEXT THE MORNING OPERATIONS REPORT
000110*    SHOULD SEE. CMRUNLOG FINDS THE JOB, STEP AND BUSINESS DATE
000120*    ITSELF. THE CALLER'S RETURN-CODE IS LEFT AS
000130*    CM-RL-RETURN-CODE WHEN THE CALL COMES BACK, SO THE END
000140*    CALL CAN BE THE LAST THING A PROGRAM DOES. THE INCLUDING
000150*    PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME, E.G.
000160*
000170*        01  CM-RUN-LOG-PARMS.
000180*            COPY RUNPARM.
000190*
000200*    MODIFICATION HISTORY
000210*    --------------------
000220*    10/15/26  JI  INITIAL VERSION.
000230*****************************************************************
000240*
000250    05  CM-RL-FUNCTION              PIC X(01).
000260        88  CM-RL-STEP-START            VALUE "S".
000270        88  CM-RL-STEP-END              VALUE "E".
000280    05  CM-RL-PROGRAM-ID            PIC X(08).
000290    05  CM-RL-RETURN-CODE           PIC 9(04).
000300    05  CM-RL-KEY-TEXT              PIC X(08).
000310    05  CM-RL-KEY-AMOUNT            PIC S9(11)V99.
000320    05  CM-RL-KEY-COUNT-ENTRY OCCURS 4 TIMES.
000330        10  CM-RL-KEY-COUNT-LABEL   PIC X(08).
000340        10  CM-RL-KEY-COUNT         PIC 9(09).
