000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMRUNLOG.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - CALLED BY EVERY CSIS BATCH
000120*                  PROGRAM AS IT STARTS AND AS IT ENDS TO
000130*                  APPEND ONE ROW TO THE SHARED RUN-CONTROL LOG
000140*                  (RUNCTL), SO THE MORNING OPERATIONS REPORT
000150*                  CAN SHOW WHICH STEPS RAN FOR EACH BUSINESS
000160*                  DATE, HOW EACH ENDED, AND THE KEY COUNTS
000170*                  THAT USED TO BE SPREAD ACROSS A DOZEN SYSOUT
000180*                  LISTINGS. A PROGRAM CANNOT SEE ITS OWN JOB
000190*                  AND STEP NAME, SO EACH STEP CARRIES A RUNSTEP
000200*                  CARD NAMING THEM (JOB IN COLUMNS 1-8, STEP
000210*                  IN 9-16); A STEP WITHOUT ONE LOGS BLANKS.
000220*                  THE BUSINESS DATE COMES FROM PROCDATE AT
000230*                  STEP START AND IS CARRIED ONTO THE END ROW.
000240*                  THE LOG IS OPENED AND CLOSED AROUND EACH
000250*                  ROW - TWO ROWS A STEP IS NO WINDOW COST, AND
000260*                  THE START ROW MUST BE ON DISK BEFORE THE
000270*                  STEP CAN ABEND. A LOGGING FAILURE IS
000280*                  DISPLAYED BUT NEVER FAILS THE CALLER, AND THE
000290*                  CALLER'S RETURN CODE IS HANDED BACK AS
000300*                  CM-RL-RETURN-CODE SO THE CALL NEVER DISTURBS
000310*                  IT.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. CSIS-UL-IE.
000370 OBJECT-COMPUTER. CSIS-UL-IE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CM-RUN-CONTROL-STATUS.
000430
000440     SELECT RUN-STEP-FILE ASSIGN TO "RUNSTEP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CM-RUN-STEP-STATUS.
000470
000480     SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CM-PROC-DATE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RUN-CONTROL-FILE
000550     RECORD CONTAINS 160 CHARACTERS.
000560 01  RUN-CONTROL-RECORD.
000570     COPY RUNCTL.
000580
000590*
000600*****************************************************************
000610*    RUNSTEP - ONE CARD IN THE STEP'S JCL NAMING THE JOB AND
000620*    STEP THE PROGRAM IS RUNNING UNDER.
000630*****************************************************************
000640 FD  RUN-STEP-FILE
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  RUN-STEP-RECORD.
000670     05  RS-CARD-JOB-NAME            PIC X(08).
000680     05  RS-CARD-STEP-NAME           PIC X(08).
000690     05  FILLER                      PIC X(64).
000700
000710 FD  PROCESSING-DATE-FILE
000720     RECORD CONTAINS 08 CHARACTERS.
000730 01  PROCESSING-DATE-RECORD          PIC 9(08).
000740
000750 WORKING-STORAGE SECTION.
000760*
000770*****************************************************************
000780*    FILE STATUS SWITCHES
000790*****************************************************************
000800 01  CM-RUN-CONTROL-STATUS           PIC X(02) VALUE ZEROS.
000810     88  CM-RUN-CONTROL-OK               VALUE "00".
000820
000830 01  CM-RUN-STEP-STATUS              PIC X(02) VALUE ZEROS.
000840     88  CM-RUN-STEP-OK                  VALUE "00".
000850
000860 01  CM-PROC-DATE-STATUS             PIC X(02) VALUE ZEROS.
000870     88  CM-PROC-DATE-OK                 VALUE "00".
000880
000890*
000900*****************************************************************
000910*    WHAT THE START CALL FOUND, KEPT FOR THE END CALL IN THE
000920*    SAME RUN UNIT.
000930*****************************************************************
000940 01  CM-STEP-IDENTITY.
000950     05  CM-SI-JOB-NAME              PIC X(08) VALUE SPACES.
000960     05  CM-SI-STEP-NAME             PIC X(08) VALUE SPACES.
000970     05  CM-SI-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
000980     05  CM-SI-START-DATE            PIC 9(08) VALUE ZERO.
000990     05  CM-SI-START-TIME            PIC 9(06) VALUE ZERO.
001000
001010 01  CM-DATE-NOW                     PIC 9(08) VALUE ZERO.
001020 01  CM-TIME-NOW                     PIC 9(08) VALUE ZERO.
001030 01  CM-COUNT-SUB                    PIC 9(02) COMP VALUE ZERO.
001040
001050 LINKAGE SECTION.
001060 01  CM-RUN-LOG-PARMS.
001070     COPY RUNPARM.
001080
001090 PROCEDURE DIVISION USING CM-RUN-LOG-PARMS.
001100*
001110*****************************************************************
001120*    0000-MAINLINE
001130*    A START CALL FINDS THE STEP'S IDENTITY AND BUSINESS DATE
001140*    AND LOGS AN "S" ROW; AN END CALL LOGS AN "E" ROW WITH THE
001150*    CALLER'S RETURN CODE AND KEY COUNTS. EITHER WAY THE
001160*    CALLER'S RETURN CODE GOES BACK UNTOUCHED.
001170*****************************************************************
001180 0000-MAINLINE.
001190     ACCEPT CM-DATE-NOW FROM DATE YYYYMMDD.
001200     ACCEPT CM-TIME-NOW FROM TIME.
001210     IF CM-RL-STEP-START
001220         PERFORM 1000-IDENTIFY-STEP
001230             THRU 1000-IDENTIFY-STEP-EXIT
001240     END-IF.
001250     PERFORM 2000-BUILD-ROW
001260         THRU 2000-BUILD-ROW-EXIT.
001270     PERFORM 3000-WRITE-ROW
001280         THRU 3000-WRITE-ROW-EXIT.
001290     MOVE CM-RL-RETURN-CODE TO RETURN-CODE.
001300     GOBACK.
001310*
001320*****************************************************************
001330*    1000-IDENTIFY-STEP
001340*    READS THE RUNSTEP CARD AND THE PROCDATE BUSINESS DATE. A
001350*    STEP WITH NO CARD LOGS BLANK NAMES; A STEP THAT CANNOT
001360*    READ PROCDATE LOGS TODAY'S DATE, SO THE ROW STILL LANDS
001370*    ON THE MORNING REPORT.
001380*****************************************************************
001390 1000-IDENTIFY-STEP.
001400     MOVE SPACES TO CM-SI-JOB-NAME CM-SI-STEP-NAME.
001410     MOVE CM-DATE-NOW TO CM-SI-BUSINESS-DATE CM-SI-START-DATE.
001420     MOVE CM-TIME-NOW(1:6) TO CM-SI-START-TIME.
001430     OPEN INPUT RUN-STEP-FILE.
001440     IF CM-RUN-STEP-OK
001450         READ RUN-STEP-FILE
001460             NOT AT END
001470                 MOVE RS-CARD-JOB-NAME TO CM-SI-JOB-NAME
001480                 MOVE RS-CARD-STEP-NAME TO CM-SI-STEP-NAME
001490         END-READ
001500         CLOSE RUN-STEP-FILE
001510     END-IF.
001520     OPEN INPUT PROCESSING-DATE-FILE.
001530     IF CM-PROC-DATE-OK
001540         READ PROCESSING-DATE-FILE
001550             NOT AT END
001560                 IF PROCESSING-DATE-RECORD NUMERIC
001570                     MOVE PROCESSING-DATE-RECORD
001580                         TO CM-SI-BUSINESS-DATE
001590                 END-IF
001600         END-READ
001610         CLOSE PROCESSING-DATE-FILE
001620     END-IF.
001630 1000-IDENTIFY-STEP-EXIT.
001640     EXIT.
001650*
001660*****************************************************************
001670*    2000-BUILD-ROW
001680*    FILLS THE LOG ROW FROM THE STEP IDENTITY AND THE CALLER'S
001690*    PARAMETERS. A START ROW CARRIES NO END TIME OR COUNTS.
001700*****************************************************************
001710 2000-BUILD-ROW.
001720     MOVE SPACES TO RUN-CONTROL-RECORD.
001730     MOVE CM-RL-FUNCTION TO RL-ROW-TYPE.
001740     MOVE CM-SI-BUSINESS-DATE TO RL-BUSINESS-DATE.
001750     MOVE CM-SI-JOB-NAME TO RL-JOB-NAME.
001760     MOVE CM-SI-STEP-NAME TO RL-STEP-NAME.
001770     MOVE CM-RL-PROGRAM-ID TO RL-PROGRAM-ID.
001780     MOVE CM-SI-START-DATE TO RL-START-DATE.
001790     MOVE CM-SI-START-TIME TO RL-START-TIME.
001800     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
001810                  RL-KEY-AMOUNT.
001820     PERFORM 2100-CLEAR-COUNT
001830         THRU 2100-CLEAR-COUNT-EXIT
001840         VARYING CM-COUNT-SUB FROM 1 BY 1
001850         UNTIL CM-COUNT-SUB > 4.
001860     IF NOT CM-RL-STEP-END
001870         GO TO 2000-BUILD-ROW-EXIT
001880     END-IF.
001890     MOVE CM-DATE-NOW TO RL-END-DATE.
001900     MOVE CM-TIME-NOW(1:6) TO RL-END-TIME.
001910     MOVE CM-RL-RETURN-CODE TO RL-RETURN-CODE.
001920     MOVE CM-RL-KEY-TEXT TO RL-KEY-TEXT.
001930     MOVE CM-RL-KEY-AMOUNT TO RL-KEY-AMOUNT.
001940     PERFORM 2200-MOVE-COUNT
001950         THRU 2200-MOVE-COUNT-EXIT
001960         VARYING CM-COUNT-SUB FROM 1 BY 1
001970         UNTIL CM-COUNT-SUB > 4.
001980 2000-BUILD-ROW-EXIT.
001990     EXIT.
002000*
002010*****************************************************************
002020*    2100-CLEAR-COUNT
002030*    BLANKS ONE KEY COUNT SLOT ON THE LOG ROW.
002040*****************************************************************
002050 2100-CLEAR-COUNT.
002060     MOVE SPACES TO RL-KEY-COUNT-LABEL(CM-COUNT-SUB).
002070     MOVE ZERO TO RL-KEY-COUNT(CM-COUNT-SUB).
002080 2100-CLEAR-COUNT-EXIT.
002090     EXIT.
002100*
002110*****************************************************************
002120*    2200-MOVE-COUNT
002130*    COPIES ONE OF THE CALLER'S KEY COUNTS ONTO THE END ROW.
002140*    A COUNT THE CALLER LEFT UNSET STAYS ZERO.
002150*****************************************************************
002160 2200-MOVE-COUNT.
002170     MOVE CM-RL-KEY-COUNT-LABEL(CM-COUNT-SUB)
002180         TO RL-KEY-COUNT-LABEL(CM-COUNT-SUB).
002190     IF CM-RL-KEY-COUNT(CM-COUNT-SUB) NUMERIC
002200         MOVE CM-RL-KEY-COUNT(CM-COUNT-SUB)
002210             TO RL-KEY-COUNT(CM-COUNT-SUB)
002220     END-IF.
002230 2200-MOVE-COUNT-EXIT.
002240     EXIT.
002250*
002260*****************************************************************
002270*    3000-WRITE-ROW
002280*    APPENDS THE ROW, CREATING THE LOG ON ITS FIRST USE.
002290*****************************************************************
002300 3000-WRITE-ROW.
002310     OPEN EXTEND RUN-CONTROL-FILE.
002320     IF NOT CM-RUN-CONTROL-OK
002330         OPEN OUTPUT RUN-CONTROL-FILE
002340     END-IF.
002350     IF NOT CM-RUN-CONTROL-OK
002360         DISPLAY "CMRUNLOG: UNABLE TO OPEN RUNCTL, "
002370                 "STATUS = " CM-RUN-CONTROL-STATUS
002380         GO TO 3000-WRITE-ROW-EXIT
002390     END-IF.
002400     WRITE RUN-CONTROL-RECORD.
002410     IF NOT CM-RUN-CONTROL-OK
002420         DISPLAY "CMRUNLOG: UNABLE TO WRITE RUNCTL, "
002430                 "STATUS = " CM-RUN-CONTROL-STATUS
002440     END-IF.
002450     CLOSE RUN-CONTROL-FILE.
002460 3000-WRITE-ROW-EXIT.
002470     EXIT.
