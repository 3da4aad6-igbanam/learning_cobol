000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MLTBKUP.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - NIGHTLY MULTOUT BACKUP.
000120*                  MULTOUT IS THE ONE FILE IN THE SYSTEM THAT
000130*                  CANNOT BE REBUILT FROM ANYTHING ELSE, AND
000140*                  THE ONLY COPY OF IT WAS THE WEEKLY VOLUME
000150*                  DUMP. RUN AS CSISBM01 STEP041 RIGHT AFTER
000160*                  THE BILLING EXTRACT, WHILE ONLINE ENTRY IS
000170*                  STILL CLOSED, IT COPIES EVERY RECORD
000180*                  VERBATIM, IN KEY ORDER, TO A NEW MULTBKUP
000190*                  GENERATION AND CLOSES IT WITH AN MBKCTL
000200*                  CONTROL RECORD - BACKUP DATE AND TIME,
000210*                  RECORD COUNT, HIGHEST TRANSACTION ID, THE
000220*                  PROCDATE BUSINESS DATE, AND THE HIGHEST
000230*                  EXTRACT RUN NUMBER ON THE COPY. MLTRECOV
000240*                  (CSISRV01) RELOADS A GENERATION AND REPLAYS
000250*                  THE AUDITLOG ROWS LOGGED SINCE ITS BACKUP
000260*                  TIME. MULTOUT IS ONLY READ.
000261*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000262*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000263*                  CODE, RECORDS COPIED, HIGHEST TRANSACTION ID
000264*                  AND HIGHEST EXTRACT RUN - FOR THE MORNING
000265*                  OPERATIONS REPORT.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. CSIS-UL-IE.
000320 OBJECT-COMPUTER. CSIS-UL-IE.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS OUT-TRANSACTION-ID
000390         FILE STATUS IS CM-RESULT-STATUS.
000400
000410     SELECT BACKUP-FILE ASSIGN TO "MULTBKUP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CM-BACKUP-STATUS.
000440
000450     SELECT PROCESSING-DATE-FILE ASSIGN TO "PROCDATE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CM-PROC-DATE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RESULT-FILE
000520     RECORD CONTAINS 52 CHARACTERS.
000530 01  RESULT-RECORD.
000540     COPY MULTOUT.
000550*
000560*****************************************************************
000570*    MULTBKUP - THE DATED BACKUP GENERATION. MULTOUT RECORDS
000580*    VERBATIM, CLOSED BY ONE TYPE C MBKCTL CONTROL RECORD.
000590*****************************************************************
000600 FD  BACKUP-FILE
000610     RECORD CONTAINS 52 CHARACTERS.
000620 01  BACKUP-RECORD                   PIC X(52).
000630
000640 FD  PROCESSING-DATE-FILE
000650     RECORD CONTAINS 08 CHARACTERS.
000660 01  PROCESSING-DATE-RECORD          PIC 9(08).
000670
000680 WORKING-STORAGE SECTION.
000690*
000700*****************************************************************
000710*    FILE STATUS SWITCHES
000720*****************************************************************
000730 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
000740     88  CM-RESULT-OK                    VALUE "00".
000750
000760 01  CM-BACKUP-STATUS                PIC X(02) VALUE ZEROS.
000770     88  CM-BACKUP-OK                    VALUE "00".
000780
000790 01  CM-PROC-DATE-STATUS             PIC X(02) VALUE ZEROS.
000800     88  CM-PROC-DATE-OK                 VALUE "00".
000810*
000820*****************************************************************
000830*    PROGRAM SWITCHES
000840*****************************************************************
000850 01  CM-SWITCHES.
000860     05  CM-END-OF-FILE-SW           PIC X(01) VALUE "N".
000870         88  CM-END-OF-FILE              VALUE "Y".
000880*
000890*****************************************************************
000900*    BACKUP CONTROL RECORD - WRITTEN LAST, PROVES THE COPY WAS
000910*    COMPLETE.
000920*****************************************************************
000930 01  CM-BACKUP-CONTROL.
000940     COPY MBKCTL.
000950*
000960*****************************************************************
000970*    WORK AREAS AND COUNTERS
000980*****************************************************************
000990 01  CM-TIME-NOW                     PIC 9(08) VALUE ZERO.
001000
001010 01  CM-COUNTERS.
001020     05  CM-RECORDS-COPIED-CT        PIC 9(08) COMP VALUE ZERO.
001030     05  CM-HIGH-TRANSACTION-ID      PIC 9(08) COMP VALUE ZERO.
001040     05  CM-HIGH-EXTRACT-RUN-NO      PIC 9(04) COMP VALUE ZERO.
001050
001051*
001052*****************************************************************
001053*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
001054*****************************************************************
001055 01  CM-RUN-LOG-PARMS.
001056     COPY RUNPARM.
001057
001060 PROCEDURE DIVISION.
001070*
001080*****************************************************************
001090*    0000-MAINLINE
001100*    DRIVES THE BACKUP FROM OPEN THROUGH CLOSE.
001110*****************************************************************
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE
001140         THRU 1000-INITIALIZE-EXIT.
001150     PERFORM 2000-COPY-RECORD
001160         THRU 2000-COPY-RECORD-EXIT
001170         UNTIL CM-END-OF-FILE.
001180     PERFORM 3000-TERMINATE
001190         THRU 3000-TERMINATE-EXIT.
001200     STOP RUN.
001210*
001220*****************************************************************
001230*    1000-INITIALIZE
001240*    STAMPS THE BACKUP DATE AND TIME, READS THE BUSINESS DATE,
001250*    OPENS MULTOUT AND THE BACKUP GENERATION, AND READS THE
001260*    FIRST RECORD. THE TIME IS TAKEN BEFORE THE FIRST RECORD
001270*    IS READ, SO NO AUDIT ROW FOR A CHANGE THE COPY MISSED CAN
001280*    CARRY AN EARLIER STAMP.
001290*****************************************************************
001300 1000-INITIALIZE.
001302     INITIALIZE CM-RUN-LOG-PARMS.
001304     MOVE "MLTBKUP" TO CM-RL-PROGRAM-ID.
001306     SET CM-RL-STEP-START TO TRUE.
001308     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
001310     MOVE SPACES TO CM-BACKUP-CONTROL.
001320     MOVE "C" TO MB-RECORD-TYPE.
001330     ACCEPT MB-BACKUP-DATE FROM DATE YYYYMMDD.
001340     ACCEPT CM-TIME-NOW FROM TIME.
001350     MOVE CM-TIME-NOW (1:6) TO MB-BACKUP-TIME.
001360     PERFORM 1100-GET-BUSINESS-DATE
001370         THRU 1100-GET-BUSINESS-DATE-EXIT.
001380     OPEN INPUT RESULT-FILE.
001390     IF NOT CM-RESULT-OK
001400         DISPLAY "MLTBKUP: UNABLE TO OPEN MULTOUT, "
001410                 "STATUS = " CM-RESULT-STATUS
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF.
001450     OPEN OUTPUT BACKUP-FILE.
001460     IF NOT CM-BACKUP-OK
001470         DISPLAY "MLTBKUP: UNABLE TO OPEN MULTBKUP, "
001480                 "STATUS = " CM-BACKUP-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     PERFORM 2100-READ-RESULT
001530         THRU 2100-READ-RESULT-EXIT.
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001560*
001570*****************************************************************
001580*    1100-GET-BUSINESS-DATE
001590*    READS THE BUSINESS DATE THE NIGHT RAN UNDER FROM PROCDATE
001600*    FOR THE CONTROL RECORD. THE BACKUP MATTERS MORE THAN THE
001610*    LABEL, SO A MISSING OR BAD PROCDATE IS RECORDED AS ZERO
001620*    AND THE COPY GOES AHEAD.
001630*****************************************************************
001640 1100-GET-BUSINESS-DATE.
001650     MOVE ZERO TO MB-BUSINESS-DATE.
001660     OPEN INPUT PROCESSING-DATE-FILE.
001670     IF NOT CM-PROC-DATE-OK
001680         DISPLAY "MLTBKUP: PROCDATE NOT AVAILABLE, STATUS = "
001690                 CM-PROC-DATE-STATUS " - BUSINESS DATE ZERO"
001700         GO TO 1100-GET-BUSINESS-DATE-EXIT
001710     END-IF.
001720     READ PROCESSING-DATE-FILE
001730         AT END
001740             MOVE ZERO TO PROCESSING-DATE-RECORD
001750     END-READ.
001760     IF PROCESSING-DATE-RECORD NUMERIC
001770         MOVE PROCESSING-DATE-RECORD TO MB-BUSINESS-DATE
001780     END-IF.
001790     CLOSE PROCESSING-DATE-FILE.
001800 1100-GET-BUSINESS-DATE-EXIT.
001810     EXIT.
001820*
001830*****************************************************************
001840*    2000-COPY-RECORD
001850*    COPIES ONE MULTOUT RECORD TO THE BACKUP AS IT STANDS,
001860*    ROLLS THE CONTROL FIGURES, AND READS THE NEXT.
001870*****************************************************************
001880 2000-COPY-RECORD.
001890     MOVE RESULT-RECORD TO BACKUP-RECORD.
001900     WRITE BACKUP-RECORD.
001910     IF NOT CM-BACKUP-OK
001920         DISPLAY "MLTBKUP: WRITE FAILED ON MULTBKUP, "
001930                 "STATUS = " CM-BACKUP-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     ADD 1 TO CM-RECORDS-COPIED-CT.
001980     IF OUT-TRANSACTION-ID > CM-HIGH-TRANSACTION-ID
001990         MOVE OUT-TRANSACTION-ID TO CM-HIGH-TRANSACTION-ID
002000     END-IF.
002010     IF OUT-EXTRACT-RUN-NO NUMERIC
002020         AND OUT-EXTRACT-RUN-NO > CM-HIGH-EXTRACT-RUN-NO
002030         MOVE OUT-EXTRACT-RUN-NO TO CM-HIGH-EXTRACT-RUN-NO
002040     END-IF.
002050     PERFORM 2100-READ-RESULT
002060         THRU 2100-READ-RESULT-EXIT.
002070 2000-COPY-RECORD-EXIT.
002080     EXIT.
002090*
002100*****************************************************************
002110*    2100-READ-RESULT
002120*    READS THE NEXT MULTOUT RECORD AND SETS THE END-OF-FILE
002130*    SWITCH.
002140*****************************************************************
002150 2100-READ-RESULT.
002160     READ RESULT-FILE
002170         AT END
002180             SET CM-END-OF-FILE TO TRUE
002190     END-READ.
002200 2100-READ-RESULT-EXIT.
002210     EXIT.
002220*
002230*****************************************************************
002240*    3000-TERMINATE
002250*    WRITES THE CONTROL RECORD THAT CLOSES THE GENERATION,
002260*    CLOSES THE FILES, AND DISPLAYS THE CONTROL FIGURES.
002270*****************************************************************
002280 3000-TERMINATE.
002290     MOVE CM-RECORDS-COPIED-CT TO MB-RECORD-COUNT.
002300     MOVE CM-HIGH-TRANSACTION-ID TO MB-HIGH-TRANSACTION-ID.
002310     MOVE CM-HIGH-EXTRACT-RUN-NO TO MB-HIGH-EXTRACT-RUN-NO.
002320     MOVE CM-BACKUP-CONTROL TO BACKUP-RECORD.
002330     WRITE BACKUP-RECORD.
002340     IF NOT CM-BACKUP-OK
002350         DISPLAY "MLTBKUP: UNABLE TO WRITE THE CONTROL RECORD, "
002360                 "STATUS = " CM-BACKUP-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     CLOSE RESULT-FILE.
002410     CLOSE BACKUP-FILE.
002420     DISPLAY "MLTBKUP: BACKUP DATE/TIME    = " MB-BACKUP-DATE
002430             " " MB-BACKUP-TIME.
002440     DISPLAY "MLTBKUP: BUSINESS DATE       = " MB-BUSINESS-DATE.
002450     DISPLAY "MLTBKUP: RECORDS COPIED      = " MB-RECORD-COUNT.
002460     DISPLAY "MLTBKUP: HIGHEST TRANS ID    = "
002470             MB-HIGH-TRANSACTION-ID.
002480     DISPLAY "MLTBKUP: HIGHEST EXTRACT RUN = "
002490             MB-HIGH-EXTRACT-RUN-NO.
002491     SET CM-RL-STEP-END TO TRUE.
002492     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
002493     MOVE "COPIED" TO CM-RL-KEY-COUNT-LABEL(1).
002494     MOVE CM-RECORDS-COPIED-CT TO CM-RL-KEY-COUNT(1).
002495     MOVE "HIGH ID" TO CM-RL-KEY-COUNT-LABEL(2).
002496     MOVE CM-HIGH-TRANSACTION-ID TO CM-RL-KEY-COUNT(2).
002497     MOVE "HIGH RUN" TO CM-RL-KEY-COUNT-LABEL(3).
002498     MOVE CM-HIGH-EXTRACT-RUN-NO TO CM-RL-KEY-COUNT(3).
002499     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002500 3000-TERMINATE-EXIT.
002510     EXIT.
