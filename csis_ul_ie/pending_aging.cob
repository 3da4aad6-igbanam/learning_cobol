000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGAGE.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - PENDING REFERENCE CHANGE
000120*                  EXCEPTIONS LIST. BILLRATE AND CUSTLIM
000130*                  CHANGES KEYED ON RATMAINT AND LIMMAINT NOW
000140*                  WAIT ON PENDCHG FOR A SECOND SUPERVISOR TO
000150*                  APPROVE OR DECLINE THEM ON CHGAPPR. A CHANGE
000160*                  NOBODY DECIDES NEVER REACHES THE LIVE FILE,
000170*                  SO THIS PROGRAM LISTS EVERY CHANGE STILL
000180*                  PENDING MORE THAN THE PNDPARMS NUMBER OF
000190*                  DAYS AFTER IT WAS KEYED, WITH WHO KEYED IT,
000200*                  AND ENDS RC=4 WHEN IT LISTS ANY SO THE
000210*                  MORNING SHIFT CHASES THEM.
000211*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000212*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000213*                  CODE AND THE CHANGES READ, STILL PENDING AND
000214*                  OVER THE AGE LIMIT - FOR THE MORNING OPERATIONS
000215*                  REPORT.
000216*    10/15/26  JI  REBSCHED VOLUME REBATE BANDS KEYED ON
000217*                  REBMAINT WAIT ON PENDCHG TOO AND ARE LISTED
000218*                  UNDER FILE "REBSCHED" WITH THEIR EFFECTIVE
000219*                  DATE.
000220*****************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. CSIS-UL-IE.
000270 OBJECT-COMPUTER. CSIS-UL-IE.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS PC-PENDING-ID
000340         FILE STATUS IS CM-PENDING-STATUS.
000350
000360     SELECT PEND-PARM-FILE ASSIGN TO "PNDPARMS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CM-PARM-STATUS.
000390
000400     SELECT PEND-REPORT-FILE ASSIGN TO "PNDRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CM-REPORT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PENDING-CHANGE-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  PENDING-CHANGE-RECORD.
000490     COPY PENDCHG.
000500
000510 FD  PEND-PARM-FILE
000520     RECORD CONTAINS 80 CHARACTERS.
000530 01  PEND-PARM-RECORD.
000540     05  PP-AGE-LIMIT-DAYS           PIC X(03).
000550     05  FILLER                      PIC X(77).
000560
000570 FD  PEND-REPORT-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  PEND-REPORT-LINE                PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620*
000630*****************************************************************
000640*    FILE STATUS SWITCHES
000650*****************************************************************
000660 01  CM-PENDING-STATUS               PIC X(02) VALUE ZEROS.
000670     88  CM-PENDING-OK                   VALUE "00".
000680     88  CM-PENDING-NOT-FOUND            VALUE "35".
000690
000700 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
000710     88  CM-PARM-OK                      VALUE "00".
000720
000730 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
000740     88  CM-REPORT-OK                    VALUE "00".
000750*
000760*****************************************************************
000770*    PROGRAM SWITCHES
000780*****************************************************************
000790 01  CM-SWITCHES.
000800     05  CM-PENDING-EOF-SW           PIC X(01) VALUE "N".
000810         88  CM-PENDING-EOF              VALUE "Y".
000820*
000830*****************************************************************
000840*    AGE THRESHOLD FROM THE PNDPARMS CARD - A CHANGE STILL
000850*    PENDING MORE THAN THIS MANY DAYS AFTER IT WAS KEYED IS
000860*    LISTED. DEFAULT 3, LONG ENOUGH TO COVER A WEEKEND.
000870*****************************************************************
000880 01  CM-AGE-LIMIT-DAYS               PIC 9(03) VALUE 003.
000890*
000900*****************************************************************
000910*    WORK AREAS AND COUNTERS
000920*****************************************************************
000930 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
000940 01  CM-RUN-DAY-NO                   PIC 9(08) COMP VALUE ZERO.
000950 01  CM-WORK-DAY-NO                  PIC 9(08) COMP VALUE ZERO.
000960 01  CM-WORK-AGE-DAYS                PIC S9(05) COMP VALUE ZERO.
000970
000980 01  CM-COUNTERS.
000990     05  CM-CHANGES-READ-CT          PIC 9(06) COMP VALUE ZERO.
001000     05  CM-PENDING-CT               PIC 9(06) COMP VALUE ZERO.
001010     05  CM-AGED-CT                  PIC 9(06) COMP VALUE ZERO.
001020*
001030*****************************************************************
001040*    REPORT LINE LAYOUTS
001050*****************************************************************
001060 01  CM-PEND-HEADING-1.
001070     05  FILLER                      PIC X(34)
001080         VALUE "PENDING REFERENCE CHANGE EXCEPTION".
001090     05  FILLER                      PIC X(12)
001100         VALUE "  RUN DATE =".
001110     05  CM-PH-RUN-DATE              PIC 9(08).
001120     05  FILLER                      PIC X(26) VALUE SPACES.
001130
001140 01  CM-PEND-HEADING-2.
001150     05  FILLER                      PIC X(35)
001160         VALUE "CHANGES STILL PENDING MORE THAN".
001170     05  CM-PH-AGE-LIMIT             PIC ZZ9.
001180     05  FILLER                      PIC X(42)
001190         VALUE " DAYS AFTER KEYING".
001200
001210 01  CM-DETAIL-HEADING.
001220     05  FILLER                      PIC X(10) VALUE "CHANGE ID".
001230     05  FILLER                      PIC X(10) VALUE "FILE".
001240     05  FILLER                      PIC X(08) VALUE "ACTION".
001250     05  FILLER                      PIC X(06) VALUE "TIER".
001260     05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
001270     05  FILLER                      PIC X(10) VALUE "KEYED BY".
001280     05  FILLER                      PIC X(10) VALUE "KEYED ON".
001290     05  FILLER                      PIC X(16) VALUE "AGE".
001300
001310 01  CM-DETAIL-LINE.
001320     05  CM-DL-PENDING-ID            PIC Z(07)9.
001330     05  FILLER                      PIC X(02) VALUE SPACES.
001340     05  CM-DL-FILE                  PIC X(08).
001350     05  FILLER                      PIC X(02) VALUE SPACES.
001360     05  CM-DL-ACTION                PIC X(06).
001370     05  FILLER                      PIC X(02) VALUE SPACES.
001380     05  CM-DL-TIER                  PIC X(02).
001390     05  FILLER                      PIC X(04) VALUE SPACES.
001400     05  CM-DL-EFFECTIVE-DATE        PIC X(08).
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  CM-DL-KEYED-BY              PIC X(08).
001430     05  FILLER                      PIC X(02) VALUE SPACES.
001440     05  CM-DL-KEYED-DATE            PIC 9(08).
001450     05  FILLER                      PIC X(02) VALUE SPACES.
001460     05  CM-DL-AGE-DAYS              PIC ZZZZ9.
001470     05  FILLER                      PIC X(05) VALUE " DAYS".
001480     05  FILLER                      PIC X(06) VALUE SPACES.
001490
001500 01  CM-TOTAL-LINE.
001510     05  FILLER                      PIC X(16)
001520         VALUE "CHANGES READ = ".
001530     05  CM-TL-READ-CT               PIC ZZZZZ9.
001540     05  FILLER                      PIC X(12)
001550         VALUE "  PENDING =".
001560     05  CM-TL-PENDING-CT            PIC ZZZZZ9.
001570     05  FILLER                      PIC X(15)
001580         VALUE "  OVER LIMIT =".
001590     05  CM-TL-AGED-CT               PIC ZZZZZ9.
001600     05  FILLER                      PIC X(19) VALUE SPACES.
001610
001620 01  CM-NONE-LINE                    PIC X(80)
001630     VALUE "NO CHANGE IS PENDING PAST THE LIMIT".
001640
001650 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
001660
001661*
001662*****************************************************************
001663*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
001664*****************************************************************
001665 01  CM-RUN-LOG-PARMS.
001666     COPY RUNPARM.
001667
001670 PROCEDURE DIVISION.
001680*
001690*****************************************************************
001700*    0000-MAINLINE
001710*    DRIVES THE REPORT - READ PENDCHG, LIST THE AGED PENDING
001720*    CHANGES, PRINT THE TOTALS.
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-INITIALIZE-EXIT.
001770     PERFORM 2000-CHECK-CHANGE
001780         THRU 2000-CHECK-CHANGE-EXIT
001790         UNTIL CM-PENDING-EOF.
001800     PERFORM 5000-PRINT-TOTALS
001810         THRU 5000-PRINT-TOTALS-EXIT.
001820     PERFORM 6000-TERMINATE
001830         THRU 6000-TERMINATE-EXIT.
001840     STOP RUN.
001850*
001860*****************************************************************
001870*    1000-INITIALIZE
001880*    READS THE AGE CARD, OPENS THE FILES, WRITES THE HEADINGS,
001890*    AND PRIMES THE READ. PENDCHG IS CREATED BY THE FIRST
001900*    CHANGE EVER KEYED, SO A MISSING FILE IS AN EMPTY QUEUE,
001910*    NOT AN ERROR.
001920*****************************************************************
001930 1000-INITIALIZE.
001932     INITIALIZE CM-RUN-LOG-PARMS.
001934     MOVE "CHGAGE" TO CM-RL-PROGRAM-ID.
001936     SET CM-RL-STEP-START TO TRUE.
001938     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
001940     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001950     COMPUTE CM-RUN-DAY-NO =
001960         FUNCTION INTEGER-OF-DATE (CM-RUN-DATE).
001970     PERFORM 1100-GET-AGE-PARM
001980         THRU 1100-GET-AGE-PARM-EXIT.
001990     OPEN OUTPUT PEND-REPORT-FILE.
002000     IF NOT CM-REPORT-OK
002010         DISPLAY "CHGAGE: UNABLE TO OPEN PNDRPT, "
002020                 "STATUS = " CM-REPORT-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     MOVE CM-RUN-DATE TO CM-PH-RUN-DATE.
002070     MOVE CM-PEND-HEADING-1 TO PEND-REPORT-LINE.
002080     WRITE PEND-REPORT-LINE.
002090     MOVE CM-AGE-LIMIT-DAYS TO CM-PH-AGE-LIMIT.
002100     MOVE CM-PEND-HEADING-2 TO PEND-REPORT-LINE.
002110     WRITE PEND-REPORT-LINE.
002120     MOVE CM-BLANK-LINE TO PEND-REPORT-LINE.
002130     WRITE PEND-REPORT-LINE.
002140     MOVE CM-DETAIL-HEADING TO PEND-REPORT-LINE.
002150     WRITE PEND-REPORT-LINE.
002160     OPEN INPUT PENDING-CHANGE-FILE.
002170     IF CM-PENDING-NOT-FOUND
002180         SET CM-PENDING-EOF TO TRUE
002190         GO TO 1000-INITIALIZE-EXIT
002200     END-IF.
002210     IF NOT CM-PENDING-OK
002220         DISPLAY "CHGAGE: UNABLE TO OPEN PENDCHG, "
002230                 "STATUS = " CM-PENDING-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     PERFORM 2100-READ-CHANGE
002280         THRU 2100-READ-CHANGE-EXIT.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002310*
002320*****************************************************************
002330*    1100-GET-AGE-PARM
002340*    READS THE PNDPARMS CARD, IF SUPPLIED - THE AGE IN DAYS
002350*    PAST WHICH A PENDING CHANGE IS LISTED. A MISSING OR BAD
002360*    CARD MEANS THE DEFAULT.
002370*****************************************************************
002380 1100-GET-AGE-PARM.
002390     OPEN INPUT PEND-PARM-FILE.
002400     IF NOT CM-PARM-OK
002410         GO TO 1100-GET-AGE-PARM-EXIT
002420     END-IF.
002430     READ PEND-PARM-FILE
002440         AT END
002450             CLOSE PEND-PARM-FILE
002460             GO TO 1100-GET-AGE-PARM-EXIT
002470     END-READ.
002480     IF PP-AGE-LIMIT-DAYS NUMERIC
002490         MOVE PP-AGE-LIMIT-DAYS TO CM-AGE-LIMIT-DAYS
002500     END-IF.
002510     CLOSE PEND-PARM-FILE.
002520 1100-GET-AGE-PARM-EXIT.
002530     EXIT.
002540*
002550*****************************************************************
002560*    2000-CHECK-CHANGE
002570*    AGES ONE PENDCHG RECORD. DECIDED CHANGES ARE HISTORY AND
002580*    ARE ONLY COUNTED; A PENDING ONE OLDER THAN THE LIMIT IS
002590*    LISTED.
002600*****************************************************************
002610 2000-CHECK-CHANGE.
002620     ADD 1 TO CM-CHANGES-READ-CT.
002630     IF NOT PC-PENDING
002640         GO TO 2000-CHECK-CHANGE-READ
002650     END-IF.
002660     ADD 1 TO CM-PENDING-CT.
002670     COMPUTE CM-WORK-DAY-NO =
002680         FUNCTION INTEGER-OF-DATE (PC-KEYED-DATE).
002690     COMPUTE CM-WORK-AGE-DAYS =
002700         CM-RUN-DAY-NO - CM-WORK-DAY-NO.
002710     IF CM-WORK-AGE-DAYS > CM-AGE-LIMIT-DAYS
002720         PERFORM 2200-LIST-CHANGE
002730             THRU 2200-LIST-CHANGE-EXIT
002740     END-IF.
002750 2000-CHECK-CHANGE-READ.
002760     PERFORM 2100-READ-CHANGE
002770         THRU 2100-READ-CHANGE-EXIT.
002780 2000-CHECK-CHANGE-EXIT.
002790     EXIT.
002800*
002810*****************************************************************
002820*    2100-READ-CHANGE
002830*    READS THE NEXT PENDCHG RECORD AND SETS THE END-OF-FILE
002840*    SWITCH.
002850*****************************************************************
002860 2100-READ-CHANGE.
002870     READ PENDING-CHANGE-FILE NEXT RECORD
002880         AT END
002890             SET CM-PENDING-EOF TO TRUE
002900     END-READ.
002910 2100-READ-CHANGE-EXIT.
002920     EXIT.
002930*
002940*****************************************************************
002950*    2200-LIST-CHANGE
002960*    PRINTS ONE AGED PENDING CHANGE. A CUSTLIM CHANGE HAS NO
002970*    EFFECTIVE DATE, SO THAT COLUMN IS LEFT BLANK FOR IT.
002980*****************************************************************
002990 2200-LIST-CHANGE.
003000     ADD 1 TO CM-AGED-CT.
003010     MOVE PC-PENDING-ID TO CM-DL-PENDING-ID.
003020     EVALUATE TRUE
003025         WHEN PC-RATE-CHANGE
003030             MOVE "BILLRATE" TO CM-DL-FILE
003040             MOVE PC-EFFECTIVE-DATE TO CM-DL-EFFECTIVE-DATE
003042         WHEN PC-REBATE-CHANGE
003044             MOVE "REBSCHED" TO CM-DL-FILE
003046             MOVE PC-EFFECTIVE-DATE TO CM-DL-EFFECTIVE-DATE
003050         WHEN OTHER
003060             MOVE "CUSTLIM" TO CM-DL-FILE
003070             MOVE SPACES TO CM-DL-EFFECTIVE-DATE
003080     END-EVALUATE.
003090     EVALUATE TRUE
003100         WHEN PC-ACTION-ADD
003110             MOVE "ADD" TO CM-DL-ACTION
003120         WHEN PC-ACTION-CHANGE
003130             MOVE "CHANGE" TO CM-DL-ACTION
003140         WHEN OTHER
003150             MOVE "DELETE" TO CM-DL-ACTION
003160     END-EVALUATE.
003170     MOVE PC-CUSTOMER-TIER TO CM-DL-TIER.
003180     MOVE PC-KEYED-BY TO CM-DL-KEYED-BY.
003190     MOVE PC-KEYED-DATE TO CM-DL-KEYED-DATE.
003200     MOVE CM-WORK-AGE-DAYS TO CM-DL-AGE-DAYS.
003210     MOVE CM-DETAIL-LINE TO PEND-REPORT-LINE.
003220     WRITE PEND-REPORT-LINE.
003230 2200-LIST-CHANGE-EXIT.
003240     EXIT.
003250*
003260*****************************************************************
003270*    5000-PRINT-TOTALS
003280*    PRINTS THE RUN TOTALS, AND SETS RC=4 WHEN ANY CHANGE WAS
003290*    LISTED SO THE MORNING SHIFT SEES IT ON THE JOB SUMMARY.
003300*****************************************************************
003310 5000-PRINT-TOTALS.
003320     IF CM-AGED-CT = ZERO
003330         MOVE CM-NONE-LINE TO PEND-REPORT-LINE
003340         WRITE PEND-REPORT-LINE
003350     ELSE
003360         MOVE 04 TO RETURN-CODE
003370     END-IF.
003380     MOVE CM-BLANK-LINE TO PEND-REPORT-LINE.
003390     WRITE PEND-REPORT-LINE.
003400     MOVE CM-CHANGES-READ-CT TO CM-TL-READ-CT.
003410     MOVE CM-PENDING-CT TO CM-TL-PENDING-CT.
003420     MOVE CM-AGED-CT TO CM-TL-AGED-CT.
003430     MOVE CM-TOTAL-LINE TO PEND-REPORT-LINE.
003440     WRITE PEND-REPORT-LINE.
003450 5000-PRINT-TOTALS-EXIT.
003460     EXIT.
003470*
003480*****************************************************************
003490*    6000-TERMINATE
003500*    CLOSES THE FILES AND DISPLAYS THE COUNTS.
003510*****************************************************************
003520 6000-TERMINATE.
003530     IF NOT CM-PENDING-NOT-FOUND
003540         CLOSE PENDING-CHANGE-FILE
003550     END-IF.
003560     CLOSE PEND-REPORT-FILE.
003570     DISPLAY "CHGAGE: CHANGES READ     = " CM-CHANGES-READ-CT.
003580     DISPLAY "CHGAGE: STILL PENDING    = " CM-PENDING-CT.
003590     DISPLAY "CHGAGE: OVER AGE LIMIT   = " CM-AGED-CT.
003591     SET CM-RL-STEP-END TO TRUE.
003592     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
003593     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(1).
003594     MOVE CM-CHANGES-READ-CT TO CM-RL-KEY-COUNT(1).
003595     MOVE "PENDING" TO CM-RL-KEY-COUNT-LABEL(2).
003596     MOVE CM-PENDING-CT TO CM-RL-KEY-COUNT(2).
003597     MOVE "OVER AGE" TO CM-RL-KEY-COUNT-LABEL(3).
003598     MOVE CM-AGED-CT TO CM-RL-KEY-COUNT(3).
003599     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003600 6000-TERMINATE-EXIT.
003610     EXIT.
