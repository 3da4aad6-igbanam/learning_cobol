000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCONV.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - ONE-TIME CONVERSION OF THE
000120*                  CUSTMAST CUSTOMER MASTER FROM THE 40-BYTE
000130*                  LAYOUT ONTO THE 80-BYTE LAYOUT THAT CARRIES
000140*                  THE CREDIT LIMIT AND RUNNING EXPOSURE. EVERY
000150*                  ACCOUNT COMES ACROSS WITH A ZERO LIMIT - NO
000160*                  LIMIT SET - UNTIL CREDIT CONTROL KEYS ONE.
000170*                  ONCE THE COUNTS MATCH, THE EXPOSURE IS
000180*                  SEEDED FROM WHAT IS ALREADY OUTSTANDING SO
000190*                  THE FIRST LIMIT CHECK IS NOT MEASURED FROM
000200*                  ZERO: EVERY MULTOUT RESULT NOT YET EXTRACTED
000210*                  IS POSTED AT TODAY'S RATE, AND EVERY
000220*                  TRANSACTION ON THE ACKOUTS OUTSTANDING FILE -
000230*                  EXTRACTED BUT NEVER ACCEPTED BY BILLING - IS
000240*                  POSTED AT ITS EXTRACT DATE'S RATE, THE SAME
000250*                  RATE CSISBACK WILL RELIEVE IT AT. OPERATIONS
000260*                  RENAMES THE LIVE FILE TO CUSTOLD, DEFINES A
000270*                  FRESH CUSTMAST CLUSTER, AND RUNS CSISCC01.
000280*                  RERUNNABLE FROM THE TOP: THE OUTPUT OPEN IS
000290*                  OUTPUT, NOT EXTEND, SO A SECOND RUN REBUILDS
000300*                  AND RESEEDS RATHER THAN DUPLICATES.
000301*    10/15/26  JI  THE TIER-CHANGE HISTORY FIELDS START EMPTY -
000302*                  NO PRIOR TIER, CHANGE DATE ZERO.
000304*    10/15/26  JI  AN OUTSTANDING VOLUME REBATE CREDIT
000306*                  (OUT-CREDIT-TYPE "R") SEEDS AS A CREDIT.
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. CSIS-UL-IE.
000360 OBJECT-COMPUTER. CSIS-UL-IE.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OLD-MASTER-FILE ASSIGN TO "CUSTOLD"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS OLD-ACCOUNT-NO
000430         FILE STATUS IS CM-OLD-STATUS.
000440
000450     SELECT NEW-MASTER-FILE ASSIGN TO "CUSTMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CU-ACCOUNT-NO
000490         FILE STATUS IS CM-NEW-STATUS.
000500
000510     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS OUT-TRANSACTION-ID
000550         FILE STATUS IS CM-RESULT-STATUS.
000560
000570     SELECT OUTSTANDING-FILE ASSIGN TO "ACKOUTS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CM-OUTS-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*****************************************************************
000650*    CUSTOLD - THE CUSTOMER MASTER AS WRITTEN BEFORE THE CREDIT
000660*    LIMIT AND EXPOSURE GREW THE RECORD TO 80 BYTES. KEPT
000670*    INLINE HERE ON PURPOSE - THIS IS THE ONLY PROGRAM THAT
000680*    WILL EVER READ THE OLD SHAPE, AND THE COPYBOOK MUST STAY
000690*    CURRENT-LAYOUT ONLY.
000700*****************************************************************
000710 FD  OLD-MASTER-FILE
000720     RECORD CONTAINS 40 CHARACTERS.
000730 01  OLD-MASTER-RECORD.
000740     05  OLD-ACCOUNT-NO              PIC X(08).
000750     05  OLD-CUSTOMER-NAME           PIC X(20).
000760     05  OLD-STATUS-FLAG             PIC X(01).
000770     05  OLD-CUSTOMER-TIER           PIC X(02).
000780     05  FILLER                      PIC X(09).
000790
000800 FD  NEW-MASTER-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  NEW-MASTER-RECORD.
000830     COPY CUSTMST.
000840
000850 FD  RESULT-FILE
000860     RECORD CONTAINS 52 CHARACTERS.
000870 01  RESULT-RECORD.
000880     COPY MULTOUT.
000890
000900*****************************************************************
000910*    ACKOUTS - CSISBACK'S OUTSTANDING-ACKNOWLEDGMENT FILE, ONE
000920*    RECORD PER EXTRACTED TRANSACTION BILLING HAS NOT YET
000930*    ACCEPTED (SEE BILLING_ACK.COB).
000940*****************************************************************
000950 FD  OUTSTANDING-FILE
000960     RECORD CONTAINS 20 CHARACTERS.
000970 01  OUTSTANDING-RECORD.
000980     05  AI-TRANSACTION-ID           PIC 9(08).
000990     05  AI-EXTRACT-DATE             PIC 9(08).
001000     05  AI-ACK-STATUS               PIC X(01).
001010     05  FILLER                      PIC X(03).
001020
001030 WORKING-STORAGE SECTION.
001040*
001050*****************************************************************
001060*    FILE STATUS SWITCHES
001070*****************************************************************
001080 01  CM-OLD-STATUS                   PIC X(02) VALUE ZEROS.
001090     88  CM-OLD-OK                       VALUE "00".
001100
001110 01  CM-NEW-STATUS                   PIC X(02) VALUE ZEROS.
001120     88  CM-NEW-OK                       VALUE "00".
001130
001140 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001150     88  CM-RESULT-OK                    VALUE "00".
001160
001170 01  CM-OUTS-STATUS                  PIC X(02) VALUE ZEROS.
001180     88  CM-OUTS-OK                      VALUE "00".
001190*
001200*****************************************************************
001210*    PROGRAM SWITCHES
001220*****************************************************************
001230 01  CM-SWITCHES.
001240     05  CM-END-OF-FILE-SW           PIC X(01) VALUE "N".
001250         88  CM-END-OF-FILE              VALUE "Y".
001260     05  CM-RESULT-EOF-SW            PIC X(01) VALUE "N".
001270         88  CM-RESULT-EOF               VALUE "Y".
001280     05  CM-OUTS-EOF-SW              PIC X(01) VALUE "N".
001290         88  CM-OUTS-EOF                 VALUE "Y".
001300*
001310*****************************************************************
001320*    PARAMETERS PASSED TO THE CMCRDCHK SUBPROGRAM (SEE
001330*    CSIS_UL_IE/COPYBOOKS/CRDPARM.CPY).
001340*****************************************************************
001350 01  CM-CREDIT-PARMS.
001360     COPY CRDPARM.
001370*
001380*****************************************************************
001390*    WORK AREAS AND COUNTERS
001400*****************************************************************
001410 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001420
001430 01  CM-COUNTERS.
001440     05  CM-RECORDS-READ-CT          PIC 9(06) COMP VALUE ZERO.
001450     05  CM-RECORDS-WRITTEN-CT       PIC 9(06) COMP VALUE ZERO.
001460     05  CM-SEEDED-CT                PIC 9(06) COMP VALUE ZERO.
001470     05  CM-SEED-FAIL-CT             PIC 9(06) COMP VALUE ZERO.
001480
001490 PROCEDURE DIVISION.
001500*
001510*****************************************************************
001520*    0000-MAINLINE
001530*    DRIVES THE CONVERSION, THEN THE EXPOSURE SEEDING WHEN THE
001540*    CONVERSION IS COMPLETE.
001550*****************************************************************
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-INITIALIZE-EXIT.
001590     PERFORM 2000-CONVERT-RECORD
001600         THRU 2000-CONVERT-RECORD-EXIT
001610         UNTIL CM-END-OF-FILE.
001620     PERFORM 3000-TERMINATE
001630         THRU 3000-TERMINATE-EXIT.
001640     IF RETURN-CODE = ZERO
001650         PERFORM 4000-SEED-EXPOSURE
001660             THRU 4000-SEED-EXPOSURE-EXIT
001670     END-IF.
001680     STOP RUN.
001690*
001700*****************************************************************
001710*    1000-INITIALIZE
001720*    OPENS THE OLD AND NEW FILES AND READS THE FIRST RECORD.
001730*****************************************************************
001740 1000-INITIALIZE.
001750     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001760     OPEN INPUT OLD-MASTER-FILE.
001770     IF NOT CM-OLD-OK
001780         DISPLAY "CUSTCONV: UNABLE TO OPEN CUSTOLD, "
001790                 "STATUS = " CM-OLD-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     OPEN OUTPUT NEW-MASTER-FILE.
001840     IF NOT CM-NEW-OK
001850         DISPLAY "CUSTCONV: UNABLE TO OPEN CUSTMAST, "
001860                 "STATUS = " CM-NEW-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900     PERFORM 2100-READ-OLD-RECORD
001910         THRU 2100-READ-OLD-RECORD-EXIT.
001920 1000-INITIALIZE-EXIT.
001930     EXIT.
001940*
001950*****************************************************************
001960*    2000-CONVERT-RECORD
001970*    RESHAPES ONE ACCOUNT ONTO THE WIDENED LAYOUT AND WRITES
001980*    IT, THEN READS THE NEXT. THE OLD FIELDS CARRY ACROSS AS
001990*    THEY STAND; THE CREDIT LIMIT, EXPOSURE, AND EXPOSURE DATE
002000*    START AT ZERO, AND THERE IS NO PRIOR TIER YET.
002010*****************************************************************
002020 2000-CONVERT-RECORD.
002030     MOVE SPACES TO NEW-MASTER-RECORD.
002040     MOVE OLD-ACCOUNT-NO TO CU-ACCOUNT-NO.
002050     MOVE OLD-CUSTOMER-NAME TO CU-CUSTOMER-NAME.
002060     MOVE OLD-STATUS-FLAG TO CU-STATUS-FLAG.
002070     MOVE OLD-CUSTOMER-TIER TO CU-CUSTOMER-TIER.
002080     MOVE ZERO TO CU-CREDIT-LIMIT.
002090     MOVE ZERO TO CU-EXPOSURE.
002100     MOVE ZERO TO CU-EXPOSURE-DATE.
002101     MOVE SPACES TO CU-PRIOR-TIER.
002102     MOVE ZERO TO CU-TIER-CHANGE-DATE.
002110     WRITE NEW-MASTER-RECORD
002120         INVALID KEY
002130             DISPLAY "CUSTCONV: DUPLICATE ACCOUNT ON "
002140                     "CUSTMAST - " CU-ACCOUNT-NO
002150             MOVE 16 TO RETURN-CODE
002160             STOP RUN
002170     END-WRITE.
002180     ADD 1 TO CM-RECORDS-WRITTEN-CT.
002190     PERFORM 2100-READ-OLD-RECORD
002200         THRU 2100-READ-OLD-RECORD-EXIT.
002210 2000-CONVERT-RECORD-EXIT.
002220     EXIT.
002230*
002240*****************************************************************
002250*    2100-READ-OLD-RECORD
002260*    READS THE NEXT OLD-LAYOUT RECORD AND SETS THE END-OF-FILE
002270*    SWITCH.
002280*****************************************************************
002290 2100-READ-OLD-RECORD.
002300     READ OLD-MASTER-FILE
002310         AT END
002320             SET CM-END-OF-FILE TO TRUE
002330             GO TO 2100-READ-OLD-RECORD-EXIT
002340     END-READ.
002350     ADD 1 TO CM-RECORDS-READ-CT.
002360 2100-READ-OLD-RECORD-EXIT.
002370     EXIT.
002380*
002390*****************************************************************
002400*    3000-TERMINATE
002410*    CLOSES BOTH MASTER FILES AND DISPLAYS THE COUNTS - THE TWO
002420*    MUST MATCH OR THE CONVERSION IS NOT COMPLETE AND THE
002430*    EXPOSURE IS NOT SEEDED.
002440*****************************************************************
002450 3000-TERMINATE.
002460     CLOSE OLD-MASTER-FILE.
002470     CLOSE NEW-MASTER-FILE.
002480     DISPLAY "CUSTCONV: RECORDS READ    = " CM-RECORDS-READ-CT.
002490     DISPLAY "CUSTCONV: RECORDS WRITTEN = "
002500             CM-RECORDS-WRITTEN-CT.
002510     IF CM-RECORDS-READ-CT NOT = CM-RECORDS-WRITTEN-CT
002520         DISPLAY "CUSTCONV: READ AND WRITTEN COUNTS DIFFER - "
002530                 "DO NOT CUT OVER"
002540         MOVE 08 TO RETURN-CODE
002550     END-IF.
002560 3000-TERMINATE-EXIT.
002570     EXIT.
002580*
002590*****************************************************************
002600*    4000-SEED-EXPOSURE
002610*    POSTS WHAT IS ALREADY OUTSTANDING TO THE NEW MASTER
002620*    THROUGH CMCRDCHK - FIRST EVERY MULTOUT RESULT NOT YET
002630*    EXTRACTED, THEN EVERY TRANSACTION ON ACKOUTS. A MISSING
002640*    ACKOUTS MEANS NOTHING IS OUTSTANDING WITH BILLING. A
002650*    POSTING THAT FAILS IS DISPLAYED AND ENDS THE JOB RC=4 -
002660*    THE CONVERSION ITSELF STANDS.
002670*****************************************************************
002680 4000-SEED-EXPOSURE.
002690     OPEN INPUT RESULT-FILE.
002700     IF NOT CM-RESULT-OK
002710         DISPLAY "CUSTCONV: UNABLE TO OPEN MULTOUT, "
002720                 "STATUS = " CM-RESULT-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     PERFORM 4100-SEED-UNEXTRACTED
002770         THRU 4100-SEED-UNEXTRACTED-EXIT
002780         UNTIL CM-RESULT-EOF.
002790     OPEN INPUT OUTSTANDING-FILE.
002800     IF CM-OUTS-OK
002810         PERFORM 4200-SEED-OUTSTANDING
002820             THRU 4200-SEED-OUTSTANDING-EXIT
002830             UNTIL CM-OUTS-EOF
002840         CLOSE OUTSTANDING-FILE
002850     END-IF.
002860     CLOSE RESULT-FILE.
002870     DISPLAY "CUSTCONV: EXPOSURE POSTED = " CM-SEEDED-CT.
002880     DISPLAY "CUSTCONV: NOT POSTED      = " CM-SEED-FAIL-CT.
002890     IF CM-SEED-FAIL-CT > ZERO
002900         MOVE 04 TO RETURN-CODE
002910     END-IF.
002920 4000-SEED-EXPOSURE-EXIT.
002930     EXIT.
002940*
002950*****************************************************************
002960*    4100-SEED-UNEXTRACTED
002970*    READS THE NEXT MULTOUT RESULT AND POSTS IT WHEN IT HAS NOT
002980*    YET BEEN EXTRACTED, PRICED AT TODAY'S RATE.
002990*****************************************************************
003000 4100-SEED-UNEXTRACTED.
003010     READ RESULT-FILE NEXT RECORD
003020         AT END
003030             SET CM-RESULT-EOF TO TRUE
003040             GO TO 4100-SEED-UNEXTRACTED-EXIT
003050     END-READ.
003060     IF OUT-EXTRACTED
003070         GO TO 4100-SEED-UNEXTRACTED-EXIT
003080     END-IF.
003090     MOVE CM-RUN-DATE TO CM-CR-PRICE-DATE.
003100     PERFORM 4300-POST-RESULT
003110         THRU 4300-POST-RESULT-EXIT.
003120 4100-SEED-UNEXTRACTED-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160*    4200-SEED-OUTSTANDING
003170*    READS THE NEXT ACKOUTS ENTRY, LOOKS ITS TRANSACTION UP ON
003180*    MULTOUT, AND POSTS IT AT ITS EXTRACT DATE'S RATE.
003190*****************************************************************
003200 4200-SEED-OUTSTANDING.
003210     READ OUTSTANDING-FILE
003220         AT END
003230             SET CM-OUTS-EOF TO TRUE
003240             GO TO 4200-SEED-OUTSTANDING-EXIT
003250     END-READ.
003260     IF AI-TRANSACTION-ID NOT NUMERIC
003270         GO TO 4200-SEED-OUTSTANDING-EXIT
003280     END-IF.
003290     MOVE AI-TRANSACTION-ID TO OUT-TRANSACTION-ID.
003300     READ RESULT-FILE
003310         INVALID KEY
003320             DISPLAY "CUSTCONV: OUTSTANDING TRANSACTION "
003330                     AI-TRANSACTION-ID " NOT ON MULTOUT"
003340             ADD 1 TO CM-SEED-FAIL-CT
003350             GO TO 4200-SEED-OUTSTANDING-EXIT
003360     END-READ.
003370     MOVE AI-EXTRACT-DATE TO CM-CR-PRICE-DATE.
003380     PERFORM 4300-POST-RESULT
003390         THRU 4300-POST-RESULT-EXIT.
003400 4200-SEED-OUTSTANDING-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440*    4300-POST-RESULT
003450*    POSTS THE MULTOUT RESULT IN THE RECORD AREA TO ITS
003456*    ACCOUNT'S EXPOSURE - A REVERSAL OR A VOLUME REBATE POSTS
003462*    AS A CREDIT.
003470*****************************************************************
003480 4300-POST-RESULT.
003490     SET CM-CR-POST TO TRUE.
003500     IF OUT-ORIGINAL-ID NUMERIC
003505         OR OUT-REBATE-CREDIT
003510         SET CM-CR-CREDIT TO TRUE
003520     ELSE
003530         SET CM-CR-DEBIT TO TRUE
003540     END-IF.
003550     MOVE OUT-ACCOUNT-NO TO CM-CR-ACCOUNT-NO.
003560     MOVE OUT-CUSTOMER-TIER TO CM-CR-CUSTOMER-TIER.
003570     MOVE OUT-RESULT TO CM-CR-RESULT.
003580     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
003590     IF CM-CR-OVER-LIMIT
003600         DISPLAY "CUSTCONV: EXPOSURE NOT POSTED FOR "
003610                 "TRANSACTION " OUT-TRANSACTION-ID
003620                 " ACCOUNT " CM-CR-ACCOUNT-NO
003630                 " - " CM-CR-REASON
003640         ADD 1 TO CM-SEED-FAIL-CT
003650     ELSE
003660         ADD 1 TO CM-SEEDED-CT
003670     END-IF.
003680 4300-POST-RESULT-EXIT.
003690     EXIT.
