000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CREDRPT.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - NIGHTLY CREDIT EXPOSURE
000120*                  REPORT OVER THE CUSTMAST MASTER FILE. LISTS
000130*                  EVERY ACCOUNT CARRYING A CREDIT LIMIT WHOSE
000140*                  RUNNING EXPOSURE - POSTED TO MULTOUT, NOT YET
000150*                  ACKNOWLEDGED BY BILLING - IS AT OR OVER THE
000160*                  CRDPARMS PERCENTAGE OF THAT LIMIT (DEFAULT
000170*                  080), SO CREDIT CONTROL CAN RAISE A LIMIT OR
000180*                  CHASE A PAYMENT BEFORE THE ACCOUNT'S LINES
000190*                  START REJECTING CREDLIM. AN ACCOUNT ALREADY
000200*                  OVER ITS LIMIT - A RATE RISE OR A LOWERED
000210*                  LIMIT SINCE THE POSTING - IS FLAGGED AND
000220*                  ENDS THE STEP RC=4.
000222*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000224*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000226*                  CODE AND THE ACCOUNTS READ, LISTED AND OVER
000228*                  LIMIT - FOR THE MORNING OPERATIONS REPORT.
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. CSIS-UL-IE.
000280 OBJECT-COMPUTER. CSIS-UL-IE.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS CU-ACCOUNT-NO
000350         FILE STATUS IS CM-MASTER-STATUS.
000360
000370     SELECT CREDIT-PARM-FILE ASSIGN TO "CRDPARMS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CM-PARM-STATUS.
000400
000410     SELECT CREDIT-REPORT-FILE ASSIGN TO "CREDRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CM-REPORT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER-FILE
000480     RECORD CONTAINS 80 CHARACTERS.
000490 01  CUSTOMER-MASTER-RECORD.
000500     COPY CUSTMST.
000510
000520 FD  CREDIT-PARM-FILE
000530     RECORD CONTAINS 80 CHARACTERS.
000540 01  CREDIT-PARM-RECORD.
000550     05  CP-THRESHOLD-PCT            PIC X(03).
000560     05  FILLER                      PIC X(77).
000570
000580 FD  CREDIT-REPORT-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  CREDIT-REPORT-LINE              PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630*
000640*****************************************************************
000650*    FILE STATUS SWITCHES
000660*****************************************************************
000670 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
000680     88  CM-MASTER-OK                    VALUE "00".
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
000800     05  CM-END-OF-FILE-SW           PIC X(01) VALUE "N".
000810         88  CM-END-OF-FILE              VALUE "Y".
000820*
000830*****************************************************************
000840*    REPORTING THRESHOLD - PERCENT OF THE CREDIT LIMIT AT OR
000850*    OVER WHICH AN ACCOUNT IS LISTED. DEFAULT 80.
000860*****************************************************************
000870 01  CM-THRESHOLD-PCT                PIC 9(03) VALUE 080.
000880*
000890*****************************************************************
000900*    WORK AREAS AND COUNTERS
000910*****************************************************************
000920 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
000930 01  CM-USED-PCT                     PIC 9(03)V9 VALUE ZERO.
000940
000950 01  CM-COUNTERS.
000960     05  CM-ACCOUNTS-READ-CT         PIC 9(06) COMP VALUE ZERO.
000970     05  CM-LIMITED-CT               PIC 9(06) COMP VALUE ZERO.
000980     05  CM-LISTED-CT                PIC 9(06) COMP VALUE ZERO.
000990     05  CM-OVER-LIMIT-CT            PIC 9(06) COMP VALUE ZERO.
001000*
001010*****************************************************************
001020*    REPORT LINE LAYOUTS
001030*****************************************************************
001040 01  CM-CREDIT-HEADING-1.
001050     05  FILLER                      PIC X(28)
001060         VALUE "CREDIT EXPOSURE REPORT".
001070     05  FILLER                      PIC X(12)
001080         VALUE "THRESHOLD = ".
001090     05  CM-CH-THRESHOLD-PCT         PIC ZZ9.
001100     05  FILLER                      PIC X(05) VALUE "%".
001110     05  FILLER                      PIC X(10) VALUE "RUN DATE =".
001120     05  CM-CH-RUN-DATE              PIC 9(08).
001130     05  FILLER                      PIC X(14) VALUE SPACES.
001140
001150 01  CM-CREDIT-HEADING-2.
001160     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
001170     05  FILLER                      PIC X(21) VALUE "NAME".
001180     05  FILLER                      PIC X(04) VALUE "TR".
001190     05  FILLER                      PIC X(12) VALUE "     LIMIT".
001200     05  FILLER                      PIC X(13)
001205         VALUE "   EXPOSURE".
001210     05  FILLER                      PIC X(08) VALUE "  USED".
001220     05  FILLER                      PIC X(09) VALUE "POSTED".
001230     05  FILLER                      PIC X(03) VALUE SPACES.
001240
001250 01  CM-CREDIT-DETAIL-LINE.
001260     05  CM-CD-ACCOUNT-NO            PIC X(08).
001270     05  FILLER                      PIC X(02) VALUE SPACES.
001280     05  CM-CD-CUSTOMER-NAME         PIC X(20).
001290     05  FILLER                      PIC X(01) VALUE SPACES.
001300     05  CM-CD-CUSTOMER-TIER         PIC X(02).
001310     05  FILLER                      PIC X(02) VALUE SPACES.
001320     05  CM-CD-CREDIT-LIMIT          PIC Z(06)9.99.
001330     05  FILLER                      PIC X(02) VALUE SPACES.
001340     05  CM-CD-EXPOSURE              PIC -Z(06)9.99.
001350     05  FILLER                      PIC X(02) VALUE SPACES.
001360     05  CM-CD-USED-PCT              PIC ZZ9.9.
001370     05  FILLER                      PIC X(01) VALUE "%".
001380     05  FILLER                      PIC X(01) VALUE SPACES.
001390     05  CM-CD-EXPOSURE-DATE         PIC 9(08).
001400     05  CM-CD-OVER-FLAG             PIC X(05) VALUE SPACES.
001410
001420 01  CM-CREDIT-TOTAL-LINE.
001430     05  FILLER                      PIC X(18)
001440         VALUE "ACCOUNTS LIMITED =".
001450     05  CM-CT-LIMITED-CT            PIC ZZZZZ9.
001460     05  FILLER                      PIC X(11)
001470         VALUE "  LISTED =".
001480     05  CM-CT-LISTED-CT             PIC ZZZZZ9.
001490     05  FILLER                      PIC X(15)
001500         VALUE "  OVER LIMIT =".
001510     05  CM-CT-OVER-LIMIT-CT         PIC ZZZZZ9.
001520     05  FILLER                      PIC X(18) VALUE SPACES.
001530
001540 01  CM-CREDIT-CLEAN-LINE.
001550     05  FILLER                      PIC X(40)
001560         VALUE "NO ACCOUNT AT OR OVER THE THRESHOLD".
001570     05  FILLER                      PIC X(40) VALUE SPACES.
001580
001590 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
001600
001601*
001602*****************************************************************
001603*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
001604*****************************************************************
001605 01  CM-RUN-LOG-PARMS.
001606     COPY RUNPARM.
001607
001610 PROCEDURE DIVISION.
001620*
001630*****************************************************************
001640*    0000-MAINLINE
001650*    DRIVES THE CREDIT EXPOSURE REPORT FROM OPEN THROUGH CLOSE.
001660*****************************************************************
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE
001690         THRU 1000-INITIALIZE-EXIT.
001700     PERFORM 2000-CHECK-ACCOUNT
001710         THRU 2000-CHECK-ACCOUNT-EXIT
001720         UNTIL CM-END-OF-FILE.
001730     PERFORM 3000-TERMINATE
001740         THRU 3000-TERMINATE-EXIT.
001750     STOP RUN.
001760*
001770*****************************************************************
001780*    1000-INITIALIZE
001790*    READS THE CRDPARMS CARD FOR THE THRESHOLD, OPENS THE
001800*    MASTER FILE AND THE REPORT, PRINTS THE HEADINGS, AND
001810*    PRIMES THE FIRST READ.
001820*****************************************************************
001830 1000-INITIALIZE.
001832     INITIALIZE CM-RUN-LOG-PARMS.
001834     MOVE "CREDRPT" TO CM-RL-PROGRAM-ID.
001836     SET CM-RL-STEP-START TO TRUE.
001838     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
001840     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001850     PERFORM 1100-GET-THRESHOLD-CARD
001860         THRU 1100-GET-THRESHOLD-CARD-EXIT.
001870     OPEN INPUT CUSTOMER-MASTER-FILE.
001880     IF NOT CM-MASTER-OK
001890         DISPLAY "CREDRPT: UNABLE TO OPEN CUSTMAST, "
001900                 "STATUS = " CM-MASTER-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940     OPEN OUTPUT CREDIT-REPORT-FILE.
001950     IF NOT CM-REPORT-OK
001960         DISPLAY "CREDRPT: UNABLE TO OPEN CREDRPT, "
001970                 "STATUS = " CM-REPORT-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     MOVE CM-THRESHOLD-PCT TO CM-CH-THRESHOLD-PCT.
002020     MOVE CM-RUN-DATE TO CM-CH-RUN-DATE.
002030     MOVE CM-CREDIT-HEADING-1 TO CREDIT-REPORT-LINE.
002040     WRITE CREDIT-REPORT-LINE.
002050     MOVE CM-CREDIT-HEADING-2 TO CREDIT-REPORT-LINE.
002060     WRITE CREDIT-REPORT-LINE.
002070     PERFORM 2100-READ-MASTER
002080         THRU 2100-READ-MASTER-EXIT.
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110*
002120*****************************************************************
002130*    1100-GET-THRESHOLD-CARD
002140*    READS THE CRDPARMS CONTROL CARD, IF SUPPLIED - A NUMERIC
002150*    PERCENTAGE OF THE CREDIT LIMIT. A MISSING, NONNUMERIC, OR
002160*    ZERO CARD REPORTS AT THE DEFAULT 80 PERCENT.
002170*****************************************************************
002180 1100-GET-THRESHOLD-CARD.
002190     OPEN INPUT CREDIT-PARM-FILE.
002200     IF NOT CM-PARM-OK
002210         GO TO 1100-GET-THRESHOLD-CARD-EXIT
002220     END-IF.
002230     READ CREDIT-PARM-FILE
002240         AT END
002250             CLOSE CREDIT-PARM-FILE
002260             GO TO 1100-GET-THRESHOLD-CARD-EXIT
002270     END-READ.
002280     IF CP-THRESHOLD-PCT NUMERIC
002290         MOVE CP-THRESHOLD-PCT TO CM-THRESHOLD-PCT
002300     END-IF.
002310     IF CM-THRESHOLD-PCT = ZERO
002320         MOVE 080 TO CM-THRESHOLD-PCT
002330     END-IF.
002340     CLOSE CREDIT-PARM-FILE.
002350 1100-GET-THRESHOLD-CARD-EXIT.
002360     EXIT.
002370*
002380*****************************************************************
002390*    2000-CHECK-ACCOUNT
002400*    AN ACCOUNT WITH NO CREDIT LIMIT IS NOT MEASURED. ONE WITH
002410*    A LIMIT IS LISTED WHEN ITS EXPOSURE IS AT OR OVER THE
002420*    THRESHOLD PERCENTAGE OF IT, AND FLAGGED WHEN OVER THE
002430*    LIMIT ITSELF. A PERCENTAGE TOO LARGE TO PRINT SHOWS 999.9.
002440*****************************************************************
002450 2000-CHECK-ACCOUNT.
002460     ADD 1 TO CM-ACCOUNTS-READ-CT.
002470     IF CU-CREDIT-LIMIT NOT NUMERIC
002480         OR CU-CREDIT-LIMIT = ZERO
002490         GO TO 2000-CHECK-ACCOUNT-NEXT
002500     END-IF.
002510     ADD 1 TO CM-LIMITED-CT.
002520     IF CU-EXPOSURE NOT NUMERIC
002530         OR CU-EXPOSURE NOT > ZERO
002540         GO TO 2000-CHECK-ACCOUNT-NEXT
002550     END-IF.
002560     COMPUTE CM-USED-PCT ROUNDED =
002570         CU-EXPOSURE * 100 / CU-CREDIT-LIMIT
002580         ON SIZE ERROR
002590             MOVE 999.9 TO CM-USED-PCT
002600     END-COMPUTE.
002610     IF CM-USED-PCT < CM-THRESHOLD-PCT
002620         GO TO 2000-CHECK-ACCOUNT-NEXT
002630     END-IF.
002640     PERFORM 2200-PRINT-ACCOUNT
002650         THRU 2200-PRINT-ACCOUNT-EXIT.
002660 2000-CHECK-ACCOUNT-NEXT.
002670     PERFORM 2100-READ-MASTER
002680         THRU 2100-READ-MASTER-EXIT.
002690 2000-CHECK-ACCOUNT-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730*    2100-READ-MASTER
002740*    READS THE NEXT CUSTMAST RECORD AND SETS THE END-OF-FILE
002750*    SWITCH.
002760*****************************************************************
002770 2100-READ-MASTER.
002780     READ CUSTOMER-MASTER-FILE
002790         AT END
002800             SET CM-END-OF-FILE TO TRUE
002810     END-READ.
002820 2100-READ-MASTER-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
002860*    2200-PRINT-ACCOUNT
002870*    PRINTS ONE ACCOUNT AT OR OVER THE THRESHOLD, WITH THE DATE
002880*    ITS EXPOSURE WAS LAST POSTED OR RELIEVED.
002890*****************************************************************
002900 2200-PRINT-ACCOUNT.
002910     ADD 1 TO CM-LISTED-CT.
002920     MOVE CU-ACCOUNT-NO TO CM-CD-ACCOUNT-NO.
002930     MOVE CU-CUSTOMER-NAME TO CM-CD-CUSTOMER-NAME.
002940     MOVE CU-CUSTOMER-TIER TO CM-CD-CUSTOMER-TIER.
002950     MOVE CU-CREDIT-LIMIT TO CM-CD-CREDIT-LIMIT.
002960     MOVE CU-EXPOSURE TO CM-CD-EXPOSURE.
002970     MOVE CM-USED-PCT TO CM-CD-USED-PCT.
002980     MOVE CU-EXPOSURE-DATE TO CM-CD-EXPOSURE-DATE.
002990     IF CU-EXPOSURE > CU-CREDIT-LIMIT
003000         MOVE " OVER" TO CM-CD-OVER-FLAG
003010         ADD 1 TO CM-OVER-LIMIT-CT
003020     ELSE
003030         MOVE SPACES TO CM-CD-OVER-FLAG
003040     END-IF.
003050     MOVE CM-CREDIT-DETAIL-LINE TO CREDIT-REPORT-LINE.
003060     WRITE CREDIT-REPORT-LINE.
003070 2200-PRINT-ACCOUNT-EXIT.
003080     EXIT.
003090*
003100*****************************************************************
003110*    3000-TERMINATE
003120*    PRINTS THE TOTALS, CLOSES THE FILES, AND DISPLAYS THE RUN
003130*    COUNTS. AN ACCOUNT OVER ITS LIMIT ENDS THE STEP RC=4.
003140*****************************************************************
003150 3000-TERMINATE.
003160     MOVE CM-BLANK-LINE TO CREDIT-REPORT-LINE.
003170     WRITE CREDIT-REPORT-LINE.
003180     IF CM-LISTED-CT = ZERO
003190         MOVE CM-CREDIT-CLEAN-LINE TO CREDIT-REPORT-LINE
003200         WRITE CREDIT-REPORT-LINE
003210     END-IF.
003220     MOVE CM-LIMITED-CT TO CM-CT-LIMITED-CT.
003230     MOVE CM-LISTED-CT TO CM-CT-LISTED-CT.
003240     MOVE CM-OVER-LIMIT-CT TO CM-CT-OVER-LIMIT-CT.
003250     MOVE CM-CREDIT-TOTAL-LINE TO CREDIT-REPORT-LINE.
003260     WRITE CREDIT-REPORT-LINE.
003270     CLOSE CUSTOMER-MASTER-FILE.
003280     CLOSE CREDIT-REPORT-FILE.
003290     DISPLAY "CREDRPT: ACCOUNTS READ     = "
003300             CM-ACCOUNTS-READ-CT.
003310     DISPLAY "CREDRPT: ACCOUNTS LISTED   = "
003320             CM-LISTED-CT.
003330     DISPLAY "CREDRPT: OVER LIMIT        = "
003340             CM-OVER-LIMIT-CT.
003350     IF CM-OVER-LIMIT-CT > ZERO
003360         MOVE 4 TO RETURN-CODE
003370     END-IF.
003371     SET CM-RL-STEP-END TO TRUE.
003372     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
003373     MOVE "ACCOUNTS" TO CM-RL-KEY-COUNT-LABEL(1).
003374     MOVE CM-ACCOUNTS-READ-CT TO CM-RL-KEY-COUNT(1).
003375     MOVE "LISTED" TO CM-RL-KEY-COUNT-LABEL(2).
003376     MOVE CM-LISTED-CT TO CM-RL-KEY-COUNT(2).
003377     MOVE "OVER LIM" TO CM-RL-KEY-COUNT-LABEL(3).
003378     MOVE CM-OVER-LIMIT-CT TO CM-RL-KEY-COUNT(3).
003379     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003380 3000-TERMINATE-EXIT.
003390     EXIT.
