000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMCRDCHK.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - OWNS EACH ACCOUNT'S CREDIT
000120*                  EXPOSURE ON CUSTMAST: THE VALUE POSTED TO
000130*                  MULTOUT THAT BILLING HAS NOT YET ACKNOWLEDGED,
000140*                  PRICED OFF THE BILLRATE RATE IN FORCE ON THE
000150*                  CALLER'S DATE, THE SAME ROUNDED EXTENSION
000160*                  CSISBEXT BILLS. BATCHMUL AND INPUTMUL CALL
000170*                  IT TO CHECK A LINE AGAINST THE ACCOUNT'S
000180*                  CREDIT LIMIT BEFORE THE WRITE AND TO POST THE
000190*                  LINE AFTER IT; REVERSALS POST AS CREDITS; AND
000200*                  CSISBACK RELIEVES A TRANSACTION WHEN BILLING
000210*                  ACCEPTS IT. CUSTMAST IS OPENED I-O ON THE
000220*                  FIRST CALL AND STAYS OPEN, LIKE CUSTLIM INSIDE
000230*                  CMLIMCHK. THE RATES ARE LOADED ONCE PER PRICE
000240*                  DATE - A BATCH RUN PRICES EVERYTHING UNDER ONE
000250*                  BUSINESS DATE, SO THAT IS ONE LOAD PER RUN.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. CSIS-UL-IE.
000310 OBJECT-COMPUTER. CSIS-UL-IE.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CU-ACCOUNT-NO
000380         FILE STATUS IS CM-MASTER-STATUS.
000390
000400     SELECT BILLING-RATE-FILE ASSIGN TO "BILLRATE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS BR-RATE-KEY
000440         FILE STATUS IS CM-RATE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*
000490*****************************************************************
000500*    CUSTMAST - CUSTOMER MASTER FILE, KEYED BY ACCOUNT NUMBER,
000510*    CARRYING EACH ACCOUNT'S CREDIT LIMIT AND RUNNING EXPOSURE.
000520*****************************************************************
000530 FD  CUSTOMER-MASTER-FILE
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  CUSTOMER-MASTER-RECORD.
000560     COPY CUSTMST.
000570
000580*****************************************************************
000590*    BILLRATE - MAINTAINED TIER BILLING RATE FILE, KEYED BY
000600*    TIER PLUS EFFECTIVE DATE.
000610*****************************************************************
000620 FD  BILLING-RATE-FILE
000630     RECORD CONTAINS 16 CHARACTERS.
000640 01  BILLING-RATE-RECORD.
000650     COPY BILLRATE.
000660
000670 WORKING-STORAGE SECTION.
000680*
000690*****************************************************************
000700*    FILE STATUS SWITCHES
000710*****************************************************************
000720 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
000730     88  CM-MASTER-OK                    VALUE "00".
000740
000750 01  CM-RATE-STATUS                  PIC X(02) VALUE ZEROS.
000760     88  CM-RATE-OK                      VALUE "00".
000770*
000780*****************************************************************
000790*    PROGRAM SWITCHES
000800*****************************************************************
000810 01  CM-SWITCHES.
000820     05  CM-MASTER-OPEN-SW           PIC X(01) VALUE "N".
000830         88  CM-MASTER-FILE-OPEN         VALUE "Y".
000840     05  CM-PRICED-SW                PIC X(01) VALUE "N".
000850         88  CM-PRICED                   VALUE "Y".
000860*
000870*****************************************************************
000880*    PER-TIER BILLING RATES IN FORCE ON CM-RATES-DATE - THE
000890*    SAME LOAD CSISBEXT MAKES: FOR EACH TIER, THE RATE WITH THE
000900*    GREATEST EFFECTIVE DATE NOT AFTER THE PRICE DATE. RELOADED
000910*    ONLY WHEN A CALL BRINGS A DIFFERENT PRICE DATE.
000920*****************************************************************
000930 01  CM-RATE-CONTROLS.
000940     05  CM-RATES-DATE               PIC 9(08) VALUE ZERO.
000950     05  CM-RATE-EOF-SW              PIC X(01) VALUE "N".
000960         88  CM-RATE-EOF                 VALUE "Y".
000970     05  CM-RATE-ENTRY-CT            PIC 9(02) COMP VALUE ZERO.
000980     05  CM-RATE-MAX                 PIC 9(02) COMP VALUE 15.
000990     05  CM-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
001000     05  CM-RATE-FOUND-SW            PIC X(01) VALUE "N".
001010         88  CM-RATE-FOUND               VALUE "Y".
001020
001030 01  CM-TIER-RATE-TABLE.
001040     05  CM-TIER-RATE-ENTRY OCCURS 15 TIMES
001050             INDEXED BY CM-RATE-IX.
001060         10  CM-RT-TIER              PIC X(02).
001070         10  CM-RT-RATE              PIC 9(01)V99.
001080*
001090*****************************************************************
001100*    WORK AREAS
001110*****************************************************************
001120 01  CM-WORK-RATE                    PIC 9(01)V99 VALUE ZERO.
001130 01  CM-WORK-EXPOSURE                PIC S9(08)V99 VALUE ZERO.
001140
001150 LINKAGE SECTION.
001160*
001170*****************************************************************
001180*    CM-CREDIT-PARMS - THE FUNCTION, ACCOUNT, AND TRANSACTION TO
001190*    PRICE, AND THE AMOUNT, PASS/FAIL RESULT, AND REASON
001200*    RETURNED TO THE CALLER (SEE CSIS_UL_IE/COPYBOOKS/
001210*    CRDPARM.CPY).
001220*****************************************************************
001230 01  CM-CREDIT-PARMS.
001240     COPY CRDPARM.
001250
001260 PROCEDURE DIVISION USING CM-CREDIT-PARMS.
001270*
001280*****************************************************************
001290*    0000-MAINLINE
001300*    PRICES THE CALLER'S TRANSACTION, READS THE ACCOUNT, AND
001310*    CHECKS, POSTS, OR RELIEVES THE EXPOSURE AS ASKED. CUSTMAST
001320*    IS OPENED ON THE FIRST CALL AND LEFT OPEN FOR THE REST OF
001330*    THE RUN UNIT - A FAILED OPEN IS RETRIED ON THE NEXT CALL.
001340*****************************************************************
001350 0000-MAINLINE.
001360     SET CM-CR-WITHIN-LIMIT TO TRUE.
001370     MOVE SPACES TO CM-CR-REASON.
001380     MOVE ZERO TO CM-CR-AMOUNT.
001390     IF NOT CM-MASTER-FILE-OPEN
001400         OPEN I-O CUSTOMER-MASTER-FILE
001410         IF CM-MASTER-OK
001420             SET CM-MASTER-FILE-OPEN TO TRUE
001430         END-IF
001440     END-IF.
001450     IF NOT CM-MASTER-FILE-OPEN
001460         SET CM-CR-OVER-LIMIT TO TRUE
001470         MOVE "NOFILE" TO CM-CR-REASON
001480         GO TO 0000-MAINLINE-EXIT
001490     END-IF.
001500     PERFORM 1000-PRICE-RESULT
001510         THRU 1000-PRICE-RESULT-EXIT.
001520     MOVE CM-CR-ACCOUNT-NO TO CU-ACCOUNT-NO.
001530     READ CUSTOMER-MASTER-FILE
001540         INVALID KEY
001550             SET CM-CR-OVER-LIMIT TO TRUE
001560             MOVE "NOACCT" TO CM-CR-REASON
001570             GO TO 0000-MAINLINE-EXIT
001580     END-READ.
001590     EVALUATE TRUE
001600         WHEN CM-CR-CHECK
001610             PERFORM 2000-CHECK-LIMIT
001620                 THRU 2000-CHECK-LIMIT-EXIT
001630         WHEN CM-CR-POST
001640             PERFORM 3000-POST-EXPOSURE
001650                 THRU 3000-POST-EXPOSURE-EXIT
001660         WHEN CM-CR-RELIEVE
001670             PERFORM 4000-RELIEVE-EXPOSURE
001680                 THRU 4000-RELIEVE-EXPOSURE-EXIT
001690         WHEN OTHER
001700             SET CM-CR-OVER-LIMIT TO TRUE
001710             MOVE "BADFUNC" TO CM-CR-REASON
001720     END-EVALUATE.
001730 0000-MAINLINE-EXIT.
001740     GOBACK.
001750*
001760*****************************************************************
001770*    1000-PRICE-RESULT
001780*    EXTENDS THE CALLER'S RESULT BY THE TIER'S RATE IN FORCE ON
001790*    THE PRICE DATE, ROUNDED THE WAY CSISBEXT ROUNDS, SO WHAT
001800*    IS POSTED HERE IS WHAT BILLING IS LATER SENT. A TIER WITH
001810*    NO RATE IN FORCE LEAVES THE AMOUNT ZERO AND CM-PRICED OFF.
001820*****************************************************************
001830 1000-PRICE-RESULT.
001840     MOVE "N" TO CM-PRICED-SW.
001850     IF CM-CR-PRICE-DATE NOT = CM-RATES-DATE
001860         PERFORM 1100-LOAD-RATE-TABLE
001870             THRU 1100-LOAD-RATE-TABLE-EXIT
001880     END-IF.
001890     SET CM-RATE-IX TO 1.
001900     SEARCH CM-TIER-RATE-ENTRY
001910         AT END
001920             GO TO 1000-PRICE-RESULT-EXIT
001930         WHEN CM-RT-TIER (CM-RATE-IX) = CM-CR-CUSTOMER-TIER
001940             MOVE CM-RT-RATE (CM-RATE-IX) TO CM-WORK-RATE
001950     END-SEARCH.
001960     MULTIPLY CM-CR-RESULT BY CM-WORK-RATE
001970         GIVING CM-CR-AMOUNT ROUNDED.
001980     SET CM-PRICED TO TRUE.
001990 1000-PRICE-RESULT-EXIT.
002000     EXIT.
002010*
002020*****************************************************************
002030*    1100-LOAD-RATE-TABLE
002040*    READS THE BILLRATE FILE AND LOADS, FOR EACH TIER, THE RATE
002050*    WITH THE GREATEST EFFECTIVE DATE NOT AFTER THE PRICE DATE.
002060*    UNLOADED SLOTS ARE HIGH-VALUES SO NO TIER CAN MATCH ONE.
002070*    A BILLRATE THAT WILL NOT OPEN LEAVES THE TABLE EMPTY, SO
002080*    NOTHING PRICES, AND THE LOAD IS TRIED AGAIN NEXT CALL.
002090*****************************************************************
002100 1100-LOAD-RATE-TABLE.
002110     MOVE HIGH-VALUES TO CM-TIER-RATE-TABLE.
002120     MOVE ZERO TO CM-RATE-ENTRY-CT.
002130     MOVE ZERO TO CM-RATES-DATE.
002140     MOVE "N" TO CM-RATE-EOF-SW.
002150     OPEN INPUT BILLING-RATE-FILE.
002160     IF NOT CM-RATE-OK
002170         GO TO 1100-LOAD-RATE-TABLE-EXIT
002180     END-IF.
002190     PERFORM 1110-READ-RATE-RECORD
002200         THRU 1110-READ-RATE-RECORD-EXIT
002210         UNTIL CM-RATE-EOF.
002220     CLOSE BILLING-RATE-FILE.
002230     MOVE CM-CR-PRICE-DATE TO CM-RATES-DATE.
002240 1100-LOAD-RATE-TABLE-EXIT.
002250     EXIT.
002260*
002270*****************************************************************
002280*    1110-READ-RATE-RECORD
002290*    READS ONE BILLRATE RECORD AND POSTS IT TO THE RATE TABLE
002300*    WHEN ITS EFFECTIVE DATE IS NOT AFTER THE PRICE DATE. THE
002310*    FILE IS IN TIER/EFFECTIVE-DATE ORDER, SO A LATER RECORD
002320*    FOR A TIER SIMPLY REPLACES THE EARLIER ONE.
002330*****************************************************************
002340 1110-READ-RATE-RECORD.
002350     READ BILLING-RATE-FILE
002360         AT END
002370             SET CM-RATE-EOF TO TRUE
002380             GO TO 1110-READ-RATE-RECORD-EXIT
002390     END-READ.
002400     IF BR-EFFECTIVE-DATE > CM-CR-PRICE-DATE
002410         GO TO 1110-READ-RATE-RECORD-EXIT
002420     END-IF.
002430     MOVE "N" TO CM-RATE-FOUND-SW.
002440     PERFORM 1120-MATCH-RATE-ENTRY
002450         THRU 1120-MATCH-RATE-ENTRY-EXIT
002460         VARYING CM-RATE-SUB FROM 1 BY 1
002470         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT
002480         OR CM-RATE-FOUND.
002490     IF CM-RATE-FOUND
002500         GO TO 1110-READ-RATE-RECORD-EXIT
002510     END-IF.
002520     IF CM-RATE-ENTRY-CT < CM-RATE-MAX
002530         ADD 1 TO CM-RATE-ENTRY-CT
002540         MOVE BR-CUSTOMER-TIER TO
002550             CM-RT-TIER (CM-RATE-ENTRY-CT)
002560         MOVE BR-RATE TO CM-RT-RATE (CM-RATE-ENTRY-CT)
002570     END-IF.
002580 1110-READ-RATE-RECORD-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620*    1120-MATCH-RATE-ENTRY
002630*    CHECKS ONE RATE TABLE ENTRY AGAINST THE BILLRATE RECORD'S
002640*    TIER - A MATCH TAKES THE NEWER RATE.
002650*****************************************************************
002660 1120-MATCH-RATE-ENTRY.
002670     IF CM-RT-TIER (CM-RATE-SUB) = BR-CUSTOMER-TIER
002680         MOVE BR-RATE TO CM-RT-RATE (CM-RATE-SUB)
002690         SET CM-RATE-FOUND TO TRUE
002700     END-IF.
002710 1120-MATCH-RATE-ENTRY-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
002750*    2000-CHECK-LIMIT
002760*    A DEBIT THAT WOULD TAKE THE ACCOUNT'S EXPOSURE OVER ITS
002770*    CREDIT LIMIT IS TURNED BACK "CREDLIM". A CREDIT ONLY EVER
002780*    LOWERS THE EXPOSURE, AND A ZERO LIMIT MEANS NONE IS SET,
002790*    SO BOTH PASS. AN ACCOUNT WITH A LIMIT CANNOT BE MEASURED
002800*    AGAINST IT WITHOUT A RATE, SO AN UNPRICED LINE ON SUCH AN
002810*    ACCOUNT IS TURNED BACK "NORATE".
002820*****************************************************************
002830 2000-CHECK-LIMIT.
002840     IF CM-CR-CREDIT
002850         GO TO 2000-CHECK-LIMIT-EXIT
002860     END-IF.
002870     IF CU-CREDIT-LIMIT NOT NUMERIC
002880         OR CU-CREDIT-LIMIT = ZERO
002890         GO TO 2000-CHECK-LIMIT-EXIT
002900     END-IF.
002910     IF NOT CM-PRICED
002920         SET CM-CR-OVER-LIMIT TO TRUE
002930         MOVE "NORATE" TO CM-CR-REASON
002940         GO TO 2000-CHECK-LIMIT-EXIT
002950     END-IF.
002960     MOVE ZERO TO CM-WORK-EXPOSURE.
002970     IF CU-EXPOSURE NUMERIC
002980         MOVE CU-EXPOSURE TO CM-WORK-EXPOSURE
002990     END-IF.
003000     ADD CM-CR-AMOUNT TO CM-WORK-EXPOSURE.
003010     IF CM-WORK-EXPOSURE > CU-CREDIT-LIMIT
003020         SET CM-CR-OVER-LIMIT TO TRUE
003030         MOVE "CREDLIM" TO CM-CR-REASON
003040     END-IF.
003050 2000-CHECK-LIMIT-EXIT.
003060     EXIT.
003070*
003080*****************************************************************
003090*    3000-POST-EXPOSURE
003100*    A TRANSACTION JUST WRITTEN TO MULTOUT GOES ONTO THE
003110*    ACCOUNT'S EXPOSURE - A DEBIT ADDS, A REVERSAL'S CREDIT
003120*    TAKES OFF - AND THE POSTING DATE IS STAMPED.
003130*****************************************************************
003140 3000-POST-EXPOSURE.
003150     IF NOT CM-PRICED
003160         SET CM-CR-OVER-LIMIT TO TRUE
003170         MOVE "NORATE" TO CM-CR-REASON
003180         GO TO 3000-POST-EXPOSURE-EXIT
003190     END-IF.
003200     IF CU-EXPOSURE NOT NUMERIC
003210         MOVE ZERO TO CU-EXPOSURE
003220     END-IF.
003230     IF CM-CR-CREDIT
003240         SUBTRACT CM-CR-AMOUNT FROM CU-EXPOSURE
003250     ELSE
003260         ADD CM-CR-AMOUNT TO CU-EXPOSURE
003270     END-IF.
003280     MOVE CM-CR-PRICE-DATE TO CU-EXPOSURE-DATE.
003290     PERFORM 5000-REWRITE-MASTER
003300         THRU 5000-REWRITE-MASTER-EXIT.
003310 3000-POST-EXPOSURE-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*    4000-RELIEVE-EXPOSURE
003360*    BILLING HAS ACCEPTED THE TRANSACTION, SO IT COMES OFF THE
003370*    EXPOSURE - THE MIRROR OF 3000: AN ACCEPTED DEBIT TAKES
003380*    OFF, AN ACCEPTED CREDIT PUTS BACK WHAT ITS POSTING TOOK.
003390*****************************************************************
003400 4000-RELIEVE-EXPOSURE.
003410     IF NOT CM-PRICED
003420         SET CM-CR-OVER-LIMIT TO TRUE
003430         MOVE "NORATE" TO CM-CR-REASON
003440         GO TO 4000-RELIEVE-EXPOSURE-EXIT
003450     END-IF.
003460     IF CU-EXPOSURE NOT NUMERIC
003470         MOVE ZERO TO CU-EXPOSURE
003480     END-IF.
003490     IF CM-CR-CREDIT
003500         ADD CM-CR-AMOUNT TO CU-EXPOSURE
003510     ELSE
003520         SUBTRACT CM-CR-AMOUNT FROM CU-EXPOSURE
003530     END-IF.
003540     MOVE CM-CR-PRICE-DATE TO CU-EXPOSURE-DATE.
003550     PERFORM 5000-REWRITE-MASTER
003560         THRU 5000-REWRITE-MASTER-EXIT.
003570 4000-RELIEVE-EXPOSURE-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*    5000-REWRITE-MASTER
003620*    REWRITES THE ACCOUNT WITH ITS NEW EXPOSURE. A FAILED
003630*    REWRITE IS RETURNED TO THE CALLER "REWRITE" - THE
003640*    TRANSACTION ITSELF IS ALREADY ON MULTOUT OR ACCEPTED.
003650*****************************************************************
003660 5000-REWRITE-MASTER.
003670     REWRITE CUSTOMER-MASTER-RECORD
003680         INVALID KEY
003690             SET CM-CR-OVER-LIMIT TO TRUE
003700             MOVE "REWRITE" TO CM-CR-REASON
003710     END-REWRITE.
003720 5000-REWRITE-MASTER-EXIT.
003730     EXIT.
