000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLACCR.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - MONTH-END UNBILLED REVENUE
000120*                  ACCRUAL. EVERY MULTOUT TRANSACTION NOT YET
000130*                  TAKEN BY A CSISBEXT EXTRACT AT MONTH END IS
000140*                  REVENUE EARNED IN THE MONTH BUT NOT BILLED.
000150*                  THIS PROGRAM PRICES EACH ONE AT THE BILLRATE
000160*                  RATE IN FORCE ON THE ACCRUAL DATE, THE SAME
000170*                  WAY THE EXTRACT WILL, TOTALS THEM BY CUSTOMER
000180*                  TIER, AND WRITES A GLJRNL JOURNAL OF THE
000190*                  ACCRUAL (TYPE "AC", DEBIT THE TIER'S UNBILLED
000200*                  RECEIVABLE ACCOUNT AND CREDIT ITS REVENUE
000210*                  ACCOUNT, DATED THE ACCRUAL DATE) TOGETHER WITH
000220*                  ITS REVERSAL (TYPE "AR", THE SAME POSTINGS
000230*                  THE OTHER WAY ROUND, DATED THE FIRST DAY OF
000240*                  THE NEXT MONTH), SO THE REVENUE IS NOT COUNTED
000250*                  TWICE WHEN THE NIGHTLY EXTRACT JOURNAL BOOKS
000260*                  IT. AN UNEXTRACTED REVERSAL ACCRUES AS A
000270*                  CREDIT. THE ACCRUAL DATE IS THE LAST DAY OF
000280*                  THE MONTH JUST ENDED, OR A MONTH-END DATE ON
000290*                  THE GLAPARMS CARD. A TIER WITH NO RATE IN
000300*                  FORCE OR NO GLMAP RECORD STOPS THE RUN RC=12
000310*                  BEFORE THE JOURNAL TRAILER IS WRITTEN.
000311*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000312*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000313*                  CODE, THE ACCRUAL DATE, RECORDS READ, UNBILLED
000314*                  RECORDS ACCRUED, POSTINGS WRITTEN AND THE
000315*                  AMOUNT ACCRUED - FOR THE MORNING OPERATIONS
000316*                  REPORT.
000317*    10/15/26  JI  AN UNEXTRACTED VOLUME REBATE CREDIT
000318*                  (OUT-CREDIT-TYPE "R") ACCRUES AS A CREDIT, LIKE
000319*                  A REVERSAL.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. CSIS-UL-IE.
000370 OBJECT-COMPUTER. CSIS-UL-IE.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS OUT-TRANSACTION-ID
000440         FILE STATUS IS CM-RESULT-STATUS.
000450
000460     SELECT BILLING-RATE-FILE ASSIGN TO "BILLRATE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS BR-RATE-KEY
000500         FILE STATUS IS CM-RATE-STATUS.
000510
000520     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CM-MAP-STATUS.
000550
000560     SELECT ACCRUAL-PARM-FILE ASSIGN TO "GLAPARMS"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CM-PARM-STATUS.
000590
000600     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CM-JOURNAL-STATUS.
000630
000640     SELECT ACCRUAL-REPORT-FILE ASSIGN TO "GLARPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CM-REPORT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  RESULT-FILE
000710     RECORD CONTAINS 52 CHARACTERS.
000720 01  RESULT-RECORD.
000730     COPY MULTOUT.
000740
000750 FD  BILLING-RATE-FILE
000760     RECORD CONTAINS 16 CHARACTERS.
000770 01  BILLING-RATE-RECORD.
000780     COPY BILLRATE.
000790
000800 FD  GL-MAP-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  GL-MAP-RECORD.
000830     COPY GLMAP.
000840
000850 FD  ACCRUAL-PARM-FILE
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  ACCRUAL-PARM-RECORD.
000880     05  GA-ACCRUAL-DATE             PIC X(08).
000890     05  FILLER                      PIC X(72).
000900
000910 FD  GL-JOURNAL-FILE
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  GL-JOURNAL-RECORD.
000940     COPY GLJREC.
000950
000960 FD  ACCRUAL-REPORT-FILE
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  ACCRUAL-REPORT-LINE             PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010*
001020*****************************************************************
001030*    FILE STATUS SWITCHES
001040*****************************************************************
001050 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001060     88  CM-RESULT-OK                    VALUE "00".
001070
001080 01  CM-RATE-STATUS                  PIC X(02) VALUE ZEROS.
001090     88  CM-RATE-OK                      VALUE "00".
001100
001110 01  CM-MAP-STATUS                   PIC X(02) VALUE ZEROS.
001120     88  CM-MAP-OK                       VALUE "00".
001130
001140 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
001150     88  CM-PARM-OK                      VALUE "00".
001160
001170 01  CM-JOURNAL-STATUS               PIC X(02) VALUE ZEROS.
001180     88  CM-JOURNAL-OK                   VALUE "00".
001190
001200 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
001210     88  CM-REPORT-OK                    VALUE "00".
001220*
001230*****************************************************************
001240*    PROGRAM SWITCHES
001250*****************************************************************
001260 01  CM-SWITCHES.
001270     05  CM-END-OF-FILE-SW           PIC X(01) VALUE "N".
001280         88  CM-END-OF-FILE              VALUE "Y".
001290     05  CM-MAP-EOF-SW               PIC X(01) VALUE "N".
001300         88  CM-MAP-EOF                  VALUE "Y".
001310     05  CM-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001320         88  CM-ENTRY-FOUND              VALUE "Y".
001330     05  CM-POSTING-PASS-SW          PIC X(01) VALUE "A".
001340         88  CM-ACCRUAL-PASS             VALUE "A".
001350         88  CM-REVERSAL-PASS            VALUE "R".
001360*
001370*****************************************************************
001380*    ACCRUAL DATES - THE ACCRUAL IS DATED THE LAST DAY OF THE
001390*    MONTH AND REVERSED THE DAY AFTER, THE FIRST OF THE NEXT.
001400*****************************************************************
001410 01  CM-TODAY                        PIC 9(08) VALUE ZERO.
001420
001430 01  CM-ACCRUAL-DATE                 PIC 9(08) VALUE ZERO.
001440 01  CM-ACCRUAL-DATE-PARTS REDEFINES CM-ACCRUAL-DATE.
001450     05  CM-AD-CCYY                  PIC 9(04).
001460     05  CM-AD-MM                    PIC 9(02).
001470     05  CM-AD-DD                    PIC 9(02).
001480
001490 01  CM-REVERSAL-DATE                PIC 9(08) VALUE ZERO.
001500 01  CM-REVERSAL-DATE-PARTS REDEFINES CM-REVERSAL-DATE.
001510     05  CM-RD-CCYY                  PIC 9(04).
001520     05  CM-RD-MM                    PIC 9(02).
001530     05  CM-RD-DD                    PIC 9(02).
001540
001550 01  CM-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
001560*
001570*****************************************************************
001580*    PER-TIER BILLING RATES IN FORCE ON THE ACCRUAL DATE,
001590*    LOADED FROM BILLRATE THE SAME WAY CSISBEXT LOADS THEM, WITH
001600*    THE TIER'S ACCRUAL TOTALS CARRIED ALONGSIDE.
001610*****************************************************************
001620 01  CM-RATE-CONTROLS.
001630     05  CM-RATE-EOF-SW              PIC X(01) VALUE "N".
001640         88  CM-RATE-EOF                 VALUE "Y".
001650     05  CM-RATE-ENTRY-CT            PIC 9(02) COMP VALUE ZERO.
001660     05  CM-RATE-MAX                 PIC 9(02) COMP VALUE 15.
001670     05  CM-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
001680     05  CM-RATE-FOUND-SW            PIC X(01) VALUE "N".
001690         88  CM-RATE-FOUND               VALUE "Y".
001700
001710 01  CM-TIER-RATE-TABLE.
001720     05  CM-TIER-RATE-ENTRY OCCURS 15 TIMES
001730             INDEXED BY CM-RATE-IX.
001740         10  CM-RT-TIER              PIC X(02).
001750         10  CM-RT-RATE              PIC 9(01)V99.
001760         10  CM-RT-CHARGE-CT         PIC 9(06) COMP.
001770         10  CM-RT-CHARGE-AMOUNT     PIC 9(09)V99 COMP.
001780         10  CM-RT-CREDIT-CT         PIC 9(06) COMP.
001790         10  CM-RT-CREDIT-AMOUNT     PIC 9(09)V99 COMP.
001800*
001810*****************************************************************
001820*    TIER-TO-GL-ACCOUNT TABLE - LOADED FROM GLMAP AT
001830*    INITIALIZE.
001840*****************************************************************
001850 01  CM-GLMAP-CONTROLS.
001860     05  CM-GLMAP-ENTRY-CT           PIC 9(02) COMP VALUE ZERO.
001870     05  CM-GLMAP-MAX                PIC 9(02) COMP VALUE 15.
001880     05  CM-GLMAP-SUB                PIC 9(02) COMP VALUE ZERO.
001890
001900 01  CM-GLMAP-TABLE.
001910     05  CM-GLMAP-ENTRY OCCURS 15 TIMES.
001920         10  CM-GT-TIER              PIC X(02).
001930         10  CM-GT-REVENUE-ACCOUNT   PIC X(10).
001940         10  CM-GT-UNBILLED-ACCOUNT  PIC X(10).
001950*
001960*****************************************************************
001970*    WORK AREAS AND COUNTERS
001980*****************************************************************
001990 01  CM-WORK-RATE                    PIC 9(01)V99 VALUE ZERO.
002000 01  CM-BILL-AMOUNT                  PIC 9(05)V99 VALUE ZERO.
002010 01  CM-WORK-NET-AMOUNT              PIC S9(09)V99 COMP
002020                                     VALUE ZERO.
002030
002040 01  CM-POSTING-FIELDS.
002050     05  CM-PF-JOURNAL-TYPE          PIC X(02) VALUE SPACES.
002060     05  CM-PF-POSTING-DATE          PIC 9(08) VALUE ZERO.
002070     05  CM-PF-ACCOUNT               PIC X(10) VALUE SPACES.
002080     05  CM-PF-DEBIT-CREDIT          PIC X(01) VALUE SPACES.
002090     05  CM-PF-AMOUNT                PIC 9(09)V99 VALUE ZERO.
002100     05  CM-PF-ENTRY-COUNT           PIC 9(06) VALUE ZERO.
002110     05  CM-PF-DEBIT-ACCOUNT         PIC X(10) VALUE SPACES.
002120     05  CM-PF-CREDIT-ACCOUNT        PIC X(10) VALUE SPACES.
002130
002140 01  CM-COUNTERS.
002150     05  CM-RECORDS-READ-CT          PIC 9(08) COMP VALUE ZERO.
002160     05  CM-UNBILLED-CT              PIC 9(06) COMP VALUE ZERO.
002170     05  CM-CTL-RESULT-HASH          PIC 9(10) COMP VALUE ZERO.
002180     05  CM-CTL-AMOUNT-TOTAL         PIC 9(09)V99 COMP
002190                                     VALUE ZERO.
002200     05  CM-CHARGE-CT                PIC 9(06) COMP VALUE ZERO.
002210     05  CM-CHARGE-AMOUNT            PIC 9(09)V99 COMP
002220                                     VALUE ZERO.
002230     05  CM-CREDIT-CT                PIC 9(06) COMP VALUE ZERO.
002240     05  CM-CREDIT-AMOUNT            PIC 9(09)V99 COMP
002250                                     VALUE ZERO.
002260     05  CM-JOURNAL-DETAIL-CT        PIC 9(06) COMP VALUE ZERO.
002270     05  CM-JOURNAL-DEBIT-TOTAL      PIC 9(11)V99 COMP
002280                                     VALUE ZERO.
002290     05  CM-JOURNAL-CREDIT-TOTAL     PIC 9(11)V99 COMP
002300                                     VALUE ZERO.
002310*
002320*****************************************************************
002330*    REPORT LINE LAYOUTS
002340*****************************************************************
002350 01  CM-ACCRUAL-HEADING-1.
002360     05  FILLER                      PIC X(36)
002370         VALUE "GL UNBILLED REVENUE ACCRUAL AS OF ".
002380     05  CM-AH-ACCRUAL-DATE          PIC 9(08).
002390     05  FILLER                      PIC X(14)
002400         VALUE "  REVERSED ON ".
002410     05  CM-AH-REVERSAL-DATE         PIC 9(08).
002420     05  FILLER                      PIC X(14) VALUE SPACES.
002430
002440 01  CM-ACCRUAL-HEADING-2.
002450     05  FILLER                      PIC X(10)
002460         VALUE "TIER  RATE".
002470     05  FILLER                      PIC X(21)
002480         VALUE " CHARGE        AMOUNT".
002490     05  FILLER                      PIC X(24)
002500         VALUE "   CREDIT        AMOUNT".
002510     05  FILLER                      PIC X(16)
002520         VALUE "     NET ACCRUAL".
002530     05  FILLER                      PIC X(09) VALUE SPACES.
002540
002550 01  CM-ACCRUAL-LINE.
002560     05  CM-AL-TIER                  PIC X(02).
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  CM-AL-RATE                  PIC Z.99.
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  CM-AL-CHARGE-CT             PIC ZZZZZ9.
002610     05  FILLER                      PIC X(01) VALUE SPACES.
002620     05  CM-AL-CHARGE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                      PIC X(03) VALUE SPACES.
002640     05  CM-AL-CREDIT-CT             PIC ZZZZZ9.
002650     05  FILLER                      PIC X(01) VALUE SPACES.
002660     05  CM-AL-CREDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002670     05  FILLER                      PIC X(01) VALUE SPACES.
002680     05  CM-AL-NET-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
002690     05  FILLER                      PIC X(09) VALUE SPACES.
002700
002710 01  CM-JOURNAL-TOTAL-LINE.
002720     05  FILLER                      PIC X(20)
002730         VALUE "JOURNAL DEBITS".
002740     05  CM-JT-DEBIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002750     05  FILLER                      PIC X(12)
002760         VALUE "   CREDITS ".
002770     05  CM-JT-CREDIT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002780     05  FILLER                      PIC X(14) VALUE SPACES.
002790
002800 01  CM-RESULT-LINE                  PIC X(80) VALUE SPACES.
002810
002820 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
002830
002831*
002832*****************************************************************
002833*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002834*****************************************************************
002835 01  CM-RUN-LOG-PARMS.
002836     COPY RUNPARM.
002837
002840 PROCEDURE DIVISION.
002850*
002860*****************************************************************
002870*    0000-MAINLINE
002880*    DRIVES THE ACCRUAL - PRICE EVERY UNEXTRACTED TRANSACTION,
002890*    WRITE THE ACCRUAL AND ITS REVERSAL, AND PRINT THE REPORT.
002900*****************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE
002930         THRU 1000-INITIALIZE-EXIT.
002940     PERFORM 2000-PROCESS-RESULT
002950         THRU 2000-PROCESS-RESULT-EXIT
002960         UNTIL CM-END-OF-FILE.
002970     CLOSE RESULT-FILE.
002980     PERFORM 5000-WRITE-JOURNAL
002990         THRU 5000-WRITE-JOURNAL-EXIT.
003000     PERFORM 6000-PRINT-REPORT
003010         THRU 6000-PRINT-REPORT-EXIT.
003020     PERFORM 7000-TERMINATE
003030         THRU 7000-TERMINATE-EXIT.
003040     STOP RUN.
003050*
003060*****************************************************************
003070*    1000-INITIALIZE
003080*    ESTABLISHES THE ACCRUAL DATE, LOADS THE RATES IN FORCE ON
003090*    IT AND THE GL MAPPING, OPENS THE FILES, AND READS THE
003100*    FIRST RESULT RECORD.
003110*****************************************************************
003120 1000-INITIALIZE.
003122     INITIALIZE CM-RUN-LOG-PARMS.
003124     MOVE "GLACCR" TO CM-RL-PROGRAM-ID.
003126     SET CM-RL-STEP-START TO TRUE.
003128     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003130     PERFORM 1100-GET-ACCRUAL-DATE
003140         THRU 1100-GET-ACCRUAL-DATE-EXIT.
003150     PERFORM 1200-LOAD-RATE-TABLE
003160         THRU 1200-LOAD-RATE-TABLE-EXIT.
003170     PERFORM 1300-LOAD-GL-MAP
003180         THRU 1300-LOAD-GL-MAP-EXIT.
003190     OPEN INPUT RESULT-FILE.
003200     IF NOT CM-RESULT-OK
003210         DISPLAY "GLACCR: UNABLE TO OPEN MULTOUT, "
003220                 "STATUS = " CM-RESULT-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     OPEN OUTPUT GL-JOURNAL-FILE.
003270     IF NOT CM-JOURNAL-OK
003280         DISPLAY "GLACCR: UNABLE TO OPEN GLJRNL, "
003290                 "STATUS = " CM-JOURNAL-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     OPEN OUTPUT ACCRUAL-REPORT-FILE.
003340     IF NOT CM-REPORT-OK
003350         DISPLAY "GLACCR: UNABLE TO OPEN GLARPT, "
003360                 "STATUS = " CM-REPORT-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     PERFORM 2100-READ-RESULT
003410         THRU 2100-READ-RESULT-EXIT.
003420 1000-INITIALIZE-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*    1100-GET-ACCRUAL-DATE
003470*    A GLAPARMS CARD CARRYING A DATE (CCYYMMDD, COLS 1-8)
003480*    ACCRUES AS OF THAT DATE. OTHERWISE THE JOB IS ON THE LAST
003490*    DAY OF THE MONTH (TOMORROW IS THE FIRST) AND ACCRUES AS
003500*    OF TODAY, OR IT IS EARLY IN THE NEXT MONTH AND ACCRUES AS
003510*    OF THE LAST DAY OF THE MONTH BEFORE. EITHER WAY THE DATE
003520*    MUST BE A MONTH END.
003530*****************************************************************
003540 1100-GET-ACCRUAL-DATE.
003550     ACCEPT CM-TODAY FROM DATE YYYYMMDD.
003560     MOVE SPACES TO GA-ACCRUAL-DATE.
003570     OPEN INPUT ACCRUAL-PARM-FILE.
003580     IF CM-PARM-OK
003590         READ ACCRUAL-PARM-FILE
003600             AT END
003610                 MOVE SPACES TO GA-ACCRUAL-DATE
003620         END-READ
003630         CLOSE ACCRUAL-PARM-FILE
003640     END-IF.
003650     IF GA-ACCRUAL-DATE NUMERIC
003660         MOVE GA-ACCRUAL-DATE TO CM-ACCRUAL-DATE
003670         IF CM-AD-MM < 01 OR CM-AD-MM > 12
003680             OR CM-AD-DD < 28 OR CM-AD-DD > 31
003690             DISPLAY "GLACCR: GLAPARMS DATE " GA-ACCRUAL-DATE
003700                     " IS NOT A MONTH-END DATE"
003710             MOVE 16 TO RETURN-CODE
003720             STOP RUN
003730         END-IF
003740     ELSE
003750         COMPUTE CM-DAY-NUMBER =
003760             FUNCTION INTEGER-OF-DATE (CM-TODAY) + 1
003770         MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
003780             TO CM-REVERSAL-DATE
003790         IF CM-RD-DD = 01
003800             MOVE CM-TODAY TO CM-ACCRUAL-DATE
003810         ELSE
003820             MOVE CM-TODAY TO CM-ACCRUAL-DATE
003830             MOVE 01 TO CM-AD-DD
003840             COMPUTE CM-DAY-NUMBER =
003850                 FUNCTION INTEGER-OF-DATE (CM-ACCRUAL-DATE) - 1
003860             MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
003870                 TO CM-ACCRUAL-DATE
003880         END-IF
003890     END-IF.
003900     COMPUTE CM-DAY-NUMBER =
003910         FUNCTION INTEGER-OF-DATE (CM-ACCRUAL-DATE) + 1.
003920     MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
003930         TO CM-REVERSAL-DATE.
003940     IF CM-RD-DD NOT = 01
003950         DISPLAY "GLACCR: ACCRUAL DATE " CM-ACCRUAL-DATE
003960                 " IS NOT A MONTH-END DATE"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000 1100-GET-ACCRUAL-DATE-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040*    1200-LOAD-RATE-TABLE
004050*    LOADS, FOR EACH TIER, THE BILLRATE RATE WITH THE GREATEST
004060*    EFFECTIVE DATE NOT AFTER THE ACCRUAL DATE - THE FILE READS
004070*    IN TIER, EFFECTIVE-DATE ORDER, SO A LATER RECORD FOR THE
004080*    SAME TIER REPLACES THE EARLIER ONE.
004090*****************************************************************
004100 1200-LOAD-RATE-TABLE.
004110     MOVE HIGH-VALUES TO CM-TIER-RATE-TABLE.
004120     OPEN INPUT BILLING-RATE-FILE.
004130     IF NOT CM-RATE-OK
004140         DISPLAY "GLACCR: UNABLE TO OPEN BILLRATE, "
004150                 "STATUS = " CM-RATE-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     PERFORM 1210-READ-RATE-RECORD
004200         THRU 1210-READ-RATE-RECORD-EXIT
004210         UNTIL CM-RATE-EOF.
004220     CLOSE BILLING-RATE-FILE.
004230 1200-LOAD-RATE-TABLE-EXIT.
004240     EXIT.
004250*
004260*****************************************************************
004270*    1210-READ-RATE-RECORD
004280*    READS ONE BILLRATE RECORD AND POSTS IT TO THE RATE TABLE
004290*    IF IT IS IN FORCE ON THE ACCRUAL DATE. A NEW TIER'S
004300*    ACCRUAL TOTALS START AT ZERO.
004310*****************************************************************
004320 1210-READ-RATE-RECORD.
004330     READ BILLING-RATE-FILE
004340         AT END
004350             SET CM-RATE-EOF TO TRUE
004360             GO TO 1210-READ-RATE-RECORD-EXIT
004370     END-READ.
004380     IF BR-EFFECTIVE-DATE > CM-ACCRUAL-DATE
004390         GO TO 1210-READ-RATE-RECORD-EXIT
004400     END-IF.
004410     MOVE "N" TO CM-RATE-FOUND-SW.
004420     PERFORM 1220-MATCH-RATE-ENTRY
004430         THRU 1220-MATCH-RATE-ENTRY-EXIT
004440         VARYING CM-RATE-SUB FROM 1 BY 1
004450         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT
004460         OR CM-RATE-FOUND.
004470     IF CM-RATE-FOUND
004480         GO TO 1210-READ-RATE-RECORD-EXIT
004490     END-IF.
004500     IF CM-RATE-ENTRY-CT NOT < CM-RATE-MAX
004510         DISPLAY "GLACCR: RATE TABLE FULL - RAISE "
004520                 "CM-RATE-MAX BEFORE ADDING MORE TIERS"
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     ADD 1 TO CM-RATE-ENTRY-CT.
004570     MOVE BR-CUSTOMER-TIER TO CM-RT-TIER (CM-RATE-ENTRY-CT).
004580     MOVE BR-RATE TO CM-RT-RATE (CM-RATE-ENTRY-CT).
004590     MOVE ZERO TO CM-RT-CHARGE-CT (CM-RATE-ENTRY-CT).
004600     MOVE ZERO TO CM-RT-CHARGE-AMOUNT (CM-RATE-ENTRY-CT).
004610     MOVE ZERO TO CM-RT-CREDIT-CT (CM-RATE-ENTRY-CT).
004620     MOVE ZERO TO CM-RT-CREDIT-AMOUNT (CM-RATE-ENTRY-CT).
004630 1210-READ-RATE-RECORD-EXIT.
004640     EXIT.
004650*
004660*****************************************************************
004670*    1220-MATCH-RATE-ENTRY
004680*    CHECKS ONE RATE TABLE ENTRY AGAINST THE BILLRATE RECORD'S
004690*    TIER - A MATCH TAKES THE NEWER RATE.
004700*****************************************************************
004710 1220-MATCH-RATE-ENTRY.
004720     IF CM-RT-TIER (CM-RATE-SUB) = BR-CUSTOMER-TIER
004730         MOVE BR-RATE TO CM-RT-RATE (CM-RATE-SUB)
004740         SET CM-RATE-FOUND TO TRUE
004750     END-IF.
004760 1220-MATCH-RATE-ENTRY-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800*    1300-LOAD-GL-MAP
004810*    LOADS THE TIER-TO-GL-ACCOUNT MAPPING. A MISSING GLMAP IS
004820*    FATAL - THERE IS NOTHING TO POST TO.
004830*****************************************************************
004840 1300-LOAD-GL-MAP.
004850     OPEN INPUT GL-MAP-FILE.
004860     IF NOT CM-MAP-OK
004870         DISPLAY "GLACCR: UNABLE TO OPEN GLMAP, "
004880                 "STATUS = " CM-MAP-STATUS
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920     PERFORM 1310-READ-GL-MAP
004930         THRU 1310-READ-GL-MAP-EXIT
004940         UNTIL CM-MAP-EOF.
004950     CLOSE GL-MAP-FILE.
004960 1300-LOAD-GL-MAP-EXIT.
004970     EXIT.
004980*
004990*****************************************************************
005000*    1310-READ-GL-MAP
005010*    READS ONE GLMAP RECORD INTO THE TABLE.
005020*****************************************************************
005030 1310-READ-GL-MAP.
005040     READ GL-MAP-FILE
005050         AT END
005060             SET CM-MAP-EOF TO TRUE
005070             GO TO 1310-READ-GL-MAP-EXIT
005080     END-READ.
005090     IF CM-GLMAP-ENTRY-CT NOT < CM-GLMAP-MAX
005100         DISPLAY "GLACCR: GLMAP TABLE FULL - RAISE "
005110                 "CM-GLMAP-MAX BEFORE ADDING MORE TIERS"
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     ADD 1 TO CM-GLMAP-ENTRY-CT.
005160     MOVE GM-CUSTOMER-TIER TO CM-GT-TIER (CM-GLMAP-ENTRY-CT).
005170     MOVE GM-REVENUE-ACCOUNT TO
005180         CM-GT-REVENUE-ACCOUNT (CM-GLMAP-ENTRY-CT).
005190     MOVE GM-UNBILLED-ACCOUNT TO
005200         CM-GT-UNBILLED-ACCOUNT (CM-GLMAP-ENTRY-CT).
005210 1310-READ-GL-MAP-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*    2000-PROCESS-RESULT
005260*    PRICES ONE UNEXTRACTED TRANSACTION AND ROLLS IT INTO ITS
005267*    TIER'S ACCRUAL - A REVERSAL (OUT-ORIGINAL-ID NUMERIC) OR A
005274*    VOLUME REBATE CREDIT AS A CREDIT, ANYTHING ELSE AS A
005281*    CHARGE. EXTRACTED TRANSACTIONS
005290*    ARE ALREADY ON A NIGHTLY JOURNAL AND ARE PASSED OVER.
005300*****************************************************************
005310 2000-PROCESS-RESULT.
005320     ADD 1 TO CM-RECORDS-READ-CT.
005330     IF OUT-EXTRACTED
005340         GO TO 2000-PROCESS-RESULT-NEXT
005350     END-IF.
005360     PERFORM 2200-PRICE-RESULT
005370         THRU 2200-PRICE-RESULT-EXIT.
005380     ADD 1 TO CM-UNBILLED-CT.
005390     ADD OUT-RESULT TO CM-CTL-RESULT-HASH.
005400     ADD CM-BILL-AMOUNT TO CM-CTL-AMOUNT-TOTAL.
005410     IF OUT-ORIGINAL-ID NUMERIC
005415         OR OUT-REBATE-CREDIT
005420         ADD 1 TO CM-RT-CREDIT-CT (CM-RATE-IX)
005430         ADD CM-BILL-AMOUNT TO CM-RT-CREDIT-AMOUNT (CM-RATE-IX)
005440         ADD 1 TO CM-CREDIT-CT
005450         ADD CM-BILL-AMOUNT TO CM-CREDIT-AMOUNT
005460     ELSE
005470         ADD 1 TO CM-RT-CHARGE-CT (CM-RATE-IX)
005480         ADD CM-BILL-AMOUNT TO CM-RT-CHARGE-AMOUNT (CM-RATE-IX)
005490         ADD 1 TO CM-CHARGE-CT
005500         ADD CM-BILL-AMOUNT TO CM-CHARGE-AMOUNT
005510     END-IF.
005520 2000-PROCESS-RESULT-NEXT.
005530     PERFORM 2100-READ-RESULT
005540         THRU 2100-READ-RESULT-EXIT.
005550 2000-PROCESS-RESULT-EXIT.
005560     EXIT.
005570*
005580*****************************************************************
005590*    2100-READ-RESULT
005600*    READS THE NEXT MULTOUT RECORD AND SETS THE END-OF-FILE
005610*    SWITCH.
005620*****************************************************************
005630 2100-READ-RESULT.
005640     READ RESULT-FILE
005650         AT END
005660             SET CM-END-OF-FILE TO TRUE
005670     END-READ.
005680 2100-READ-RESULT-EXIT.
005690     EXIT.
005700*
005710*****************************************************************
005720*    2200-PRICE-RESULT
005730*    LOOKS THE TIER UP ON THE RATE TABLE AND EXTENDS THE
005740*    RESULT BY THE RATE IN FORCE ON THE ACCRUAL DATE, LEAVING
005750*    CM-RATE-IX ON THE TIER'S ENTRY. A TIER WITH NO RATE IN
005760*    FORCE STOPS THE RUN RC=12, AS IT STOPS THE EXTRACT.
005770*****************************************************************
005780 2200-PRICE-RESULT.
005790     SET CM-RATE-IX TO 1.
005800     SEARCH CM-TIER-RATE-ENTRY
005810         AT END
005820             DISPLAY "GLACCR: NO BILLING RATE IN FORCE FOR "
005830                     "TIER " OUT-CUSTOMER-TIER " ON "
005840                     CM-ACCRUAL-DATE " - TRANSACTION "
005850                     OUT-TRANSACTION-ID
005860             MOVE 12 TO RETURN-CODE
005870             STOP RUN
005880         WHEN CM-RT-TIER (CM-RATE-IX) = OUT-CUSTOMER-TIER
005890             MOVE CM-RT-RATE (CM-RATE-IX) TO CM-WORK-RATE
005900     END-SEARCH.
005910     MULTIPLY OUT-RESULT BY CM-WORK-RATE
005920         GIVING CM-BILL-AMOUNT ROUNDED.
005930 2200-PRICE-RESULT-EXIT.
005940     EXIT.
005950*
005960*****************************************************************
005970*    5000-WRITE-JOURNAL
005980*    WRITES THE JOURNAL HEADER, THE ACCRUAL POSTINGS DATED THE
005990*    ACCRUAL DATE, THE REVERSING POSTINGS DATED THE FIRST OF
006000*    THE NEXT MONTH, AND THE TRAILER.
006010*****************************************************************
006020 5000-WRITE-JOURNAL.
006030     MOVE SPACES TO GL-JOURNAL-RECORD.
006040     MOVE "H" TO GJ-RECORD-TYPE.
006050     MOVE "AC" TO GJ-JOURNAL-TYPE.
006060     MOVE ZERO TO GJ-RUN-NO.
006070     MOVE CM-ACCRUAL-DATE TO GJ-POSTING-DATE.
006080     MOVE "CSISULIE" TO GJ-HDR-SOURCE-LEDGER.
006090     MOVE "CSIS UNBILLED REVENUE ACCRUAL" TO GJ-HDR-DESCRIPTION.
006100     WRITE GL-JOURNAL-RECORD.
006110     SET CM-ACCRUAL-PASS TO TRUE.
006120     MOVE "AC" TO CM-PF-JOURNAL-TYPE.
006130     MOVE CM-ACCRUAL-DATE TO CM-PF-POSTING-DATE.
006140     PERFORM 5100-POST-TIER
006150         THRU 5100-POST-TIER-EXIT
006160         VARYING CM-RATE-SUB FROM 1 BY 1
006170         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT.
006180     SET CM-REVERSAL-PASS TO TRUE.
006190     MOVE "AR" TO CM-PF-JOURNAL-TYPE.
006200     MOVE CM-REVERSAL-DATE TO CM-PF-POSTING-DATE.
006210     PERFORM 5100-POST-TIER
006220         THRU 5100-POST-TIER-EXIT
006230         VARYING CM-RATE-SUB FROM 1 BY 1
006240         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT.
006250     MOVE SPACES TO GL-JOURNAL-RECORD.
006260     MOVE "T" TO GJ-RECORD-TYPE.
006270     MOVE "AC" TO GJ-JOURNAL-TYPE.
006280     MOVE ZERO TO GJ-RUN-NO.
006290     MOVE CM-ACCRUAL-DATE TO GJ-POSTING-DATE.
006300     MOVE CM-JOURNAL-DETAIL-CT TO GJ-TRL-DETAIL-COUNT.
006310     MOVE CM-JOURNAL-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL.
006320     MOVE CM-JOURNAL-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
006330     MOVE CM-UNBILLED-CT TO GJ-TRL-CTL-COUNT.
006340     MOVE CM-CTL-RESULT-HASH TO GJ-TRL-CTL-RESULT-HASH.
006350     MOVE CM-CTL-AMOUNT-TOTAL TO GJ-TRL-CTL-AMOUNT.
006360     WRITE GL-JOURNAL-RECORD.
006370 5000-WRITE-JOURNAL-EXIT.
006380     EXIT.
006390*
006400*****************************************************************
006410*    5100-POST-TIER
006420*    LOOKS A TIER WITH UNBILLED ACTIVITY UP ON THE GL MAPPING
006430*    AND WRITES ITS POSTINGS. ON THE ACCRUAL PASS CHARGES DEBIT
006440*    UNBILLED RECEIVABLE AND CREDIT REVENUE AND CREDITS DO THE
006450*    REVERSE; THE REVERSAL PASS SWAPS EVERY DEBIT AND CREDIT.
006460*    A TIER WITH NO MAPPING STOPS THE RUN RC=12 BEFORE THE
006470*    TRAILER IS WRITTEN.
006480*****************************************************************
006490 5100-POST-TIER.
006500     IF CM-RT-CHARGE-CT (CM-RATE-SUB) = ZERO
006510         AND CM-RT-CREDIT-CT (CM-RATE-SUB) = ZERO
006520         GO TO 5100-POST-TIER-EXIT
006530     END-IF.
006540     MOVE "N" TO CM-ENTRY-FOUND-SW.
006550     PERFORM 5110-MATCH-GLMAP-ENTRY
006560         THRU 5110-MATCH-GLMAP-ENTRY-EXIT
006570         VARYING CM-GLMAP-SUB FROM 1 BY 1
006580         UNTIL CM-GLMAP-SUB > CM-GLMAP-ENTRY-CT
006590         OR CM-ENTRY-FOUND.
006600     IF NOT CM-ENTRY-FOUND
006610         DISPLAY "GLACCR: NO GLMAP ACCOUNTS FOR TIER "
006620                 CM-RT-TIER (CM-RATE-SUB)
006630                 " - ADD IT TO GLMAP AND RERUN"
006640         MOVE 12 TO RETURN-CODE
006650         STOP RUN
006660     END-IF.
006670     SUBTRACT 1 FROM CM-GLMAP-SUB.
006680     IF CM-RT-CHARGE-CT (CM-RATE-SUB) > ZERO
006690         MOVE CM-RT-CHARGE-AMOUNT (CM-RATE-SUB) TO CM-PF-AMOUNT
006700         MOVE CM-RT-CHARGE-CT (CM-RATE-SUB) TO
006710             CM-PF-ENTRY-COUNT
006720         MOVE CM-GT-UNBILLED-ACCOUNT (CM-GLMAP-SUB) TO
006730             CM-PF-DEBIT-ACCOUNT
006740         MOVE CM-GT-REVENUE-ACCOUNT (CM-GLMAP-SUB) TO
006750             CM-PF-CREDIT-ACCOUNT
006760         PERFORM 5200-WRITE-PAIR
006770             THRU 5200-WRITE-PAIR-EXIT
006780     END-IF.
006790     IF CM-RT-CREDIT-CT (CM-RATE-SUB) > ZERO
006800         MOVE CM-RT-CREDIT-AMOUNT (CM-RATE-SUB) TO CM-PF-AMOUNT
006810         MOVE CM-RT-CREDIT-CT (CM-RATE-SUB) TO
006820             CM-PF-ENTRY-COUNT
006830         MOVE CM-GT-REVENUE-ACCOUNT (CM-GLMAP-SUB) TO
006840             CM-PF-DEBIT-ACCOUNT
006850         MOVE CM-GT-UNBILLED-ACCOUNT (CM-GLMAP-SUB) TO
006860             CM-PF-CREDIT-ACCOUNT
006870         PERFORM 5200-WRITE-PAIR
006880             THRU 5200-WRITE-PAIR-EXIT
006890     END-IF.
006900 5100-POST-TIER-EXIT.
006910     EXIT.
006920*
006930*****************************************************************
006940*    5110-MATCH-GLMAP-ENTRY
006950*    CHECKS ONE GL MAPPING ENTRY AGAINST THE TIER.
006960*****************************************************************
006970 5110-MATCH-GLMAP-ENTRY.
006980     IF CM-GT-TIER (CM-GLMAP-SUB) = CM-RT-TIER (CM-RATE-SUB)
006990         SET CM-ENTRY-FOUND TO TRUE
007000     END-IF.
007010 5110-MATCH-GLMAP-ENTRY-EXIT.
007020     EXIT.
007030*
007040*****************************************************************
007050*    5200-WRITE-PAIR
007060*    WRITES ONE DEBIT/CREDIT PAIR FROM THE POSTING FIELDS - AS
007070*    SET ON THE ACCRUAL PASS, SWAPPED ON THE REVERSAL PASS.
007080*****************************************************************
007090 5200-WRITE-PAIR.
007100     IF CM-ACCRUAL-PASS
007110         MOVE CM-PF-DEBIT-ACCOUNT TO CM-PF-ACCOUNT
007120     ELSE
007130         MOVE CM-PF-CREDIT-ACCOUNT TO CM-PF-ACCOUNT
007140     END-IF.
007150     MOVE "D" TO CM-PF-DEBIT-CREDIT.
007160     PERFORM 5300-WRITE-POSTING
007170         THRU 5300-WRITE-POSTING-EXIT.
007180     IF CM-ACCRUAL-PASS
007190         MOVE CM-PF-CREDIT-ACCOUNT TO CM-PF-ACCOUNT
007200     ELSE
007210         MOVE CM-PF-DEBIT-ACCOUNT TO CM-PF-ACCOUNT
007220     END-IF.
007230     MOVE "C" TO CM-PF-DEBIT-CREDIT.
007240     PERFORM 5300-WRITE-POSTING
007250         THRU 5300-WRITE-POSTING-EXIT.
007260 5200-WRITE-PAIR-EXIT.
007270     EXIT.
007280*
007290*****************************************************************
007300*    5300-WRITE-POSTING
007310*    WRITES ONE JOURNAL DETAIL FROM THE POSTING FIELDS AND
007320*    ROLLS THE DEBIT OR CREDIT TOTAL. THE ACCRUAL IS NOT BY
007330*    SOURCE SYSTEM - MULTOUT DOES NOT CARRY IT.
007340*****************************************************************
007350 5300-WRITE-POSTING.
007360     MOVE SPACES TO GL-JOURNAL-RECORD.
007370     MOVE "D" TO GJ-RECORD-TYPE.
007380     MOVE CM-PF-JOURNAL-TYPE TO GJ-JOURNAL-TYPE.
007390     MOVE ZERO TO GJ-RUN-NO.
007400     MOVE CM-PF-POSTING-DATE TO GJ-POSTING-DATE.
007410     MOVE CM-PF-ACCOUNT TO GJ-GL-ACCOUNT.
007420     MOVE CM-PF-DEBIT-CREDIT TO GJ-DEBIT-CREDIT.
007430     MOVE CM-PF-AMOUNT TO GJ-AMOUNT.
007440     MOVE CM-RT-TIER (CM-RATE-SUB) TO GJ-CUSTOMER-TIER.
007450     MOVE SPACES TO GJ-SOURCE-SYSTEM.
007460     MOVE CM-PF-ENTRY-COUNT TO GJ-ENTRY-COUNT.
007470     WRITE GL-JOURNAL-RECORD.
007480     ADD 1 TO CM-JOURNAL-DETAIL-CT.
007490     IF GJ-DEBIT
007500         ADD CM-PF-AMOUNT TO CM-JOURNAL-DEBIT-TOTAL
007510     ELSE
007520         ADD CM-PF-AMOUNT TO CM-JOURNAL-CREDIT-TOTAL
007530     END-IF.
007540 5300-WRITE-POSTING-EXIT.
007550     EXIT.
007560*
007570*****************************************************************
007580*    6000-PRINT-REPORT
007590*    PRINTS THE GLARPT ACCRUAL REPORT - UNBILLED CHARGES,
007600*    CREDITS, AND NET ACCRUAL BY TIER AT THE RATE USED, THEN
007610*    THE JOURNAL'S DEBIT AND CREDIT TOTALS. A JOURNAL THAT
007620*    DOES NOT BALANCE ENDS THE RUN RC=8.
007630*****************************************************************
007640 6000-PRINT-REPORT.
007650     MOVE CM-ACCRUAL-DATE TO CM-AH-ACCRUAL-DATE.
007660     MOVE CM-REVERSAL-DATE TO CM-AH-REVERSAL-DATE.
007670     MOVE CM-ACCRUAL-HEADING-1 TO ACCRUAL-REPORT-LINE.
007680     WRITE ACCRUAL-REPORT-LINE.
007690     MOVE CM-BLANK-LINE TO ACCRUAL-REPORT-LINE.
007700     WRITE ACCRUAL-REPORT-LINE.
007710     MOVE CM-ACCRUAL-HEADING-2 TO ACCRUAL-REPORT-LINE.
007720     WRITE ACCRUAL-REPORT-LINE.
007730     PERFORM 6100-PRINT-TIER-LINE
007740         THRU 6100-PRINT-TIER-LINE-EXIT
007750         VARYING CM-RATE-SUB FROM 1 BY 1
007760         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT.
007770     MOVE SPACES TO CM-AL-TIER.
007780     MOVE ZERO TO CM-AL-RATE.
007790     MOVE CM-CHARGE-CT TO CM-AL-CHARGE-CT.
007800     MOVE CM-CHARGE-AMOUNT TO CM-AL-CHARGE-AMOUNT.
007810     MOVE CM-CREDIT-CT TO CM-AL-CREDIT-CT.
007820     MOVE CM-CREDIT-AMOUNT TO CM-AL-CREDIT-AMOUNT.
007830     COMPUTE CM-WORK-NET-AMOUNT =
007840         CM-CHARGE-AMOUNT - CM-CREDIT-AMOUNT.
007850     MOVE CM-WORK-NET-AMOUNT TO CM-AL-NET-AMOUNT.
007860     MOVE CM-BLANK-LINE TO ACCRUAL-REPORT-LINE.
007870     WRITE ACCRUAL-REPORT-LINE.
007880     MOVE CM-ACCRUAL-LINE TO ACCRUAL-REPORT-LINE.
007890     MOVE "TOTAL     " TO ACCRUAL-REPORT-LINE (1:10).
007900     WRITE ACCRUAL-REPORT-LINE.
007910     MOVE CM-BLANK-LINE TO ACCRUAL-REPORT-LINE.
007920     WRITE ACCRUAL-REPORT-LINE.
007930     MOVE CM-JOURNAL-DEBIT-TOTAL TO CM-JT-DEBIT-TOTAL.
007940     MOVE CM-JOURNAL-CREDIT-TOTAL TO CM-JT-CREDIT-TOTAL.
007950     MOVE CM-JOURNAL-TOTAL-LINE TO ACCRUAL-REPORT-LINE.
007960     WRITE ACCRUAL-REPORT-LINE.
007970     MOVE CM-BLANK-LINE TO ACCRUAL-REPORT-LINE.
007980     WRITE ACCRUAL-REPORT-LINE.
007990     IF CM-JOURNAL-DEBIT-TOTAL NOT = CM-JOURNAL-CREDIT-TOTAL
008000         MOVE "*** ACCRUAL JOURNAL OUT OF BALANCE - DO NOT POST"
008010             TO CM-RESULT-LINE
008020         MOVE 08 TO RETURN-CODE
008030     ELSE
008040         IF CM-UNBILLED-CT = ZERO
008050             MOVE "NO UNBILLED TRANSACTIONS - NOTHING TO ACCRUE"
008060                 TO CM-RESULT-LINE
008070         ELSE
008080             MOVE "ACCRUAL AND REVERSAL JOURNAL IN BALANCE"
008090                 TO CM-RESULT-LINE
008100         END-IF
008110     END-IF.
008120     MOVE CM-RESULT-LINE TO ACCRUAL-REPORT-LINE.
008130     WRITE ACCRUAL-REPORT-LINE.
008140 6000-PRINT-REPORT-EXIT.
008150     EXIT.
008160*
008170*****************************************************************
008180*    6100-PRINT-TIER-LINE
008190*    PRINTS ONE TIER'S UNBILLED ACTIVITY, IF IT HAS ANY.
008200*****************************************************************
008210 6100-PRINT-TIER-LINE.
008220     IF CM-RT-CHARGE-CT (CM-RATE-SUB) = ZERO
008230         AND CM-RT-CREDIT-CT (CM-RATE-SUB) = ZERO
008240         GO TO 6100-PRINT-TIER-LINE-EXIT
008250     END-IF.
008260     MOVE CM-RT-TIER (CM-RATE-SUB) TO CM-AL-TIER.
008270     MOVE CM-RT-RATE (CM-RATE-SUB) TO CM-AL-RATE.
008280     MOVE CM-RT-CHARGE-CT (CM-RATE-SUB) TO CM-AL-CHARGE-CT.
008290     MOVE CM-RT-CHARGE-AMOUNT (CM-RATE-SUB) TO
008300         CM-AL-CHARGE-AMOUNT.
008310     MOVE CM-RT-CREDIT-CT (CM-RATE-SUB) TO CM-AL-CREDIT-CT.
008320     MOVE CM-RT-CREDIT-AMOUNT (CM-RATE-SUB) TO
008330         CM-AL-CREDIT-AMOUNT.
008340     COMPUTE CM-WORK-NET-AMOUNT =
008350         CM-RT-CHARGE-AMOUNT (CM-RATE-SUB)
008360         - CM-RT-CREDIT-AMOUNT (CM-RATE-SUB).
008370     MOVE CM-WORK-NET-AMOUNT TO CM-AL-NET-AMOUNT.
008380     MOVE CM-ACCRUAL-LINE TO ACCRUAL-REPORT-LINE.
008390     WRITE ACCRUAL-REPORT-LINE.
008400 6100-PRINT-TIER-LINE-EXIT.
008410     EXIT.
008420*
008430*****************************************************************
008440*    7000-TERMINATE
008450*    CLOSES THE FILES AND DISPLAYS THE COUNTS.
008460*****************************************************************
008470 7000-TERMINATE.
008480     CLOSE GL-JOURNAL-FILE.
008490     CLOSE ACCRUAL-REPORT-FILE.
008500     DISPLAY "GLACCR: ACCRUAL DATE        = " CM-ACCRUAL-DATE.
008510     DISPLAY "GLACCR: MULTOUT RECORDS READ = "
008520             CM-RECORDS-READ-CT.
008530     DISPLAY "GLACCR: UNBILLED ACCRUED    = " CM-UNBILLED-CT.
008540     DISPLAY "GLACCR: JOURNAL POSTINGS    = "
008550             CM-JOURNAL-DETAIL-CT.
008551     SET CM-RL-STEP-END TO TRUE.
008552     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
008553     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(1).
008554     MOVE CM-RECORDS-READ-CT TO CM-RL-KEY-COUNT(1).
008555     MOVE "UNBILLED" TO CM-RL-KEY-COUNT-LABEL(2).
008556     MOVE CM-UNBILLED-CT TO CM-RL-KEY-COUNT(2).
008557     MOVE "POSTINGS" TO CM-RL-KEY-COUNT-LABEL(3).
008558     MOVE CM-JOURNAL-DETAIL-CT TO CM-RL-KEY-COUNT(3).
008559     MOVE CM-ACCRUAL-DATE TO CM-RL-KEY-TEXT.
008560     MOVE CM-CTL-AMOUNT-TOTAL TO CM-RL-KEY-AMOUNT.
008561     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
008562 7000-TERMINATE-EXIT.
008570     EXIT.
