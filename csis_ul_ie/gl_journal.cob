000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLJRNL.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - GENERAL LEDGER REVENUE
000120*                  JOURNAL FOR EACH CSISBEXT EXTRACT RUN.
000130*                  ACCOUNTING KEYED THE NIGHT'S REVENUE INTO THE
000140*                  LEDGER BY HAND FROM THE BILLINT TRAILER, BUT
000150*                  THE TRAILER AMOUNT ADDS REVERSAL CREDITS TO
000160*                  CHARGES - IT IS A CONTROL TOTAL, NOT NET
000170*                  REVENUE. THIS PROGRAM READS THE RUN'S BILLINT
000180*                  GENERATION, TAKES EACH DETAIL'S ORDER SOURCE
000190*                  SYSTEM OFF THE TRANSACTION'S OWN AUDIT ROW
000200*                  (MULTOUT DOES NOT CARRY IT), TOTALS CHARGES
000210*                  AND CREDITS BY CUSTOMER TIER AND SOURCE
000220*                  SYSTEM, AND WRITES A BALANCED JOURNAL TO
000230*                  GLJRNL UNDER THE EXTRSEQ RUN NUMBER - A
000240*                  CHARGE DEBITS THE TIER'S RECEIVABLE ACCOUNT
000250*                  AND CREDITS ITS REVENUE ACCOUNT, A REVERSAL
000260*                  CREDIT THE OTHER WAY ROUND, WITH THE ACCOUNTS
000270*                  TAKEN FROM THE GLMAP MAPPING. THE JOURNAL
000280*                  TRAILER CARRIES THE COUNT, RESULT HASH, AND
000290*                  AMOUNT CONTROL TOTALS, WHICH MUST TIE TO THE
000300*                  BILLINT TRAILER - THE GLRPT CONTROL REPORT
000310*                  SHOWS THE TIE-OUT AND THE NET REVENUE BY
000320*                  TIER AND SOURCE, AND A JOURNAL THAT DOES NOT
000330*                  TIE ENDS RC=8 SO IT IS NOT POSTED. A TIER
000340*                  WITH NO GLMAP RECORD STOPS THE RUN RC=12
000350*                  BEFORE THE TRAILER IS WRITTEN, SO A PARTIAL
000360*                  JOURNAL CANNOT BE LOADED.
000361*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000362*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000363*                  CODE, THE EXTRACT RUN NUMBER, DETAILS
000364*                  JOURNALED, POSTINGS WRITTEN, DETAILS WITH NO
000365*                  SOURCE ON THE TRAIL, AND THE AMOUNT SENT - FOR
000366*                  THE MORNING OPERATIONS REPORT.
000367*    10/15/26  JI  A VOLUME REBATE CREDIT TAKES ITS SOURCE SYSTEM
000368*                  ("REBATE") OFF ITS "VR" AUDIT ROW, SO REBATES
000369*                  JOURNAL AS CREDITS UNDER THEIR OWN SOURCE.
000370*****************************************************************
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. CSIS-UL-IE.
000420 OBJECT-COMPUTER. CSIS-UL-IE.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT INTERFACE-FILE ASSIGN TO "BILLINT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CM-INTERFACE-STATUS.
000480
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CM-AUDIT-FILE-STATUS.
000520
000530     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CM-MAP-STATUS.
000560
000570     SELECT EXTRACT-SEQ-FILE ASSIGN TO "EXTRSEQ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CM-EXTRACT-SEQ-STATUS.
000600
000610     SELECT GL-PARM-FILE ASSIGN TO "GLPARMS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CM-PARM-STATUS.
000640
000650     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CM-JOURNAL-STATUS.
000680
000690     SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CM-REPORT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*
000760*****************************************************************
000770*    BILLINT - THE EXTRACT RUN'S INTERFACE FILE, READ TWICE -
000780*    ONCE TO MAP THE TRANSACTION IDS SENT, ONCE TO TOTAL THEM.
000790*    THE LAYOUT MIRRORS WHAT CSISBEXT WRITES.
000800*****************************************************************
000810 FD  INTERFACE-FILE
000820     RECORD CONTAINS 40 CHARACTERS.
000830 01  INTERFACE-RECORD.
000840     05  BI-RECORD-TYPE              PIC X(01).
000850         88  BI-HEADER-RECORD            VALUE "H".
000860         88  BI-DETAIL-RECORD            VALUE "D".
000870         88  BI-TRAILER-RECORD           VALUE "T".
000880     05  BI-RECORD-BODY              PIC X(39).
000890     05  BI-HEADER-FIELDS REDEFINES BI-RECORD-BODY.
000900         10  BI-HDR-EXTRACT-DATE     PIC 9(08).
000910         10  BI-HDR-SOURCE-SYSTEM    PIC X(08).
000920         10  FILLER                  PIC X(23).
000930     05  BI-DETAIL-FIELDS REDEFINES BI-RECORD-BODY.
000940         10  BI-TRANSACTION-ID       PIC 9(08).
000950         10  BI-CUSTOMER-TIER        PIC X(02).
000960         10  BI-NX                   PIC 9(02).
000970         10  BI-NY                   PIC 9(02).
000980         10  BI-RESULT               PIC 9(04).
000990         10  BI-BILL-AMOUNT          PIC 9(05)V99.
001000         10  BI-DEBIT-CREDIT         PIC X(01).
001010         10  BI-ACCOUNT-NO           PIC X(08).
001020         10  FILLER                  PIC X(05).
001030     05  BI-TRAILER-FIELDS REDEFINES BI-RECORD-BODY.
001040         10  BI-TRL-RECORD-COUNT     PIC 9(06).
001050         10  BI-TRL-RESULT-HASH      PIC 9(10).
001060         10  BI-TRL-AMOUNT-TOTAL     PIC 9(09)V99.
001070         10  FILLER                  PIC X(12).
001080
001090 FD  AUDIT-LOG-FILE
001100     RECORD CONTAINS 90 CHARACTERS.
001110 01  AUDIT-LOG-RECORD.
001120     COPY AUDITREC.
001130
001140 FD  GL-MAP-FILE
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  GL-MAP-RECORD.
001170     COPY GLMAP.
001180
001190 FD  EXTRACT-SEQ-FILE
001200     RECORD CONTAINS 04 CHARACTERS.
001210 01  EXTRACT-SEQ-RECORD              PIC 9(04).
001220
001230 FD  GL-PARM-FILE
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  GL-PARM-RECORD.
001260     05  GP-RUN-NUMBER               PIC X(04).
001270     05  FILLER                      PIC X(76).
001280
001290 FD  GL-JOURNAL-FILE
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  GL-JOURNAL-RECORD.
001320     COPY GLJREC.
001330
001340 FD  GL-REPORT-FILE
001350     RECORD CONTAINS 80 CHARACTERS.
001360 01  GL-REPORT-LINE                  PIC X(80).
001370
001380 WORKING-STORAGE SECTION.
001390*
001400*****************************************************************
001410*    FILE STATUS SWITCHES
001420*****************************************************************
001430 01  CM-INTERFACE-STATUS             PIC X(02) VALUE ZEROS.
001440     88  CM-INTERFACE-OK                 VALUE "00".
001450
001460 01  CM-AUDIT-FILE-STATUS            PIC X(02) VALUE ZEROS.
001470     88  CM-AUDIT-FILE-OK                VALUE "00".
001480
001490 01  CM-MAP-STATUS                   PIC X(02) VALUE ZEROS.
001500     88  CM-MAP-OK                       VALUE "00".
001510
001520 01  CM-EXTRACT-SEQ-STATUS           PIC X(02) VALUE ZEROS.
001530     88  CM-EXTRACT-SEQ-OK               VALUE "00".
001540
001550 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
001560     88  CM-PARM-OK                      VALUE "00".
001570
001580 01  CM-JOURNAL-STATUS               PIC X(02) VALUE ZEROS.
001590     88  CM-JOURNAL-OK                   VALUE "00".
001600
001610 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
001620     88  CM-REPORT-OK                    VALUE "00".
001630*
001640*****************************************************************
001650*    PROGRAM SWITCHES
001660*****************************************************************
001670 01  CM-SWITCHES.
001680     05  CM-INTERFACE-EOF-SW         PIC X(01) VALUE "N".
001690         88  CM-INTERFACE-EOF            VALUE "Y".
001700     05  CM-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001710         88  CM-AUDIT-EOF                VALUE "Y".
001720     05  CM-MAP-EOF-SW               PIC X(01) VALUE "N".
001730         88  CM-MAP-EOF                  VALUE "Y".
001740     05  CM-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
001750         88  CM-TRAILER-SEEN             VALUE "Y".
001760     05  CM-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001770         88  CM-ENTRY-FOUND              VALUE "Y".
001780     05  CM-OUT-OF-BALANCE-SW        PIC X(01) VALUE "N".
001790         88  CM-OUT-OF-BALANCE           VALUE "Y".
001800*
001810*****************************************************************
001820*    RUN CONTROLS - THE EXTRACT RUN BEING JOURNALED IS THE LAST
001830*    NUMBER EXTRSEQ HANDED OUT, UNLESS THE GLPARMS CARD NAMES
001840*    AN EARLIER RUN TO REBUILD ITS JOURNAL FROM THAT RUN'S
001850*    BILLINT GENERATION.
001860*****************************************************************
001870 01  CM-EXTRACT-RUN-NO               PIC 9(04) VALUE ZERO.
001880 01  CM-EXTRACT-DATE                 PIC 9(08) VALUE ZERO.
001890*
001900*****************************************************************
001910*    SOURCE-SYSTEM MAP - ONE SLOT PER TRANSACTION ID FROM THE
001920*    FIRST DETAIL ON BILLINT, THE SAME OFFSET-FROM-BASE SCHEME
001930*    RECONBAL AND CSISBACK USE. 00 = NOT ON BILLINT, 99 = ON
001940*    BILLINT BUT NO AUDIT ROW FOUND YET, 01-19 = THE SOURCE
001950*    TABLE ENTRY OF THE TRANSACTION'S ORDER SOURCE SYSTEM.
001960*****************************************************************
001970 01  CM-MAP-CONTROLS.
001980     05  CM-ID-BASE                  PIC 9(08) COMP VALUE ZERO.
001990     05  CM-ID-OFFSET                PIC 9(08) COMP VALUE ZERO.
002000     05  CM-ID-HIGH-OFFSET           PIC 9(08) COMP VALUE ZERO.
002010     05  CM-ID-RANGE-MAX             PIC 9(08) COMP
002020                                     VALUE 200000.
002030
002040 01  CM-SOURCE-MAP.
002050     05  CM-SM-SLOT                  PIC 9(02)
002060                                     OCCURS 200000 TIMES.
002070*
002080*****************************************************************
002090*    SOURCE SYSTEM TABLE - EVERY ORDER SOURCE SYSTEM SEEN ON
002100*    THE RUN'S AUDIT ROWS. A TRANSACTION WITH NO AUDIT ROW, OR
002110*    ONE LOGGED BEFORE THE ROW CARRIED A SOURCE SYSTEM, POSTS
002120*    UNDER "UNKNOWN". A FULL TABLE PUTS THE REST IN THE LAST
002130*    SLOT AS "OVERFLOW" RATHER THAN MISCOUNT THEM.
002140*****************************************************************
002150 01  CM-SOURCE-CONTROLS.
002160     05  CM-SOURCE-ENTRY-CT          PIC 9(02) COMP VALUE ZERO.
002170     05  CM-SOURCE-MAX               PIC 9(02) COMP VALUE 19.
002180     05  CM-SOURCE-SUB               PIC 9(02) COMP VALUE ZERO.
002190
002200 01  CM-SOURCE-TABLE.
002210     05  CM-SOURCE-ENTRY OCCURS 19 TIMES.
002220         10  CM-SR-SOURCE-SYSTEM     PIC X(08).
002230*
002240*****************************************************************
002250*    TIER-TO-GL-ACCOUNT TABLE - LOADED FROM GLMAP AT
002260*    INITIALIZE.
002270*****************************************************************
002280 01  CM-GLMAP-CONTROLS.
002290     05  CM-GLMAP-ENTRY-CT           PIC 9(02) COMP VALUE ZERO.
002300     05  CM-GLMAP-MAX                PIC 9(02) COMP VALUE 15.
002310     05  CM-GLMAP-SUB                PIC 9(02) COMP VALUE ZERO.
002320
002330 01  CM-GLMAP-TABLE.
002340     05  CM-GLMAP-ENTRY OCCURS 15 TIMES.
002350         10  CM-GT-TIER              PIC X(02).
002360         10  CM-GT-REVENUE-ACCOUNT   PIC X(10).
002370         10  CM-GT-RECEIVABLE-ACCOUNT
002380                                     PIC X(10).
002390*
002400*****************************************************************
002410*    POSTING TABLE - CHARGES AND REVERSAL CREDITS TOTALLED BY
002420*    CUSTOMER TIER AND SOURCE SYSTEM. EACH ENTRY BECOMES UP TO
002430*    TWO DEBIT/CREDIT PAIRS ON THE JOURNAL.
002440*****************************************************************
002450 01  CM-POST-CONTROLS.
002460     05  CM-POST-ENTRY-CT            PIC 9(03) COMP VALUE ZERO.
002470     05  CM-POST-MAX                 PIC 9(03) COMP VALUE 150.
002480     05  CM-POST-SUB                 PIC 9(03) COMP VALUE ZERO.
002490
002500 01  CM-POST-TABLE.
002510     05  CM-POST-ENTRY OCCURS 150 TIMES.
002520         10  CM-PT-TIER              PIC X(02).
002530         10  CM-PT-SOURCE-SUB        PIC 9(02) COMP.
002540         10  CM-PT-CHARGE-CT         PIC 9(06) COMP.
002550         10  CM-PT-CHARGE-AMOUNT     PIC 9(09)V99 COMP.
002560         10  CM-PT-CREDIT-CT         PIC 9(06) COMP.
002570         10  CM-PT-CREDIT-AMOUNT     PIC 9(09)V99 COMP.
002580*
002590*****************************************************************
002600*    WORK AREAS, CONTROL TOTALS, AND COUNTERS
002610*****************************************************************
002620 01  CM-WORK-SOURCE-SUB              PIC 9(02) COMP VALUE ZERO.
002630 01  CM-WORK-SOURCE-SYSTEM           PIC X(08) VALUE SPACES.
002640 01  CM-WORK-NET-AMOUNT              PIC S9(09)V99 COMP
002650                                     VALUE ZERO.
002660
002670 01  CM-POSTING-FIELDS.
002680     05  CM-PF-ACCOUNT               PIC X(10) VALUE SPACES.
002690     05  CM-PF-DEBIT-CREDIT          PIC X(01) VALUE SPACES.
002700     05  CM-PF-AMOUNT                PIC 9(09)V99 VALUE ZERO.
002710     05  CM-PF-ENTRY-COUNT           PIC 9(06) VALUE ZERO.
002720
002730 01  CM-SENT-TOTALS.
002740     05  CM-SENT-RECORD-COUNT        PIC 9(06) VALUE ZERO.
002750     05  CM-SENT-RESULT-HASH         PIC 9(10) VALUE ZERO.
002760     05  CM-SENT-AMOUNT-TOTAL        PIC 9(09)V99 VALUE ZERO.
002770
002780 01  CM-COUNTERS.
002790     05  CM-DETAILS-READ-CT          PIC 9(06) COMP VALUE ZERO.
002800     05  CM-AUDIT-ROWS-READ-CT       PIC 9(08) COMP VALUE ZERO.
002810     05  CM-NO-SOURCE-CT             PIC 9(06) COMP VALUE ZERO.
002820     05  CM-CTL-RESULT-HASH          PIC 9(10) COMP VALUE ZERO.
002830     05  CM-CTL-AMOUNT-TOTAL         PIC 9(09)V99 COMP
002840                                     VALUE ZERO.
002850     05  CM-CHARGE-CT                PIC 9(06) COMP VALUE ZERO.
002860     05  CM-CHARGE-AMOUNT            PIC 9(09)V99 COMP
002870                                     VALUE ZERO.
002880     05  CM-CREDIT-CT                PIC 9(06) COMP VALUE ZERO.
002890     05  CM-CREDIT-AMOUNT            PIC 9(09)V99 COMP
002900                                     VALUE ZERO.
002910     05  CM-JOURNAL-DETAIL-CT        PIC 9(06) COMP VALUE ZERO.
002920     05  CM-JOURNAL-DEBIT-TOTAL      PIC 9(11)V99 COMP
002930                                     VALUE ZERO.
002940     05  CM-JOURNAL-CREDIT-TOTAL     PIC 9(11)V99 COMP
002950                                     VALUE ZERO.
002960*
002970*****************************************************************
002980*    REPORT LINE LAYOUTS
002990*****************************************************************
003000 01  CM-GL-HEADING-1.
003010     05  FILLER                      PIC X(33)
003020         VALUE "GL REVENUE JOURNAL - EXTRACT RUN ".
003030     05  CM-GH-RUN-NO                PIC 9(04).
003040     05  FILLER                      PIC X(16)
003050         VALUE "  EXTRACT DATE =".
003060     05  CM-GH-EXTRACT-DATE          PIC 9(08).
003070     05  FILLER                      PIC X(19) VALUE SPACES.
003080
003090 01  CM-POSTING-HEADING.
003100     05  FILLER                      PIC X(14)
003105         VALUE "TIER SOURCE".
003110     05  FILLER                      PIC X(22)
003120         VALUE "CHARGES        AMOUNT".
003130     05  FILLER                      PIC X(24)
003140         VALUE "  CREDITS        AMOUNT".
003150     05  FILLER                      PIC X(16)
003160         VALUE "     NET REVENUE".
003170     05  FILLER                      PIC X(04) VALUE SPACES.
003180
003190 01  CM-POSTING-LINE.
003200     05  CM-PL-TIER                  PIC X(02).
003210     05  FILLER                      PIC X(03) VALUE SPACES.
003220     05  CM-PL-SOURCE-SYSTEM         PIC X(08).
003230     05  FILLER                      PIC X(01) VALUE SPACES.
003240     05  CM-PL-CHARGE-CT             PIC ZZZZZ9.
003250     05  FILLER                      PIC X(01) VALUE SPACES.
003260     05  CM-PL-CHARGE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER                      PIC X(03) VALUE SPACES.
003280     05  CM-PL-CREDIT-CT             PIC ZZZZZ9.
003290     05  FILLER                      PIC X(01) VALUE SPACES.
003300     05  CM-PL-CREDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003310     05  FILLER                      PIC X(01) VALUE SPACES.
003320     05  CM-PL-NET-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
003330     05  FILLER                      PIC X(05) VALUE SPACES.
003340
003350 01  CM-TIE-HEADING.
003360     05  FILLER                      PIC X(20)
003370         VALUE "CONTROL TOTAL".
003380     05  FILLER                      PIC X(21)
003390         VALUE "  BILLINT TRAILER".
003400     05  FILLER                      PIC X(21)
003410         VALUE "     JOURNAL".
003420     05  FILLER                      PIC X(18) VALUE SPACES.
003430
003440 01  CM-TIE-NUMBER-LINE.
003450     05  CM-TN-LABEL                 PIC X(20).
003460     05  CM-TN-SENT                  PIC Z(16)9.
003470     05  FILLER                      PIC X(04) VALUE SPACES.
003480     05  CM-TN-JOURNAL               PIC Z(16)9.
003490     05  FILLER                      PIC X(04) VALUE SPACES.
003500     05  CM-TN-FLAG                  PIC X(08).
003510     05  FILLER                      PIC X(10) VALUE SPACES.
003520
003530 01  CM-TIE-AMOUNT-LINE.
003540     05  CM-TA-LABEL                 PIC X(20).
003550     05  CM-TA-SENT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003560     05  FILLER                      PIC X(04) VALUE SPACES.
003570     05  CM-TA-JOURNAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003580     05  FILLER                      PIC X(04) VALUE SPACES.
003590     05  CM-TA-FLAG                  PIC X(08).
003600     05  FILLER                      PIC X(10) VALUE SPACES.
003610
003620 01  CM-RESULT-LINE                  PIC X(80) VALUE SPACES.
003630
003640 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
003650
003651*
003652*****************************************************************
003653*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
003654*****************************************************************
003655 01  CM-RUN-LOG-PARMS.
003656     COPY RUNPARM.
003657
003660 PROCEDURE DIVISION.
003670*
003680*****************************************************************
003690*    0000-MAINLINE
003700*    DRIVES THE JOURNAL - MAP THE IDS SENT, FIND THEIR SOURCE
003710*    SYSTEMS ON THE AUDIT TRAIL, TOTAL THE RUN BY TIER AND
003720*    SOURCE, WRITE THE JOURNAL, AND PROVE IT AGAINST BILLINT.
003730*****************************************************************
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE
003760         THRU 1000-INITIALIZE-EXIT.
003770     PERFORM 2000-MAP-INTERFACE-RECORD
003780         THRU 2000-MAP-INTERFACE-RECORD-EXIT
003790         UNTIL CM-INTERFACE-EOF.
003800     CLOSE INTERFACE-FILE.
003810     IF NOT CM-TRAILER-SEEN
003820         DISPLAY "GLJRNL: BILLINT HAS NO TRAILER - THE EXTRACT "
003830                 "DID NOT COMPLETE, NOTHING JOURNALED"
003840         MOVE 12 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     PERFORM 3000-MATCH-AUDIT-ROW
003880         THRU 3000-MATCH-AUDIT-ROW-EXIT
003890         UNTIL CM-AUDIT-EOF.
003900     CLOSE AUDIT-LOG-FILE.
003910     PERFORM 4000-TOTAL-INTERFACE
003920         THRU 4000-TOTAL-INTERFACE-EXIT.
003930     PERFORM 5000-WRITE-JOURNAL
003940         THRU 5000-WRITE-JOURNAL-EXIT.
003950     PERFORM 6000-PRINT-REPORT
003960         THRU 6000-PRINT-REPORT-EXIT.
003970     PERFORM 7000-TERMINATE
003980         THRU 7000-TERMINATE-EXIT.
003990     STOP RUN.
004000*
004010*****************************************************************
004020*    1000-INITIALIZE
004030*    ESTABLISHES THE RUN NUMBER, LOADS THE GL MAPPING, OPENS
004040*    THE FILES, AND PRIMES THE READS.
004050*****************************************************************
004060 1000-INITIALIZE.
004062     INITIALIZE CM-RUN-LOG-PARMS.
004064     MOVE "GLJRNL" TO CM-RL-PROGRAM-ID.
004066     SET CM-RL-STEP-START TO TRUE.
004068     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
004070     PERFORM 1100-GET-RUN-NUMBER
004080         THRU 1100-GET-RUN-NUMBER-EXIT.
004090     PERFORM 1200-LOAD-GL-MAP
004100         THRU 1200-LOAD-GL-MAP-EXIT.
004110     MOVE ZEROS TO CM-SOURCE-MAP.
004120     OPEN INPUT INTERFACE-FILE.
004130     IF NOT CM-INTERFACE-OK
004140         DISPLAY "GLJRNL: UNABLE TO OPEN BILLINT, "
004150                 "STATUS = " CM-INTERFACE-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     OPEN INPUT AUDIT-LOG-FILE.
004200     IF NOT CM-AUDIT-FILE-OK
004210         DISPLAY "GLJRNL: UNABLE TO OPEN AUDITLOG, "
004220                 "STATUS = " CM-AUDIT-FILE-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     OPEN OUTPUT GL-JOURNAL-FILE.
004270     IF NOT CM-JOURNAL-OK
004280         DISPLAY "GLJRNL: UNABLE TO OPEN GLJRNL, "
004290                 "STATUS = " CM-JOURNAL-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     OPEN OUTPUT GL-REPORT-FILE.
004340     IF NOT CM-REPORT-OK
004350         DISPLAY "GLJRNL: UNABLE TO OPEN GLRPT, "
004360                 "STATUS = " CM-REPORT-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     PERFORM 2100-READ-INTERFACE
004410         THRU 2100-READ-INTERFACE-EXIT.
004420     PERFORM 3100-READ-AUDIT-ROW
004430         THRU 3100-READ-AUDIT-ROW-EXIT.
004440 1000-INITIALIZE-EXIT.
004450     EXIT.
004460*
004470*****************************************************************
004480*    1100-GET-RUN-NUMBER
004490*    A GLPARMS CARD CARRYING A RUN NUMBER (COLS 1-4) REBUILDS
004500*    THAT RUN'S JOURNAL. OTHERWISE THE RUN IS THE LAST NUMBER
004510*    EXTRSEQ HANDED OUT - THE EXTRACT THAT JUST RAN.
004520*****************************************************************
004530 1100-GET-RUN-NUMBER.
004540     OPEN INPUT GL-PARM-FILE.
004550     IF CM-PARM-OK
004560         READ GL-PARM-FILE
004570             AT END
004580                 MOVE SPACES TO GP-RUN-NUMBER
004590         END-READ
004600         CLOSE GL-PARM-FILE
004610         IF GP-RUN-NUMBER NUMERIC
004620             AND GP-RUN-NUMBER > ZEROS
004630             MOVE GP-RUN-NUMBER TO CM-EXTRACT-RUN-NO
004640             GO TO 1100-GET-RUN-NUMBER-EXIT
004650         END-IF
004660     END-IF.
004670     OPEN INPUT EXTRACT-SEQ-FILE.
004680     IF NOT CM-EXTRACT-SEQ-OK
004690         DISPLAY "GLJRNL: UNABLE TO OPEN EXTRSEQ, "
004700                 "STATUS = " CM-EXTRACT-SEQ-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     READ EXTRACT-SEQ-FILE
004750         AT END
004760             MOVE ZERO TO EXTRACT-SEQ-RECORD
004770     END-READ.
004780     CLOSE EXTRACT-SEQ-FILE.
004790     IF EXTRACT-SEQ-RECORD NOT NUMERIC
004800         OR EXTRACT-SEQ-RECORD = ZERO
004810         DISPLAY "GLJRNL: EXTRSEQ HOLDS NO RUN NUMBER"
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     MOVE EXTRACT-SEQ-RECORD TO CM-EXTRACT-RUN-NO.
004860 1100-GET-RUN-NUMBER-EXIT.
004870     EXIT.
004880*
004890*****************************************************************
004900*    1200-LOAD-GL-MAP
004910*    LOADS THE TIER-TO-GL-ACCOUNT MAPPING. A MISSING GLMAP IS
004920*    FATAL - THERE IS NOTHING TO POST TO.
004930*****************************************************************
004940 1200-LOAD-GL-MAP.
004950     OPEN INPUT GL-MAP-FILE.
004960     IF NOT CM-MAP-OK
004970         DISPLAY "GLJRNL: UNABLE TO OPEN GLMAP, "
004980                 "STATUS = " CM-MAP-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020     PERFORM 1210-READ-GL-MAP
005030         THRU 1210-READ-GL-MAP-EXIT
005040         UNTIL CM-MAP-EOF.
005050     CLOSE GL-MAP-FILE.
005060 1200-LOAD-GL-MAP-EXIT.
005070     EXIT.
005080*
005090*****************************************************************
005100*    1210-READ-GL-MAP
005110*    READS ONE GLMAP RECORD INTO THE TABLE.
005120*****************************************************************
005130 1210-READ-GL-MAP.
005140     READ GL-MAP-FILE
005150         AT END
005160             SET CM-MAP-EOF TO TRUE
005170             GO TO 1210-READ-GL-MAP-EXIT
005180     END-READ.
005190     IF CM-GLMAP-ENTRY-CT NOT < CM-GLMAP-MAX
005200         DISPLAY "GLJRNL: GLMAP TABLE FULL - RAISE "
005210                 "CM-GLMAP-MAX BEFORE ADDING MORE TIERS"
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250     ADD 1 TO CM-GLMAP-ENTRY-CT.
005260     MOVE GM-CUSTOMER-TIER TO CM-GT-TIER (CM-GLMAP-ENTRY-CT).
005270     MOVE GM-REVENUE-ACCOUNT TO
005280         CM-GT-REVENUE-ACCOUNT (CM-GLMAP-ENTRY-CT).
005290     MOVE GM-RECEIVABLE-ACCOUNT TO
005300         CM-GT-RECEIVABLE-ACCOUNT (CM-GLMAP-ENTRY-CT).
005310 1210-READ-GL-MAP-EXIT.
005320     EXIT.
005330*
005340*****************************************************************
005350*    2000-MAP-INTERFACE-RECORD
005360*    FIRST BILLINT PASS - THE HEADER GIVES THE EXTRACT DATE,
005370*    EACH DETAIL IS FLAGGED ON THE SOURCE MAP, AND THE TRAILER
005380*    GIVES THE TOTALS BILLING WAS SENT. THE FIRST DETAIL SETS
005390*    THE MAP BASE - BILLINT DETAILS ARE WRITTEN IN
005400*    TRANSACTION-ID ORDER.
005410*****************************************************************
005420 2000-MAP-INTERFACE-RECORD.
005430     EVALUATE TRUE
005440         WHEN BI-HEADER-RECORD
005450             MOVE BI-HDR-EXTRACT-DATE TO CM-EXTRACT-DATE
005460         WHEN BI-TRAILER-RECORD
005470             MOVE BI-TRL-RECORD-COUNT TO CM-SENT-RECORD-COUNT
005480             MOVE BI-TRL-RESULT-HASH TO CM-SENT-RESULT-HASH
005490             MOVE BI-TRL-AMOUNT-TOTAL TO CM-SENT-AMOUNT-TOTAL
005500             SET CM-TRAILER-SEEN TO TRUE
005510         WHEN BI-DETAIL-RECORD
005520             PERFORM 2200-MAP-DETAIL
005530                 THRU 2200-MAP-DETAIL-EXIT
005540     END-EVALUATE.
005550     PERFORM 2100-READ-INTERFACE
005560         THRU 2100-READ-INTERFACE-EXIT.
005570 2000-MAP-INTERFACE-RECORD-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610*    2100-READ-INTERFACE
005620*    READS THE NEXT BILLINT RECORD AND SETS THE END-OF-FILE
005630*    SWITCH.
005640*****************************************************************
005650 2100-READ-INTERFACE.
005660     READ INTERFACE-FILE
005670         AT END
005680             SET CM-INTERFACE-EOF TO TRUE
005690     END-READ.
005700 2100-READ-INTERFACE-EXIT.
005710     EXIT.
005720*
005730*****************************************************************
005740*    2200-MAP-DETAIL
005750*    FLAGS ONE SENT DETAIL ON THE SOURCE MAP AS AWAITING ITS
005760*    AUDIT ROW.
005770*****************************************************************
005780 2200-MAP-DETAIL.
005790     IF CM-ID-BASE = ZERO
005800         MOVE BI-TRANSACTION-ID TO CM-ID-BASE
005810     END-IF.
005820     COMPUTE CM-ID-OFFSET =
005830         BI-TRANSACTION-ID - CM-ID-BASE + 1.
005840     IF CM-ID-OFFSET < 1 OR CM-ID-OFFSET > CM-ID-RANGE-MAX
005850         DISPLAY "GLJRNL: ID " BI-TRANSACTION-ID " IS PAST "
005860                 "THE SOURCE MAP RANGE"
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     MOVE 99 TO CM-SM-SLOT (CM-ID-OFFSET).
005910     IF CM-ID-OFFSET > CM-ID-HIGH-OFFSET
005920         MOVE CM-ID-OFFSET TO CM-ID-HIGH-OFFSET
005930     END-IF.
005940 2200-MAP-DETAIL-EXIT.
005950     EXIT.
005960*
005970*****************************************************************
005980*    3000-MATCH-AUDIT-ROW
005990*    A TRANSACTION'S OWN AUDIT ROW - STATUS "00" FOR A RESULT,
005997*    "RV" FOR A REVERSAL, "VR" FOR A VOLUME REBATE CREDIT -
006004*    CARRIES THE ORDER SOURCE SYSTEM IT CAME IN UNDER. ROWS
006012*    OUTSIDE THE MAPPED RANGE, REJECTS, AND MAINTENANCE ROWS
006020*    ARE PASSED OVER.
006030*****************************************************************
006040 3000-MATCH-AUDIT-ROW.
006050     ADD 1 TO CM-AUDIT-ROWS-READ-CT.
006060     IF CM-ID-BASE = ZERO
006070         OR AL-TRANSACTION-ID < CM-ID-BASE
006080         GO TO 3000-MATCH-AUDIT-ROW-NEXT
006090     END-IF.
006100     IF AL-STATUS-CODE NOT = "00"
006110         AND AL-STATUS-CODE NOT = "RV"
006115         AND AL-STATUS-CODE NOT = "VR"
006120         GO TO 3000-MATCH-AUDIT-ROW-NEXT
006130     END-IF.
006140     COMPUTE CM-ID-OFFSET =
006150         AL-TRANSACTION-ID - CM-ID-BASE + 1.
006160     IF CM-ID-OFFSET > CM-ID-HIGH-OFFSET
006170         GO TO 3000-MATCH-AUDIT-ROW-NEXT
006180     END-IF.
006190     IF CM-SM-SLOT (CM-ID-OFFSET) NOT = 99
006200         GO TO 3000-MATCH-AUDIT-ROW-NEXT
006210     END-IF.
006220     IF AL-SOURCE-SYSTEM = SPACES
006230         GO TO 3000-MATCH-AUDIT-ROW-NEXT
006240     END-IF.
006250     MOVE AL-SOURCE-SYSTEM TO CM-WORK-SOURCE-SYSTEM.
006260     PERFORM 3200-FIND-SOURCE-ENTRY
006270         THRU 3200-FIND-SOURCE-ENTRY-EXIT.
006280     MOVE CM-SOURCE-SUB TO CM-SM-SLOT (CM-ID-OFFSET).
006290 3000-MATCH-AUDIT-ROW-NEXT.
006300     PERFORM 3100-READ-AUDIT-ROW
006310         THRU 3100-READ-AUDIT-ROW-EXIT.
006320 3000-MATCH-AUDIT-ROW-EXIT.
006330     EXIT.
006340*
006350*****************************************************************
006360*    3100-READ-AUDIT-ROW
006370*    READS THE NEXT AUDIT ROW AND SETS THE END-OF-FILE SWITCH.
006380*****************************************************************
006390 3100-READ-AUDIT-ROW.
006400     READ AUDIT-LOG-FILE
006410         AT END
006420             SET CM-AUDIT-EOF TO TRUE
006430     END-READ.
006440 3100-READ-AUDIT-ROW-EXIT.
006450     EXIT.
006460*
006470*****************************************************************
006480*    3200-FIND-SOURCE-ENTRY
006490*    FINDS OR EXTENDS THE SOURCE TABLE ENTRY FOR THE WORK
006500*    SOURCE SYSTEM, LEAVING CM-SOURCE-SUB POINTING AT IT.
006510*****************************************************************
006520 3200-FIND-SOURCE-ENTRY.
006530     MOVE "N" TO CM-ENTRY-FOUND-SW.
006540     PERFORM 3210-MATCH-SOURCE-ENTRY
006550         THRU 3210-MATCH-SOURCE-ENTRY-EXIT
006560         VARYING CM-SOURCE-SUB FROM 1 BY 1
006570         UNTIL CM-SOURCE-SUB > CM-SOURCE-ENTRY-CT
006580         OR CM-ENTRY-FOUND.
006590     IF CM-ENTRY-FOUND
006600         SUBTRACT 1 FROM CM-SOURCE-SUB
006610         GO TO 3200-FIND-SOURCE-ENTRY-EXIT
006620     END-IF.
006630     IF CM-SOURCE-ENTRY-CT < CM-SOURCE-MAX
006640         ADD 1 TO CM-SOURCE-ENTRY-CT
006650         MOVE CM-SOURCE-ENTRY-CT TO CM-SOURCE-SUB
006660         MOVE CM-WORK-SOURCE-SYSTEM TO
006670             CM-SR-SOURCE-SYSTEM (CM-SOURCE-SUB)
006680     ELSE
006690         MOVE CM-SOURCE-MAX TO CM-SOURCE-SUB
006700         MOVE "OVERFLOW" TO CM-SR-SOURCE-SYSTEM (CM-SOURCE-SUB)
006710         DISPLAY "GLJRNL: SOURCE TABLE FULL - OVERFLOW ENTRY "
006720                 "ABSORBS THE REST, RAISE CM-SOURCE-MAX"
006730         MOVE 04 TO RETURN-CODE
006740     END-IF.
006750 3200-FIND-SOURCE-ENTRY-EXIT.
006760     EXIT.
006770*
006780*****************************************************************
006790*    3210-MATCH-SOURCE-ENTRY
006800*    CHECKS ONE SOURCE TABLE ENTRY AGAINST THE WORK SOURCE.
006810*****************************************************************
006820 3210-MATCH-SOURCE-ENTRY.
006830     IF CM-SR-SOURCE-SYSTEM (CM-SOURCE-SUB) =
006840         CM-WORK-SOURCE-SYSTEM
006850         SET CM-ENTRY-FOUND TO TRUE
006860     END-IF.
006870 3210-MATCH-SOURCE-ENTRY-EXIT.
006880     EXIT.
006890*
006900*****************************************************************
006910*    4000-TOTAL-INTERFACE
006920*    SECOND BILLINT PASS - EACH DETAIL IS TOTALLED INTO THE
006930*    POSTING TABLE UNDER ITS TIER AND SOURCE SYSTEM, AND INTO
006940*    THE CONTROL TOTALS THE JOURNAL TRAILER CARRIES.
006950*****************************************************************
006960 4000-TOTAL-INTERFACE.
006970     MOVE "N" TO CM-INTERFACE-EOF-SW.
006980     OPEN INPUT INTERFACE-FILE.
006990     IF NOT CM-INTERFACE-OK
007000         DISPLAY "GLJRNL: UNABLE TO REOPEN BILLINT, "
007010                 "STATUS = " CM-INTERFACE-STATUS
007020         MOVE 16 TO RETURN-CODE
007030         STOP RUN
007040     END-IF.
007050     PERFORM 2100-READ-INTERFACE
007060         THRU 2100-READ-INTERFACE-EXIT.
007070     PERFORM 4100-TOTAL-DETAIL
007080         THRU 4100-TOTAL-DETAIL-EXIT
007090         UNTIL CM-INTERFACE-EOF.
007100     CLOSE INTERFACE-FILE.
007110 4000-TOTAL-INTERFACE-EXIT.
007120     EXIT.
007130*
007140*****************************************************************
007150*    4100-TOTAL-DETAIL
007160*    ROLLS ONE DETAIL INTO ITS POSTING ENTRY - A "D" DETAIL IS
007170*    A CHARGE, A "C" DETAIL A REVERSAL CREDIT. A TRANSACTION
007180*    WHOSE AUDIT ROW WAS NOT FOUND POSTS UNDER "UNKNOWN".
007190*****************************************************************
007200 4100-TOTAL-DETAIL.
007210     IF NOT BI-DETAIL-RECORD
007220         GO TO 4100-TOTAL-DETAIL-NEXT
007230     END-IF.
007240     ADD 1 TO CM-DETAILS-READ-CT.
007250     ADD BI-RESULT TO CM-CTL-RESULT-HASH.
007260     ADD BI-BILL-AMOUNT TO CM-CTL-AMOUNT-TOTAL.
007270     COMPUTE CM-ID-OFFSET =
007280         BI-TRANSACTION-ID - CM-ID-BASE + 1.
007290     IF CM-SM-SLOT (CM-ID-OFFSET) = 99
007300         ADD 1 TO CM-NO-SOURCE-CT
007310         MOVE "UNKNOWN" TO CM-WORK-SOURCE-SYSTEM
007320         PERFORM 3200-FIND-SOURCE-ENTRY
007330             THRU 3200-FIND-SOURCE-ENTRY-EXIT
007340         MOVE CM-SOURCE-SUB TO CM-SM-SLOT (CM-ID-OFFSET)
007350     END-IF.
007360     MOVE CM-SM-SLOT (CM-ID-OFFSET) TO CM-WORK-SOURCE-SUB.
007370     PERFORM 4200-FIND-POST-ENTRY
007380         THRU 4200-FIND-POST-ENTRY-EXIT.
007390     IF BI-DEBIT-CREDIT = "C"
007400         ADD 1 TO CM-PT-CREDIT-CT (CM-POST-SUB)
007410         ADD BI-BILL-AMOUNT TO CM-PT-CREDIT-AMOUNT (CM-POST-SUB)
007420         ADD 1 TO CM-CREDIT-CT
007430         ADD BI-BILL-AMOUNT TO CM-CREDIT-AMOUNT
007440     ELSE
007450         ADD 1 TO CM-PT-CHARGE-CT (CM-POST-SUB)
007460         ADD BI-BILL-AMOUNT TO CM-PT-CHARGE-AMOUNT (CM-POST-SUB)
007470         ADD 1 TO CM-CHARGE-CT
007480         ADD BI-BILL-AMOUNT TO CM-CHARGE-AMOUNT
007490     END-IF.
007500 4100-TOTAL-DETAIL-NEXT.
007510     PERFORM 2100-READ-INTERFACE
007520         THRU 2100-READ-INTERFACE-EXIT.
007530 4100-TOTAL-DETAIL-EXIT.
007540     EXIT.
007550*
007560*****************************************************************
007570*    4200-FIND-POST-ENTRY
007580*    FINDS OR EXTENDS THE POSTING ENTRY FOR THE DETAIL'S TIER
007590*    AND SOURCE SYSTEM, LEAVING CM-POST-SUB POINTING AT IT. A
007600*    FULL TABLE STOPS THE RUN - A JOURNAL MUST BE COMPLETE.
007610*****************************************************************
007620 4200-FIND-POST-ENTRY.
007630     MOVE "N" TO CM-ENTRY-FOUND-SW.
007640     PERFORM 4210-MATCH-POST-ENTRY
007650         THRU 4210-MATCH-POST-ENTRY-EXIT
007660         VARYING CM-POST-SUB FROM 1 BY 1
007670         UNTIL CM-POST-SUB > CM-POST-ENTRY-CT
007680         OR CM-ENTRY-FOUND.
007690     IF CM-ENTRY-FOUND
007700         SUBTRACT 1 FROM CM-POST-SUB
007710         GO TO 4200-FIND-POST-ENTRY-EXIT
007720     END-IF.
007730     IF CM-POST-ENTRY-CT NOT < CM-POST-MAX
007740         DISPLAY "GLJRNL: POSTING TABLE FULL - RAISE "
007750                 "CM-POST-MAX"
007760         MOVE 16 TO RETURN-CODE
007770         STOP RUN
007780     END-IF.
007790     ADD 1 TO CM-POST-ENTRY-CT.
007800     MOVE CM-POST-ENTRY-CT TO CM-POST-SUB.
007810     MOVE BI-CUSTOMER-TIER TO CM-PT-TIER (CM-POST-SUB).
007820     MOVE CM-WORK-SOURCE-SUB TO CM-PT-SOURCE-SUB (CM-POST-SUB).
007830     MOVE ZERO TO CM-PT-CHARGE-CT (CM-POST-SUB).
007840     MOVE ZERO TO CM-PT-CHARGE-AMOUNT (CM-POST-SUB).
007850     MOVE ZERO TO CM-PT-CREDIT-CT (CM-POST-SUB).
007860     MOVE ZERO TO CM-PT-CREDIT-AMOUNT (CM-POST-SUB).
007870 4200-FIND-POST-ENTRY-EXIT.
007880     EXIT.
007890*
007900*****************************************************************
007910*    4210-MATCH-POST-ENTRY
007920*    CHECKS ONE POSTING ENTRY AGAINST THE DETAIL'S TIER AND
007930*    SOURCE SYSTEM.
007940*****************************************************************
007950 4210-MATCH-POST-ENTRY.
007960     IF CM-PT-TIER (CM-POST-SUB) = BI-CUSTOMER-TIER
007970         AND CM-PT-SOURCE-SUB (CM-POST-SUB) = CM-WORK-SOURCE-SUB
007980         SET CM-ENTRY-FOUND TO TRUE
007990     END-IF.
008000 4210-MATCH-POST-ENTRY-EXIT.
008010     EXIT.
008020*
008030*****************************************************************
008040*    5000-WRITE-JOURNAL
008050*    WRITES THE JOURNAL HEADER, THE POSTINGS FOR EACH TIER AND
008060*    SOURCE SYSTEM, AND THE TRAILER WITH THE DEBIT AND CREDIT
008070*    TOTALS AND THE CONTROL TOTALS.
008080*****************************************************************
008090 5000-WRITE-JOURNAL.
008100     MOVE SPACES TO GL-JOURNAL-RECORD.
008110     MOVE "H" TO GJ-RECORD-TYPE.
008120     MOVE "EX" TO GJ-JOURNAL-TYPE.
008130     MOVE CM-EXTRACT-RUN-NO TO GJ-RUN-NO.
008140     MOVE CM-EXTRACT-DATE TO GJ-POSTING-DATE.
008150     MOVE "CSISULIE" TO GJ-HDR-SOURCE-LEDGER.
008160     MOVE "CSIS BILLING EXTRACT REVENUE" TO GJ-HDR-DESCRIPTION.
008170     WRITE GL-JOURNAL-RECORD.
008180     PERFORM 5100-POST-ENTRY
008190         THRU 5100-POST-ENTRY-EXIT
008200         VARYING CM-POST-SUB FROM 1 BY 1
008210         UNTIL CM-POST-SUB > CM-POST-ENTRY-CT.
008220     MOVE SPACES TO GL-JOURNAL-RECORD.
008230     MOVE "T" TO GJ-RECORD-TYPE.
008240     MOVE "EX" TO GJ-JOURNAL-TYPE.
008250     MOVE CM-EXTRACT-RUN-NO TO GJ-RUN-NO.
008260     MOVE CM-EXTRACT-DATE TO GJ-POSTING-DATE.
008270     MOVE CM-JOURNAL-DETAIL-CT TO GJ-TRL-DETAIL-COUNT.
008280     MOVE CM-JOURNAL-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL.
008290     MOVE CM-JOURNAL-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
008300     MOVE CM-DETAILS-READ-CT TO GJ-TRL-CTL-COUNT.
008310     MOVE CM-CTL-RESULT-HASH TO GJ-TRL-CTL-RESULT-HASH.
008320     MOVE CM-CTL-AMOUNT-TOTAL TO GJ-TRL-CTL-AMOUNT.
008330     WRITE GL-JOURNAL-RECORD.
008340 5000-WRITE-JOURNAL-EXIT.
008350     EXIT.
008360*
008370*****************************************************************
008380*    5100-POST-ENTRY
008390*    LOOKS THE ENTRY'S TIER UP ON THE GL MAPPING AND WRITES ITS
008400*    POSTINGS - CHARGES DEBIT RECEIVABLE AND CREDIT REVENUE,
008410*    REVERSAL CREDITS DEBIT REVENUE AND CREDIT RECEIVABLE. A
008420*    TIER WITH NO MAPPING STOPS THE RUN RC=12 BEFORE THE
008430*    TRAILER IS WRITTEN.
008440*****************************************************************
008450 5100-POST-ENTRY.
008460     MOVE "N" TO CM-ENTRY-FOUND-SW.
008470     PERFORM 5110-MATCH-GLMAP-ENTRY
008480         THRU 5110-MATCH-GLMAP-ENTRY-EXIT
008490         VARYING CM-GLMAP-SUB FROM 1 BY 1
008500         UNTIL CM-GLMAP-SUB > CM-GLMAP-ENTRY-CT
008510         OR CM-ENTRY-FOUND.
008520     IF NOT CM-ENTRY-FOUND
008530         DISPLAY "GLJRNL: NO GLMAP ACCOUNTS FOR TIER "
008540                 CM-PT-TIER (CM-POST-SUB)
008550                 " - ADD IT TO GLMAP AND RERUN"
008560         MOVE 12 TO RETURN-CODE
008570         STOP RUN
008580     END-IF.
008590     SUBTRACT 1 FROM CM-GLMAP-SUB.
008600     MOVE CM-PT-SOURCE-SUB (CM-POST-SUB) TO CM-SOURCE-SUB.
008610     IF CM-PT-CHARGE-CT (CM-POST-SUB) > ZERO
008620         MOVE CM-PT-CHARGE-AMOUNT (CM-POST-SUB) TO CM-PF-AMOUNT
008630         MOVE CM-PT-CHARGE-CT (CM-POST-SUB) TO
008640             CM-PF-ENTRY-COUNT
008650         MOVE CM-GT-RECEIVABLE-ACCOUNT (CM-GLMAP-SUB) TO
008660             CM-PF-ACCOUNT
008670         MOVE "D" TO CM-PF-DEBIT-CREDIT
008680         PERFORM 5200-WRITE-POSTING
008690             THRU 5200-WRITE-POSTING-EXIT
008700         MOVE CM-GT-REVENUE-ACCOUNT (CM-GLMAP-SUB) TO
008710             CM-PF-ACCOUNT
008720         MOVE "C" TO CM-PF-DEBIT-CREDIT
008730         PERFORM 5200-WRITE-POSTING
008740             THRU 5200-WRITE-POSTING-EXIT
008750     END-IF.
008760     IF CM-PT-CREDIT-CT (CM-POST-SUB) > ZERO
008770         MOVE CM-PT-CREDIT-AMOUNT (CM-POST-SUB) TO CM-PF-AMOUNT
008780         MOVE CM-PT-CREDIT-CT (CM-POST-SUB) TO
008790             CM-PF-ENTRY-COUNT
008800         MOVE CM-GT-REVENUE-ACCOUNT (CM-GLMAP-SUB) TO
008810             CM-PF-ACCOUNT
008820         MOVE "D" TO CM-PF-DEBIT-CREDIT
008830         PERFORM 5200-WRITE-POSTING
008840             THRU 5200-WRITE-POSTING-EXIT
008850         MOVE CM-GT-RECEIVABLE-ACCOUNT (CM-GLMAP-SUB) TO
008860             CM-PF-ACCOUNT
008870         MOVE "C" TO CM-PF-DEBIT-CREDIT
008880         PERFORM 5200-WRITE-POSTING
008890             THRU 5200-WRITE-POSTING-EXIT
008900     END-IF.
008910 5100-POST-ENTRY-EXIT.
008920     EXIT.
008930*
008940*****************************************************************
008950*    5110-MATCH-GLMAP-ENTRY
008960*    CHECKS ONE GL MAPPING ENTRY AGAINST THE POSTING TIER.
008970*****************************************************************
008980 5110-MATCH-GLMAP-ENTRY.
008990     IF CM-GT-TIER (CM-GLMAP-SUB) = CM-PT-TIER (CM-POST-SUB)
009000         SET CM-ENTRY-FOUND TO TRUE
009010     END-IF.
009020 5110-MATCH-GLMAP-ENTRY-EXIT.
009030     EXIT.
009040*
009050*****************************************************************
009060*    5200-WRITE-POSTING
009070*    WRITES ONE JOURNAL DETAIL FROM THE POSTING FIELDS AND
009080*    ROLLS THE DEBIT OR CREDIT TOTAL.
009090*****************************************************************
009100 5200-WRITE-POSTING.
009110     MOVE SPACES TO GL-JOURNAL-RECORD.
009120     MOVE "D" TO GJ-RECORD-TYPE.
009130     MOVE "EX" TO GJ-JOURNAL-TYPE.
009140     MOVE CM-EXTRACT-RUN-NO TO GJ-RUN-NO.
009150     MOVE CM-EXTRACT-DATE TO GJ-POSTING-DATE.
009160     MOVE CM-PF-ACCOUNT TO GJ-GL-ACCOUNT.
009170     MOVE CM-PF-DEBIT-CREDIT TO GJ-DEBIT-CREDIT.
009180     MOVE CM-PF-AMOUNT TO GJ-AMOUNT.
009190     MOVE CM-PT-TIER (CM-POST-SUB) TO GJ-CUSTOMER-TIER.
009200     MOVE CM-SR-SOURCE-SYSTEM (CM-SOURCE-SUB) TO
009210         GJ-SOURCE-SYSTEM.
009220     MOVE CM-PF-ENTRY-COUNT TO GJ-ENTRY-COUNT.
009230     WRITE GL-JOURNAL-RECORD.
009240     ADD 1 TO CM-JOURNAL-DETAIL-CT.
009250     IF GJ-DEBIT
009260         ADD CM-PF-AMOUNT TO CM-JOURNAL-DEBIT-TOTAL
009270     ELSE
009280         ADD CM-PF-AMOUNT TO CM-JOURNAL-CREDIT-TOTAL
009290     END-IF.
009300 5200-WRITE-POSTING-EXIT.
009310     EXIT.
009320*
009330*****************************************************************
009340*    6000-PRINT-REPORT
009350*    PRINTS THE GLRPT CONTROL REPORT - CHARGES, CREDITS, AND
009360*    NET REVENUE BY TIER AND SOURCE SYSTEM, THEN THE TIE-OUT
009370*    OF THE JOURNAL'S CONTROL TOTALS TO THE BILLINT TRAILER
009380*    AND OF ITS DEBITS TO ITS CREDITS. ANY MISMATCH ENDS THE
009390*    RUN RC=8 - THE JOURNAL IS NOT TO BE POSTED.
009400*****************************************************************
009410 6000-PRINT-REPORT.
009420     MOVE CM-EXTRACT-RUN-NO TO CM-GH-RUN-NO.
009430     MOVE CM-EXTRACT-DATE TO CM-GH-EXTRACT-DATE.
009440     MOVE CM-GL-HEADING-1 TO GL-REPORT-LINE.
009450     WRITE GL-REPORT-LINE.
009460     MOVE CM-BLANK-LINE TO GL-REPORT-LINE.
009470     WRITE GL-REPORT-LINE.
009480     MOVE CM-POSTING-HEADING TO GL-REPORT-LINE.
009490     WRITE GL-REPORT-LINE.
009500     PERFORM 6100-PRINT-POSTING-LINE
009510         THRU 6100-PRINT-POSTING-LINE-EXIT
009520         VARYING CM-POST-SUB FROM 1 BY 1
009530         UNTIL CM-POST-SUB > CM-POST-ENTRY-CT.
009540     MOVE SPACES TO CM-PL-TIER.
009550     MOVE SPACES TO CM-PL-SOURCE-SYSTEM.
009560     MOVE CM-CHARGE-CT TO CM-PL-CHARGE-CT.
009570     MOVE CM-CHARGE-AMOUNT TO CM-PL-CHARGE-AMOUNT.
009580     MOVE CM-CREDIT-CT TO CM-PL-CREDIT-CT.
009590     MOVE CM-CREDIT-AMOUNT TO CM-PL-CREDIT-AMOUNT.
009600     COMPUTE CM-WORK-NET-AMOUNT =
009610         CM-CHARGE-AMOUNT - CM-CREDIT-AMOUNT.
009620     MOVE CM-WORK-NET-AMOUNT TO CM-PL-NET-AMOUNT.
009630     MOVE CM-BLANK-LINE TO GL-REPORT-LINE.
009640     WRITE GL-REPORT-LINE.
009650     MOVE CM-POSTING-LINE TO GL-REPORT-LINE.
009660     MOVE "TOTAL" TO GL-REPORT-LINE (1:5).
009670     WRITE GL-REPORT-LINE.
009680     MOVE CM-BLANK-LINE TO GL-REPORT-LINE.
009690     WRITE GL-REPORT-LINE.
009700     MOVE CM-TIE-HEADING TO GL-REPORT-LINE.
009710     WRITE GL-REPORT-LINE.
009720     MOVE "RECORD COUNT" TO CM-TN-LABEL.
009730     MOVE CM-SENT-RECORD-COUNT TO CM-TN-SENT.
009740     MOVE CM-DETAILS-READ-CT TO CM-TN-JOURNAL.
009750     MOVE SPACES TO CM-TN-FLAG.
009760     IF CM-SENT-RECORD-COUNT NOT = CM-DETAILS-READ-CT
009770         MOVE "MISMATCH" TO CM-TN-FLAG
009780         SET CM-OUT-OF-BALANCE TO TRUE
009790     END-IF.
009800     MOVE CM-TIE-NUMBER-LINE TO GL-REPORT-LINE.
009810     WRITE GL-REPORT-LINE.
009820     MOVE "RESULT HASH" TO CM-TN-LABEL.
009830     MOVE CM-SENT-RESULT-HASH TO CM-TN-SENT.
009840     MOVE CM-CTL-RESULT-HASH TO CM-TN-JOURNAL.
009850     MOVE SPACES TO CM-TN-FLAG.
009860     IF CM-SENT-RESULT-HASH NOT = CM-CTL-RESULT-HASH
009870         MOVE "MISMATCH" TO CM-TN-FLAG
009880         SET CM-OUT-OF-BALANCE TO TRUE
009890     END-IF.
009900     MOVE CM-TIE-NUMBER-LINE TO GL-REPORT-LINE.
009910     WRITE GL-REPORT-LINE.
009920     MOVE "AMOUNT TOTAL" TO CM-TA-LABEL.
009930     MOVE CM-SENT-AMOUNT-TOTAL TO CM-TA-SENT.
009940     MOVE CM-CTL-AMOUNT-TOTAL TO CM-TA-JOURNAL.
009950     MOVE SPACES TO CM-TA-FLAG.
009960     IF CM-SENT-AMOUNT-TOTAL NOT = CM-CTL-AMOUNT-TOTAL
009970         MOVE "MISMATCH" TO CM-TA-FLAG
009980         SET CM-OUT-OF-BALANCE TO TRUE
009990     END-IF.
010000     MOVE CM-TIE-AMOUNT-LINE TO GL-REPORT-LINE.
010010     WRITE GL-REPORT-LINE.
010020     MOVE "JOURNAL DR / CR" TO CM-TA-LABEL.
010030     MOVE CM-JOURNAL-DEBIT-TOTAL TO CM-TA-SENT.
010040     MOVE CM-JOURNAL-CREDIT-TOTAL TO CM-TA-JOURNAL.
010050     MOVE SPACES TO CM-TA-FLAG.
010060     IF CM-JOURNAL-DEBIT-TOTAL NOT = CM-JOURNAL-CREDIT-TOTAL
010070         MOVE "MISMATCH" TO CM-TA-FLAG
010080         SET CM-OUT-OF-BALANCE TO TRUE
010090     END-IF.
010100     MOVE CM-TIE-AMOUNT-LINE TO GL-REPORT-LINE.
010110     WRITE GL-REPORT-LINE.
010120     MOVE CM-BLANK-LINE TO GL-REPORT-LINE.
010130     WRITE GL-REPORT-LINE.
010140     IF CM-OUT-OF-BALANCE
010150         MOVE "*** JOURNAL DOES NOT TIE - DO NOT POST ***" TO
010160             CM-RESULT-LINE
010170         MOVE 08 TO RETURN-CODE
010180     ELSE
010190         MOVE "JOURNAL BALANCED AND TIED TO THE BILLINT TRAILER"
010200             TO CM-RESULT-LINE
010210     END-IF.
010220     MOVE CM-RESULT-LINE TO GL-REPORT-LINE.
010230     WRITE GL-REPORT-LINE.
010240 6000-PRINT-REPORT-EXIT.
010250     EXIT.
010260*
010270*****************************************************************
010280*    6100-PRINT-POSTING-LINE
010290*    PRINTS ONE TIER AND SOURCE SYSTEM'S CHARGES, CREDITS, AND
010300*    NET REVENUE.
010310*****************************************************************
010320 6100-PRINT-POSTING-LINE.
010330     MOVE CM-PT-TIER (CM-POST-SUB) TO CM-PL-TIER.
010340     MOVE CM-PT-SOURCE-SUB (CM-POST-SUB) TO CM-SOURCE-SUB.
010350     MOVE CM-SR-SOURCE-SYSTEM (CM-SOURCE-SUB) TO
010360         CM-PL-SOURCE-SYSTEM.
010370     MOVE CM-PT-CHARGE-CT (CM-POST-SUB) TO CM-PL-CHARGE-CT.
010380     MOVE CM-PT-CHARGE-AMOUNT (CM-POST-SUB) TO
010390         CM-PL-CHARGE-AMOUNT.
010400     MOVE CM-PT-CREDIT-CT (CM-POST-SUB) TO CM-PL-CREDIT-CT.
010410     MOVE CM-PT-CREDIT-AMOUNT (CM-POST-SUB) TO
010420         CM-PL-CREDIT-AMOUNT.
010430     COMPUTE CM-WORK-NET-AMOUNT =
010440         CM-PT-CHARGE-AMOUNT (CM-POST-SUB)
010450         - CM-PT-CREDIT-AMOUNT (CM-POST-SUB).
010460     MOVE CM-WORK-NET-AMOUNT TO CM-PL-NET-AMOUNT.
010470     MOVE CM-POSTING-LINE TO GL-REPORT-LINE.
010480     WRITE GL-REPORT-LINE.
010490 6100-PRINT-POSTING-LINE-EXIT.
010500     EXIT.
010510*
010520*****************************************************************
010530*    7000-TERMINATE
010540*    CLOSES THE FILES AND DISPLAYS THE COUNTS.
010550*****************************************************************
010560 7000-TERMINATE.
010570     CLOSE GL-JOURNAL-FILE.
010580     CLOSE GL-REPORT-FILE.
010590     DISPLAY "GLJRNL: EXTRACT RUN NO      = " CM-EXTRACT-RUN-NO.
010600     DISPLAY "GLJRNL: DETAILS JOURNALED   = " CM-DETAILS-READ-CT.
010610     DISPLAY "GLJRNL: AUDIT ROWS READ     = "
010620             CM-AUDIT-ROWS-READ-CT.
010630     DISPLAY "GLJRNL: NO SOURCE ON TRAIL  = " CM-NO-SOURCE-CT.
010640     DISPLAY "GLJRNL: JOURNAL POSTINGS    = "
010650             CM-JOURNAL-DETAIL-CT.
010651     SET CM-RL-STEP-END TO TRUE.
010652     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
010653     MOVE "RUN NO" TO CM-RL-KEY-COUNT-LABEL(1).
010654     MOVE CM-EXTRACT-RUN-NO TO CM-RL-KEY-COUNT(1).
010655     MOVE "DETAILS" TO CM-RL-KEY-COUNT-LABEL(2).
010656     MOVE CM-DETAILS-READ-CT TO CM-RL-KEY-COUNT(2).
010657     MOVE "POSTINGS" TO CM-RL-KEY-COUNT-LABEL(3).
010658     MOVE CM-JOURNAL-DETAIL-CT TO CM-RL-KEY-COUNT(3).
010659     MOVE "NO SRCE" TO CM-RL-KEY-COUNT-LABEL(4).
010660     MOVE CM-NO-SOURCE-CT TO CM-RL-KEY-COUNT(4).
010661     MOVE CM-SENT-AMOUNT-TOTAL TO CM-RL-KEY-AMOUNT.
010662     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
010663 7000-TERMINATE-EXIT.
010670     EXIT.
