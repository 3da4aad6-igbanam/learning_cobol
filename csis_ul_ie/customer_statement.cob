000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTSTMT.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - MONTHLY CUSTOMER ACTIVITY
000120*                  STATEMENT. THE CUSTOMER DESK COULD ONLY SHOW
000130*                  A CUSTOMER WHAT WE CHARGED THEM ONE TRANSINQ
000140*                  LOOKUP AT A TIME. THIS RUN READS MULTHIST AND
000150*                  MULTOUT IN FULL AND PRINTS ONE STATEMENT PER
000160*                  ACTIVE CUSTMAST ACCOUNT FOR THE STATEMENT
000170*                  MONTH - EVERY ORDER LINE BILLED BY AN
000180*                  EXTRACT RUN DATED IN THE MONTH, WITH ITS
000190*                  FACTORS, RESULT, TIER, AND THE BILLRATE RATE
000200*                  AND AMOUNT IN FORCE ON ITS EXTRACT DATE (THE
000210*                  SAME PRICE CSISBEXT SENT BILLING). A REVERSAL
000220*                  PRINTS DIRECTLY UNDER THE ORIGINAL IT OFFSETS
000230*                  WHEN BOTH FALL IN THE MONTH, SO THE PAIR NETS
000240*                  ON THE PAGE. THE STATEMENT CLOSES WITH THE
000250*                  MONTH'S CHARGES AND CREDITS AND AN OPENING
000260*                  AND CLOSING BALANCE - CSIS HOLDS NO PAYMENTS,
000270*                  SO THE BALANCE IS THE NET BILLED TO THE
000280*                  ACCOUNT THROUGH CSIS, OPENING WITH EVERYTHING
000290*                  BILLED BEFORE THE MONTH. EVERY STATEMENT LINE
000300*                  ALSO GOES TO THE STMTOUT DELIMITED FILE FOR
000310*                  THE CUSTOMER DESK TO EMAIL, AND A CONTROL
000320*                  PAGE TIES THE MONTH'S LINES - ON A STATEMENT
000330*                  OR NOT - TO THE SUM OF THE MONTH'S BILLINT
000340*                  TRAILERS. A CONTROL THAT DOES NOT TIE ENDS
000350*                  RC=8; BILLED LINES ON A CLOSED OR UNKNOWN
000360*                  ACCOUNT, WHICH NO STATEMENT CARRIES, END
000370*                  RC=4.
000371*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000372*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000373*                  CODE, THE STATEMENT MONTH, AND THE STATEMENTS
000374*                  PRINTED, LINES IN THE MONTH AND STMTOUT ROWS -
000375*                  FOR THE MORNING OPERATIONS REPORT.
000376*    10/15/26  JI  A VOLUME REBATE CREDIT (OUT-CREDIT-TYPE "R")
000377*                  IS A CREDIT LIKE A REVERSAL - IT LOWERS THE
000378*                  OPENING BALANCE, COUNTS IN MONTH CREDITS, AND
000379*                  PRINTS AS A NEGATIVE AMOUNT NOTED "VOLUME
000380*                  REBATE".
000381*****************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. CSIS-UL-IE.
000430 OBJECT-COMPUTER. CSIS-UL-IE.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CU-ACCOUNT-NO
000500         FILE STATUS IS CM-MASTER-STATUS.
000510
000520     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS OUT-TRANSACTION-ID
000560         FILE STATUS IS CM-RESULT-STATUS.
000570
000580     SELECT HISTORY-FILE ASSIGN TO "MULTHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CM-HISTORY-STATUS.
000610
000620     SELECT BILLING-RATE-FILE ASSIGN TO "BILLRATE"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS BR-RATE-KEY
000660         FILE STATUS IS CM-RATE-STATUS.
000670
000680     SELECT INTERFACE-FILE ASSIGN TO "BILLINT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CM-INTERFACE-STATUS.
000710
000720     SELECT STATEMENT-PARM-FILE ASSIGN TO "STMPARMS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CM-PARM-STATUS.
000750
000760     SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CM-REPORT-STATUS.
000790
000800     SELECT STATEMENT-EXPORT-FILE ASSIGN TO "STMTOUT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS CM-EXPORT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CUSTOMER-MASTER-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  CUSTOMER-MASTER-RECORD.
000890     COPY CUSTMST.
000900
000910 FD  RESULT-FILE
000920     RECORD CONTAINS 52 CHARACTERS.
000930 01  RESULT-RECORD.
000940     COPY MULTOUT.
000950
000960 FD  HISTORY-FILE
000970     RECORD CONTAINS 52 CHARACTERS.
000980 01  HISTORY-RECORD.
000990     COPY MULTOUT REPLACING LEADING ==OUT== BY ==MH==.
001000
001010 FD  BILLING-RATE-FILE
001020     RECORD CONTAINS 16 CHARACTERS.
001030 01  BILLING-RATE-RECORD.
001040     COPY BILLRATE.
001050*
001060*****************************************************************
001070*    BILLINT - EVERY EXTRACT RUN'S INTERFACE FILE, ALL
001080*    GENERATIONS CONCATENATED. ONLY RUNS WHOSE HEADER EXTRACT
001090*    DATE FALLS IN THE STATEMENT MONTH ARE COUNTED. THE LAYOUT
001100*    MIRRORS WHAT CSISBEXT WRITES.
001110*****************************************************************
001120 FD  INTERFACE-FILE
001130     RECORD CONTAINS 40 CHARACTERS.
001140 01  INTERFACE-RECORD.
001150     05  BI-RECORD-TYPE              PIC X(01).
001160         88  BI-HEADER-RECORD            VALUE "H".
001170         88  BI-DETAIL-RECORD            VALUE "D".
001180         88  BI-TRAILER-RECORD           VALUE "T".
001190     05  BI-RECORD-BODY              PIC X(39).
001200     05  BI-HEADER-FIELDS REDEFINES BI-RECORD-BODY.
001210         10  BI-HDR-EXTRACT-DATE     PIC 9(08).
001220         10  BI-HDR-SOURCE-SYSTEM    PIC X(08).
001230         10  FILLER                  PIC X(23).
001240     05  BI-TRAILER-FIELDS REDEFINES BI-RECORD-BODY.
001250         10  BI-TRL-RECORD-COUNT     PIC 9(06).
001260         10  BI-TRL-RESULT-HASH      PIC 9(10).
001270         10  BI-TRL-AMOUNT-TOTAL     PIC 9(09)V99.
001280         10  FILLER                  PIC X(12).
001290
001300 FD  STATEMENT-PARM-FILE
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  STATEMENT-PARM-RECORD.
001330     05  SP-STATEMENT-MONTH          PIC X(06).
001340     05  FILLER                      PIC X(74).
001350
001360 FD  STATEMENT-REPORT-FILE
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  STATEMENT-REPORT-LINE           PIC X(80).
001390
001400 FD  STATEMENT-EXPORT-FILE
001410     RECORD CONTAINS 96 CHARACTERS.
001420 01  STATEMENT-EXPORT-RECORD         PIC X(96).
001430
001440 WORKING-STORAGE SECTION.
001450*
001460*****************************************************************
001470*    FILE STATUS SWITCHES
001480*****************************************************************
001490 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
001500     88  CM-MASTER-OK                    VALUE "00".
001510
001520 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001530     88  CM-RESULT-OK                    VALUE "00".
001540
001550 01  CM-HISTORY-STATUS               PIC X(02) VALUE ZEROS.
001560     88  CM-HISTORY-OK                   VALUE "00".
001570     88  CM-HISTORY-NOT-FOUND            VALUE "35".
001580
001590 01  CM-RATE-STATUS                  PIC X(02) VALUE ZEROS.
001600     88  CM-RATE-OK                      VALUE "00".
001610
001620 01  CM-INTERFACE-STATUS             PIC X(02) VALUE ZEROS.
001630     88  CM-INTERFACE-OK                 VALUE "00".
001640
001650 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
001660     88  CM-PARM-OK                      VALUE "00".
001670
001680 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
001690     88  CM-REPORT-OK                    VALUE "00".
001700
001710 01  CM-EXPORT-STATUS                PIC X(02) VALUE ZEROS.
001720     88  CM-EXPORT-OK                    VALUE "00".
001730*
001740*****************************************************************
001750*    PROGRAM SWITCHES
001760*****************************************************************
001770 01  CM-SWITCHES.
001780     05  CM-MASTER-EOF-SW            PIC X(01) VALUE "N".
001790         88  CM-MASTER-EOF               VALUE "Y".
001800     05  CM-RESULT-EOF-SW            PIC X(01) VALUE "N".
001810         88  CM-RESULT-EOF               VALUE "Y".
001820     05  CM-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001830         88  CM-HISTORY-EOF              VALUE "Y".
001840     05  CM-INTERFACE-EOF-SW         PIC X(01) VALUE "N".
001850         88  CM-INTERFACE-EOF            VALUE "Y".
001860     05  CM-RUN-IN-MONTH-SW          PIC X(01) VALUE "N".
001870         88  CM-RUN-IN-MONTH             VALUE "Y".
001880     05  CM-ACCOUNT-FOUND-SW         PIC X(01) VALUE "N".
001890         88  CM-ACCOUNT-FOUND            VALUE "Y".
001900     05  CM-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001910         88  CM-ENTRY-FOUND              VALUE "Y".
001920     05  CM-OUT-OF-BALANCE-SW        PIC X(01) VALUE "N".
001930         88  CM-OUT-OF-BALANCE           VALUE "Y".
001940*
001950*****************************************************************
001960*    STATEMENT MONTH - FROM THE STMPARMS CARD (CCYYMM), OR THE
001970*    MONTH JUST ENDED. A LINE BELONGS TO THE MONTH ITS EXTRACT
001980*    RUN WAS DATED IN, WHICH IS WHAT TIES IT TO BILLINT.
001990*****************************************************************
002000 01  CM-STATEMENT-MONTH              PIC 9(06) VALUE ZERO.
002010 01  CM-STATEMENT-MONTH-PARTS REDEFINES CM-STATEMENT-MONTH.
002020     05  CM-SM-CCYY                  PIC 9(04).
002030     05  CM-SM-MM                    PIC 9(02).
002040
002050 01  CM-MONTH-START-DATE             PIC 9(08) VALUE ZERO.
002060 01  CM-MONTH-END-DATE               PIC 9(08) VALUE ZERO.
002070
002080 01  CM-TODAY                        PIC 9(08) VALUE ZERO.
002090 01  CM-TOMORROW                     PIC 9(08) VALUE ZERO.
002100 01  CM-TOMORROW-PARTS REDEFINES CM-TOMORROW.
002110     05  CM-TM-CCYYMM                PIC 9(06).
002120     05  CM-TM-DD                    PIC 9(02).
002130 01  CM-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
002140*
002150*****************************************************************
002160*    WORK RECORD - A MULTHIST OR MULTOUT RECORD IS MOVED HERE
002170*    SO ONE PARAGRAPH PRICES AND POSTS EITHER.
002180*****************************************************************
002190 01  CM-WORK-RESULT.
002200     COPY MULTOUT REPLACING LEADING ==OUT== BY ==WR==.
002210*
002220*****************************************************************
002230*    BILLRATE HISTORY - EVERY RATE RECORD, IN TIER AND
002240*    EFFECTIVE-DATE ORDER, SO A LINE CAN BE PRICED AT THE RATE
002250*    IN FORCE ON ITS OWN EXTRACT DATE.
002260*****************************************************************
002270 01  CM-RATE-CONTROLS.
002280     05  CM-RATE-EOF-SW              PIC X(01) VALUE "N".
002290         88  CM-RATE-EOF                 VALUE "Y".
002300     05  CM-RATE-ENTRY-CT            PIC 9(04) COMP VALUE ZERO.
002310     05  CM-RATE-MAX                 PIC 9(04) COMP VALUE 500.
002320     05  CM-RATE-SUB                 PIC 9(04) COMP VALUE ZERO.
002330     05  CM-RATE-FOUND-SW            PIC X(01) VALUE "N".
002340         88  CM-RATE-FOUND               VALUE "Y".
002350
002360 01  CM-RATE-HISTORY-TABLE.
002370     05  CM-RATE-ENTRY OCCURS 500 TIMES.
002380         10  CM-RH-TIER              PIC X(02).
002390         10  CM-RH-EFFECTIVE-DATE    PIC 9(08).
002400         10  CM-RH-RATE              PIC 9(01)V99.
002410*
002420*****************************************************************
002430*    ACCOUNT TABLE - EVERY CUSTMAST ACCOUNT IN ACCOUNT ORDER,
002440*    WITH ITS OPENING BALANCE, MONTH TOTALS, AND THE CHAIN OF
002450*    ITS STATEMENT LINES IN THE LINE TABLE. UNUSED ENTRIES
002460*    HOLD HIGH-VALUES SO THE BINARY SEARCH STAYS IN ORDER.
002470*****************************************************************
002480 01  CM-ACCOUNT-CONTROLS.
002490     05  CM-ACCOUNT-ENTRY-CT         PIC 9(05) COMP VALUE ZERO.
002500     05  CM-ACCOUNT-MAX              PIC 9(05) COMP VALUE 5000.
002510     05  CM-ACCOUNT-SUB              PIC 9(05) COMP VALUE ZERO.
002520
002530 01  CM-ACCOUNT-TABLE.
002540     05  CM-ACCOUNT-ENTRY OCCURS 5000 TIMES
002550             ASCENDING KEY IS CM-AC-ACCOUNT-NO
002560             INDEXED BY CM-ACCOUNT-IX.
002570         10  CM-AC-ACCOUNT-NO        PIC X(08).
002580         10  CM-AC-CUSTOMER-NAME     PIC X(20).
002590         10  CM-AC-STATUS-FLAG       PIC X(01).
002600             88  CM-AC-ACTIVE            VALUE "A".
002610         10  CM-AC-CUSTOMER-TIER     PIC X(02).
002620         10  CM-AC-OPENING-BALANCE   PIC S9(09)V99 COMP.
002630         10  CM-AC-FIRST-LINE        PIC 9(06) COMP.
002640         10  CM-AC-LAST-LINE         PIC 9(06) COMP.
002650         10  CM-AC-CHARGE-CT         PIC 9(06) COMP.
002660         10  CM-AC-CHARGE-AMOUNT     PIC 9(09)V99 COMP.
002670         10  CM-AC-CREDIT-CT         PIC 9(06) COMP.
002680         10  CM-AC-CREDIT-AMOUNT     PIC 9(09)V99 COMP.
002690*
002700*****************************************************************
002710*    LINE TABLE - THE MONTH'S BILLED LINES FOR ACTIVE
002720*    ACCOUNTS, CHAINED PER ACCOUNT IN THE ORDER READ (MULTHIST
002730*    FIRST, THEN MULTOUT - BOTH IN TRANSACTION-ID ORDER).
002740*****************************************************************
002750 01  CM-LINE-CONTROLS.
002760     05  CM-LINE-ENTRY-CT            PIC 9(06) COMP VALUE ZERO.
002770     05  CM-LINE-MAX                 PIC 9(06) COMP VALUE 100000.
002780     05  CM-LINE-SUB                 PIC 9(06) COMP VALUE ZERO.
002790     05  CM-SCAN-SUB                 PIC 9(06) COMP VALUE ZERO.
002800
002810 01  CM-LINE-TABLE.
002820     05  CM-LINE-ENTRY OCCURS 100000 TIMES.
002830         10  CM-LN-TRANSACTION-ID    PIC 9(08).
002840         10  CM-LN-EXTRACT-DATE      PIC 9(08).
002850         10  CM-LN-NX                PIC 9(02).
002860         10  CM-LN-NY                PIC 9(02).
002870         10  CM-LN-RESULT            PIC 9(04).
002880         10  CM-LN-CUSTOMER-TIER     PIC X(02).
002890         10  CM-LN-RATE              PIC 9(01)V99.
002900         10  CM-LN-AMOUNT            PIC 9(05)V99.
002910         10  CM-LN-REVERSAL-SW       PIC X(01).
002920             88  CM-LN-REVERSAL          VALUE "Y".
002925             88  CM-LN-REBATE            VALUE "R".
002930         10  CM-LN-ORIGINAL-ID       PIC 9(08).
002940         10  CM-LN-NEXT-LINE         PIC 9(06) COMP.
002950*
002960*****************************************************************
002970*    WORK AREAS, CONTROL TOTALS, AND COUNTERS
002980*****************************************************************
002990 01  CM-WORK-RATE                    PIC 9(01)V99 VALUE ZERO.
003000 01  CM-BILL-AMOUNT                  PIC 9(05)V99 VALUE ZERO.
003010 01  CM-SIGNED-AMOUNT                PIC S9(09)V99 VALUE ZERO.
003020 01  CM-CLOSING-BALANCE              PIC S9(09)V99 VALUE ZERO.
003030 01  CM-NET-AMOUNT                   PIC S9(09)V99 VALUE ZERO.
003040
003050 01  CM-BILLINT-TOTALS.
003060     05  CM-BILLINT-RUN-CT           PIC 9(06) COMP VALUE ZERO.
003070     05  CM-BILLINT-RECORD-COUNT     PIC 9(08) COMP VALUE ZERO.
003080     05  CM-BILLINT-RESULT-HASH      PIC 9(12) COMP VALUE ZERO.
003090     05  CM-BILLINT-AMOUNT-TOTAL     PIC 9(11)V99 COMP
003100                                     VALUE ZERO.
003110
003120 01  CM-MONTH-TOTALS.
003130     05  CM-MONTH-LINE-CT            PIC 9(08) COMP VALUE ZERO.
003140     05  CM-MONTH-RESULT-HASH        PIC 9(12) COMP VALUE ZERO.
003150     05  CM-MONTH-AMOUNT-TOTAL       PIC 9(11)V99 COMP
003160                                     VALUE ZERO.
003170     05  CM-STMT-LINE-CT             PIC 9(08) COMP VALUE ZERO.
003180     05  CM-STMT-AMOUNT-TOTAL        PIC 9(11)V99 COMP
003190                                     VALUE ZERO.
003200     05  CM-OFF-STMT-LINE-CT         PIC 9(08) COMP VALUE ZERO.
003210     05  CM-OFF-STMT-AMOUNT-TOTAL    PIC 9(11)V99 COMP
003220                                     VALUE ZERO.
003230
003240 01  CM-COUNTERS.
003250     05  CM-HISTORY-READ-CT          PIC 9(08) COMP VALUE ZERO.
003260     05  CM-RESULT-READ-CT           PIC 9(08) COMP VALUE ZERO.
003270     05  CM-UNBILLED-CT              PIC 9(08) COMP VALUE ZERO.
003280     05  CM-PRE-STAMP-CT             PIC 9(08) COMP VALUE ZERO.
003290     05  CM-LATER-MONTH-CT           PIC 9(08) COMP VALUE ZERO.
003300     05  CM-STATEMENTS-CT            PIC 9(06) COMP VALUE ZERO.
003310     05  CM-ACTIVE-WITH-LINES-CT     PIC 9(06) COMP VALUE ZERO.
003320     05  CM-EXPORT-ROWS-CT           PIC 9(08) COMP VALUE ZERO.
003330*
003340*****************************************************************
003350*    STATEMENT LINE LAYOUTS
003360*****************************************************************
003370 01  CM-STMT-HEADING-1.
003380     05  FILLER                      PIC X(34)
003390         VALUE "CUSTOMER ACTIVITY STATEMENT".
003400     05  FILLER                      PIC X(06) VALUE "MONTH ".
003410     05  CM-SH-CCYY                  PIC 9(04).
003420     05  FILLER                      PIC X(01) VALUE "/".
003430     05  CM-SH-MM                    PIC 9(02).
003440     05  FILLER                      PIC X(33) VALUE SPACES.
003450
003460 01  CM-STMT-HEADING-2.
003470     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
003480     05  CM-SH-ACCOUNT-NO            PIC X(08).
003490     05  FILLER                      PIC X(02) VALUE SPACES.
003500     05  CM-SH-CUSTOMER-NAME         PIC X(20).
003510     05  FILLER                      PIC X(07) VALUE "  TIER ".
003520     05  CM-SH-CUSTOMER-TIER         PIC X(02).
003530     05  FILLER                      PIC X(33) VALUE SPACES.
003540
003550 01  CM-STMT-COLUMN-HEADING.
003560     05  FILLER                      PIC X(20)
003570         VALUE "TRANS ID  EXTRACTED".
003580     05  FILLER                      PIC X(20)
003590         VALUE "  NX  NY RESULT TIER".
003600     05  FILLER                      PIC X(20)
003610         VALUE "  RATE      AMOUNT  ".
003620     05  FILLER                      PIC X(20) VALUE SPACES.
003630
003640 01  CM-STMT-DETAIL-LINE.
003650     05  CM-SD-TRANSACTION-ID        PIC 9(08).
003660     05  FILLER                      PIC X(02) VALUE SPACES.
003670     05  CM-SD-EXTRACT-DATE          PIC 9(08).
003680     05  FILLER                      PIC X(03) VALUE SPACES.
003690     05  CM-SD-NX                    PIC Z9.
003700     05  FILLER                      PIC X(02) VALUE SPACES.
003710     05  CM-SD-NY                    PIC Z9.
003720     05  FILLER                      PIC X(03) VALUE SPACES.
003730     05  CM-SD-RESULT                PIC ZZZ9.
003740     05  FILLER                      PIC X(03) VALUE SPACES.
003750     05  CM-SD-CUSTOMER-TIER         PIC X(02).
003760     05  FILLER                      PIC X(02) VALUE SPACES.
003770     05  CM-SD-RATE                  PIC 9.99.
003780     05  FILLER                      PIC X(01) VALUE SPACES.
003790     05  CM-SD-AMOUNT                PIC -ZZ,ZZ9.99.
003800     05  FILLER                      PIC X(02) VALUE SPACES.
003810     05  CM-SD-NOTE                  PIC X(22).
003820
003830 01  CM-REVERSAL-NOTE.
003840     05  FILLER                      PIC X(12)
003850         VALUE "REVERSAL OF ".
003860     05  CM-RN-ORIGINAL-ID           PIC 9(08).
003870     05  CM-RN-MARK                  PIC X(02) VALUE SPACES.
003872
003874 01  CM-REBATE-NOTE                  PIC X(22)
003876         VALUE "VOLUME REBATE".
003880
003890 01  CM-STMT-AMOUNT-LINE.
003900     05  CM-SA-LABEL                 PIC X(24).
003910     05  CM-SA-COUNT                 PIC ZZZZZ9.
003920     05  FILLER                      PIC X(23) VALUE SPACES.
003930     05  CM-SA-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.
003940     05  FILLER                      PIC X(12) VALUE SPACES.
003950
003960 01  CM-STMT-NO-ACTIVITY-LINE.
003970     05  FILLER                      PIC X(40)
003980         VALUE "NO BILLED ACTIVITY THIS MONTH".
003990     05  FILLER                      PIC X(40) VALUE SPACES.
004000
004010 01  CM-STMT-RULE-LINE.
004020     05  FILLER                      PIC X(40) VALUE ALL "=".
004030     05  FILLER                      PIC X(40) VALUE ALL "=".
004040*
004050*****************************************************************
004060*    CONTROL PAGE LAYOUTS
004070*****************************************************************
004080 01  CM-CONTROL-HEADING.
004090     05  FILLER                      PIC X(34)
004100         VALUE "STATEMENT RUN CONTROL PAGE".
004110     05  FILLER                      PIC X(06) VALUE "MONTH ".
004120     05  CM-CH-CCYY                  PIC 9(04).
004130     05  FILLER                      PIC X(01) VALUE "/".
004140     05  CM-CH-MM                    PIC 9(02).
004150     05  FILLER                      PIC X(33) VALUE SPACES.
004160
004170 01  CM-TIE-HEADING.
004180     05  FILLER                      PIC X(20)
004190         VALUE "CONTROL TOTAL".
004200     05  FILLER                      PIC X(21)
004210         VALUE "   BILLINT TRAILERS".
004220     05  FILLER                      PIC X(21)
004230         VALUE "     STATEMENT RUN".
004240     05  FILLER                      PIC X(18) VALUE SPACES.
004250
004260 01  CM-TIE-NUMBER-LINE.
004270     05  CM-TN-LABEL                 PIC X(20).
004280     05  CM-TN-BILLINT               PIC Z(16)9.
004290     05  FILLER                      PIC X(04) VALUE SPACES.
004300     05  CM-TN-STATEMENT             PIC Z(16)9.
004310     05  FILLER                      PIC X(04) VALUE SPACES.
004320     05  CM-TN-FLAG                  PIC X(08).
004330     05  FILLER                      PIC X(10) VALUE SPACES.
004340
004350 01  CM-TIE-AMOUNT-LINE.
004360     05  CM-TA-LABEL                 PIC X(20).
004370     05  CM-TA-BILLINT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004380     05  FILLER                      PIC X(04) VALUE SPACES.
004390     05  CM-TA-STATEMENT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004400     05  FILLER                      PIC X(04) VALUE SPACES.
004410     05  CM-TA-FLAG                  PIC X(08).
004420     05  FILLER                      PIC X(10) VALUE SPACES.
004430
004440 01  CM-CONTROL-COUNT-LINE.
004450     05  CM-CC-LABEL                 PIC X(36).
004460     05  CM-CC-COUNT                 PIC ZZZ,ZZZ,ZZ9.
004470     05  FILLER                      PIC X(04) VALUE SPACES.
004480     05  CM-CC-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004490     05  FILLER                      PIC X(12) VALUE SPACES.
004500
004510 01  CM-RESULT-LINE                  PIC X(80) VALUE SPACES.
004520
004530 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
004540*
004550*****************************************************************
004560*    STMTOUT DELIMITED RECORD - ONE "H" ROW PER STATEMENT WITH
004570*    THE NAME AND OPENING BALANCE, ONE "D" ROW PER STATEMENT
004580*    LINE WITH ITS SIGNED AMOUNT (A REVERSAL CARRIES THE
004590*    ORIGINAL ID), AND ONE "T" ROW WITH THE CLOSING BALANCE.
004600*    FIELDS ARE SEPARATED BY "|" SO A NAME MAY HOLD A COMMA.
004610*****************************************************************
004620 01  CM-EXPORT-LINE.
004630     05  CM-EX-RECORD-TYPE           PIC X(01).
004640     05  FILLER                      PIC X(01) VALUE "|".
004650     05  CM-EX-ACCOUNT-NO            PIC X(08).
004660     05  FILLER                      PIC X(01) VALUE "|".
004670     05  CM-EX-STATEMENT-MONTH       PIC 9(06).
004680     05  FILLER                      PIC X(01) VALUE "|".
004690     05  CM-EX-TRANSACTION-ID        PIC 9(08).
004700     05  FILLER                      PIC X(01) VALUE "|".
004710     05  CM-EX-EXTRACT-DATE          PIC 9(08).
004720     05  FILLER                      PIC X(01) VALUE "|".
004730     05  CM-EX-NX                    PIC 9(02).
004740     05  FILLER                      PIC X(01) VALUE "|".
004750     05  CM-EX-NY                    PIC 9(02).
004760     05  FILLER                      PIC X(01) VALUE "|".
004770     05  CM-EX-RESULT                PIC 9(04).
004780     05  FILLER                      PIC X(01) VALUE "|".
004790     05  CM-EX-CUSTOMER-TIER         PIC X(02).
004800     05  FILLER                      PIC X(01) VALUE "|".
004810     05  CM-EX-RATE                  PIC 9.99.
004820     05  FILLER                      PIC X(01) VALUE "|".
004830     05  CM-EX-AMOUNT                PIC -9(07).99.
004840     05  FILLER                      PIC X(01) VALUE "|".
004850     05  CM-EX-ORIGINAL-ID           PIC 9(08).
004860     05  FILLER                      PIC X(01) VALUE "|".
004870     05  CM-EX-CUSTOMER-NAME         PIC X(20).
004880
004881*
004882*****************************************************************
004883*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
004884*****************************************************************
004885 01  CM-RUN-LOG-PARMS.
004886     COPY RUNPARM.
004887
004890 PROCEDURE DIVISION.
004900*
004910*****************************************************************
004920*    0000-MAINLINE
004930*    DRIVES THE STATEMENT RUN - LOAD THE RATES AND ACCOUNTS,
004940*    PRICE THE HISTORY AND RESULT FILES INTO OPENING BALANCES
004950*    AND MONTH LINES, TOTAL THE MONTH'S BILLINT TRAILERS, THEN
004960*    PRINT THE STATEMENTS AND THE CONTROL PAGE.
004970*****************************************************************
004980 0000-MAINLINE.
004990     PERFORM 1000-INITIALIZE
005000         THRU 1000-INITIALIZE-EXIT.
005010     PERFORM 2000-LOAD-HISTORY
005020         THRU 2000-LOAD-HISTORY-EXIT.
005030     PERFORM 2100-LOAD-RESULTS
005040         THRU 2100-LOAD-RESULTS-EXIT.
005050     PERFORM 2700-TOTAL-INTERFACE
005060         THRU 2700-TOTAL-INTERFACE-EXIT.
005070     PERFORM 3000-PRINT-STATEMENT
005080         THRU 3000-PRINT-STATEMENT-EXIT
005090         VARYING CM-ACCOUNT-SUB FROM 1 BY 1
005100         UNTIL CM-ACCOUNT-SUB > CM-ACCOUNT-ENTRY-CT.
005110     PERFORM 4000-PRINT-CONTROL-PAGE
005120         THRU 4000-PRINT-CONTROL-PAGE-EXIT.
005130     PERFORM 5000-TERMINATE
005140         THRU 5000-TERMINATE-EXIT.
005150     STOP RUN.
005160*
005170*****************************************************************
005180*    1000-INITIALIZE
005190*    ESTABLISHES THE STATEMENT MONTH, LOADS THE RATE HISTORY
005200*    AND THE ACCOUNT TABLE, AND OPENS THE OUTPUT FILES.
005210*****************************************************************
005220 1000-INITIALIZE.
005222     INITIALIZE CM-RUN-LOG-PARMS.
005224     MOVE "CUSTSTMT" TO CM-RL-PROGRAM-ID.
005226     SET CM-RL-STEP-START TO TRUE.
005228     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
005230     PERFORM 1100-GET-STATEMENT-MONTH
005240         THRU 1100-GET-STATEMENT-MONTH-EXIT.
005250     PERFORM 1200-LOAD-RATE-HISTORY
005260         THRU 1200-LOAD-RATE-HISTORY-EXIT.
005270     PERFORM 1300-LOAD-ACCOUNTS
005280         THRU 1300-LOAD-ACCOUNTS-EXIT.
005290     OPEN OUTPUT STATEMENT-REPORT-FILE.
005300     IF NOT CM-REPORT-OK
005310         DISPLAY "CUSTSTMT: UNABLE TO OPEN STMTRPT, "
005320                 "STATUS = " CM-REPORT-STATUS
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     OPEN OUTPUT STATEMENT-EXPORT-FILE.
005370     IF NOT CM-EXPORT-OK
005380         DISPLAY "CUSTSTMT: UNABLE TO OPEN STMTOUT, "
005390                 "STATUS = " CM-EXPORT-STATUS
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430 1000-INITIALIZE-EXIT.
005440     EXIT.
005450*
005460*****************************************************************
005470*    1100-GET-STATEMENT-MONTH
005480*    A STMPARMS CARD CARRYING A MONTH (CCYYMM, COLS 1-6) RUNS
005490*    THAT MONTH'S STATEMENTS. OTHERWISE THE JOB IS ON THE LAST
005500*    DAY OF THE MONTH (TOMORROW IS THE FIRST) AND RUNS THIS
005510*    MONTH, OR IT IS EARLY IN THE NEXT MONTH AND RUNS THE
005520*    MONTH BEFORE.
005530*****************************************************************
005540 1100-GET-STATEMENT-MONTH.
005550     ACCEPT CM-TODAY FROM DATE YYYYMMDD.
005560     MOVE SPACES TO SP-STATEMENT-MONTH.
005570     OPEN INPUT STATEMENT-PARM-FILE.
005580     IF CM-PARM-OK
005590         READ STATEMENT-PARM-FILE
005600             AT END
005610                 MOVE SPACES TO SP-STATEMENT-MONTH
005620         END-READ
005630         CLOSE STATEMENT-PARM-FILE
005640     END-IF.
005650     IF SP-STATEMENT-MONTH NUMERIC
005660         MOVE SP-STATEMENT-MONTH TO CM-STATEMENT-MONTH
005670         IF CM-SM-MM < 01 OR CM-SM-MM > 12
005680             DISPLAY "CUSTSTMT: STMPARMS MONTH "
005690                     SP-STATEMENT-MONTH " IS NOT A CCYYMM MONTH"
005700             MOVE 16 TO RETURN-CODE
005710             STOP RUN
005720         END-IF
005730     ELSE
005740         COMPUTE CM-DAY-NUMBER =
005750             FUNCTION INTEGER-OF-DATE (CM-TODAY) + 1
005760         MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
005770             TO CM-TOMORROW
005780         MOVE CM-TODAY (1:6) TO CM-STATEMENT-MONTH
005790         IF CM-TM-DD NOT = 01
005800             IF CM-SM-MM = 01
005810                 SUBTRACT 1 FROM CM-SM-CCYY
005820                 MOVE 12 TO CM-SM-MM
005830             ELSE
005840                 SUBTRACT 1 FROM CM-SM-MM
005850             END-IF
005860         END-IF
005870     END-IF.
005880     COMPUTE CM-MONTH-START-DATE = CM-STATEMENT-MONTH * 100 + 1.
005890     COMPUTE CM-MONTH-END-DATE = CM-STATEMENT-MONTH * 100 + 31.
005900 1100-GET-STATEMENT-MONTH-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*    1200-LOAD-RATE-HISTORY
005950*    LOADS EVERY BILLRATE RECORD. THE FILE READS IN TIER,
005960*    EFFECTIVE-DATE ORDER, WHICH THE RATE LOOKUP RELIES ON.
005970*****************************************************************
005980 1200-LOAD-RATE-HISTORY.
005990     OPEN INPUT BILLING-RATE-FILE.
006000     IF NOT CM-RATE-OK
006010         DISPLAY "CUSTSTMT: UNABLE TO OPEN BILLRATE, "
006020                 "STATUS = " CM-RATE-STATUS
006030         MOVE 16 TO RETURN-CODE
006040         STOP RUN
006050     END-IF.
006060     PERFORM 1210-READ-RATE-RECORD
006070         THRU 1210-READ-RATE-RECORD-EXIT
006080         UNTIL CM-RATE-EOF.
006090     CLOSE BILLING-RATE-FILE.
006100 1200-LOAD-RATE-HISTORY-EXIT.
006110     EXIT.
006120*
006130*****************************************************************
006140*    1210-READ-RATE-RECORD
006150*    READS ONE BILLRATE RECORD INTO THE RATE HISTORY.
006160*****************************************************************
006170 1210-READ-RATE-RECORD.
006180     READ BILLING-RATE-FILE
006190         AT END
006200             SET CM-RATE-EOF TO TRUE
006210             GO TO 1210-READ-RATE-RECORD-EXIT
006220     END-READ.
006230     IF CM-RATE-ENTRY-CT NOT < CM-RATE-MAX
006240         DISPLAY "CUSTSTMT: RATE HISTORY TABLE FULL - RAISE "
006250                 "CM-RATE-MAX"
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290     ADD 1 TO CM-RATE-ENTRY-CT.
006300     MOVE BR-CUSTOMER-TIER TO CM-RH-TIER (CM-RATE-ENTRY-CT).
006310     MOVE BR-EFFECTIVE-DATE TO
006320         CM-RH-EFFECTIVE-DATE (CM-RATE-ENTRY-CT).
006330     MOVE BR-RATE TO CM-RH-RATE (CM-RATE-ENTRY-CT).
006340 1210-READ-RATE-RECORD-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380*    1300-LOAD-ACCOUNTS
006390*    LOADS EVERY CUSTMAST ACCOUNT, ACTIVE OR CLOSED, IN KEY
006400*    ORDER. A CLOSED ACCOUNT GETS NO STATEMENT BUT ITS LINES
006410*    STILL COUNT ON THE CONTROL PAGE.
006420*****************************************************************
006430 1300-LOAD-ACCOUNTS.
006440     MOVE HIGH-VALUES TO CM-ACCOUNT-TABLE.
006450     OPEN INPUT CUSTOMER-MASTER-FILE.
006460     IF NOT CM-MASTER-OK
006470         DISPLAY "CUSTSTMT: UNABLE TO OPEN CUSTMAST, "
006480                 "STATUS = " CM-MASTER-STATUS
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     PERFORM 1310-READ-ACCOUNT
006530         THRU 1310-READ-ACCOUNT-EXIT
006540         UNTIL CM-MASTER-EOF.
006550     CLOSE CUSTOMER-MASTER-FILE.
006560 1300-LOAD-ACCOUNTS-EXIT.
006570     EXIT.
006580*
006590*****************************************************************
006600*    1310-READ-ACCOUNT
006610*    READS ONE CUSTMAST RECORD INTO THE ACCOUNT TABLE.
006620*****************************************************************
006630 1310-READ-ACCOUNT.
006640     READ CUSTOMER-MASTER-FILE
006650         AT END
006660             SET CM-MASTER-EOF TO TRUE
006670             GO TO 1310-READ-ACCOUNT-EXIT
006680     END-READ.
006690     IF CM-ACCOUNT-ENTRY-CT NOT < CM-ACCOUNT-MAX
006700         DISPLAY "CUSTSTMT: ACCOUNT TABLE FULL - RAISE "
006710                 "CM-ACCOUNT-MAX"
006720         MOVE 16 TO RETURN-CODE
006730         STOP RUN
006740     END-IF.
006750     ADD 1 TO CM-ACCOUNT-ENTRY-CT.
006760     MOVE CM-ACCOUNT-ENTRY-CT TO CM-ACCOUNT-SUB.
006770     MOVE CU-ACCOUNT-NO TO CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB).
006780     MOVE CU-CUSTOMER-NAME TO
006790         CM-AC-CUSTOMER-NAME (CM-ACCOUNT-SUB).
006800     MOVE CU-STATUS-FLAG TO CM-AC-STATUS-FLAG (CM-ACCOUNT-SUB).
006810     MOVE CU-CUSTOMER-TIER TO
006820         CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB).
006830     MOVE ZERO TO CM-AC-OPENING-BALANCE (CM-ACCOUNT-SUB).
006840     MOVE ZERO TO CM-AC-FIRST-LINE (CM-ACCOUNT-SUB).
006850     MOVE ZERO TO CM-AC-LAST-LINE (CM-ACCOUNT-SUB).
006860     MOVE ZERO TO CM-AC-CHARGE-CT (CM-ACCOUNT-SUB).
006870     MOVE ZERO TO CM-AC-CHARGE-AMOUNT (CM-ACCOUNT-SUB).
006880     MOVE ZERO TO CM-AC-CREDIT-CT (CM-ACCOUNT-SUB).
006890     MOVE ZERO TO CM-AC-CREDIT-AMOUNT (CM-ACCOUNT-SUB).
006900 1310-READ-ACCOUNT-EXIT.
006910     EXIT.
006920*
006930*****************************************************************
006940*    2000-LOAD-HISTORY
006950*    PRICES AND POSTS EVERY MULTHIST RECORD. A MISSING
006960*    MULTHIST MEANS NOTHING HAS BEEN PURGED YET.
006970*****************************************************************
006980 2000-LOAD-HISTORY.
006990     OPEN INPUT HISTORY-FILE.
007000     IF CM-HISTORY-NOT-FOUND
007010         DISPLAY "CUSTSTMT: NO MULTHIST - NOTHING PURGED YET"
007020         GO TO 2000-LOAD-HISTORY-EXIT
007030     END-IF.
007040     IF NOT CM-HISTORY-OK
007050         DISPLAY "CUSTSTMT: UNABLE TO OPEN MULTHIST, "
007060                 "STATUS = " CM-HISTORY-STATUS
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF.
007100     PERFORM 2010-READ-HISTORY
007110         THRU 2010-READ-HISTORY-EXIT.
007120     PERFORM 2020-POST-HISTORY
007130         THRU 2020-POST-HISTORY-EXIT
007140         UNTIL CM-HISTORY-EOF.
007150     CLOSE HISTORY-FILE.
007160 2000-LOAD-HISTORY-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200*    2010-READ-HISTORY
007210*    READS THE NEXT MULTHIST RECORD AND SETS THE END-OF-FILE
007220*    SWITCH.
007230*****************************************************************
007240 2010-READ-HISTORY.
007250     READ HISTORY-FILE
007260         AT END
007270             SET CM-HISTORY-EOF TO TRUE
007280     END-READ.
007290 2010-READ-HISTORY-EXIT.
007300     EXIT.
007310*
007320*****************************************************************
007330*    2020-POST-HISTORY
007340*    POSTS ONE MULTHIST RECORD THROUGH THE WORK RECORD.
007350*****************************************************************
007360 2020-POST-HISTORY.
007370     ADD 1 TO CM-HISTORY-READ-CT.
007380     MOVE HISTORY-RECORD TO CM-WORK-RESULT.
007390     PERFORM 2500-POST-RESULT
007400         THRU 2500-POST-RESULT-EXIT.
007410     PERFORM 2010-READ-HISTORY
007420         THRU 2010-READ-HISTORY-EXIT.
007430 2020-POST-HISTORY-EXIT.
007440     EXIT.
007450*
007460*****************************************************************
007470*    2100-LOAD-RESULTS
007480*    PRICES AND POSTS EVERY MULTOUT RECORD.
007490*****************************************************************
007500 2100-LOAD-RESULTS.
007510     OPEN INPUT RESULT-FILE.
007520     IF NOT CM-RESULT-OK
007530         DISPLAY "CUSTSTMT: UNABLE TO OPEN MULTOUT, "
007540                 "STATUS = " CM-RESULT-STATUS
007550         MOVE 16 TO RETURN-CODE
007560         STOP RUN
007570     END-IF.
007580     PERFORM 2110-READ-RESULT
007590         THRU 2110-READ-RESULT-EXIT.
007600     PERFORM 2120-POST-RESULT-RECORD
007610         THRU 2120-POST-RESULT-RECORD-EXIT
007620         UNTIL CM-RESULT-EOF.
007630     CLOSE RESULT-FILE.
007640 2100-LOAD-RESULTS-EXIT.
007650     EXIT.
007660*
007670*****************************************************************
007680*    2110-READ-RESULT
007690*    READS THE NEXT MULTOUT RECORD AND SETS THE END-OF-FILE
007700*    SWITCH.
007710*****************************************************************
007720 2110-READ-RESULT.
007730     READ RESULT-FILE
007740         AT END
007750             SET CM-RESULT-EOF TO TRUE
007760     END-READ.
007770 2110-READ-RESULT-EXIT.
007780     EXIT.
007790*
007800*****************************************************************
007810*    2120-POST-RESULT-RECORD
007820*    POSTS ONE MULTOUT RECORD THROUGH THE WORK RECORD.
007830*****************************************************************
007840 2120-POST-RESULT-RECORD.
007850     ADD 1 TO CM-RESULT-READ-CT.
007860     MOVE RESULT-RECORD TO CM-WORK-RESULT.
007870     PERFORM 2500-POST-RESULT
007880         THRU 2500-POST-RESULT-EXIT.
007890     PERFORM 2110-READ-RESULT
007900         THRU 2110-READ-RESULT-EXIT.
007910 2120-POST-RESULT-RECORD-EXIT.
007920     EXIT.
007930*
007940*****************************************************************
007950*    2500-POST-RESULT
007960*    SORTS ONE TRANSACTION INTO THE STATEMENT RUN. NOT YET
007970*    EXTRACTED, EXTRACTED BEFORE STAMPING BEGAN (NO EXTRACT
007980*    DATE TO PRICE AT), OR EXTRACTED AFTER THE MONTH - PASSED
007990*    OVER. EXTRACTED BEFORE THE MONTH - PRICED INTO ITS
008000*    ACCOUNT'S OPENING BALANCE. EXTRACTED IN THE MONTH - A
008010*    STATEMENT LINE, COUNTED IN THE MONTH CONTROL TOTALS
008020*    WHETHER OR NOT AN ACTIVE ACCOUNT'S STATEMENT CARRIES IT.
008030*****************************************************************
008040 2500-POST-RESULT.
008050     IF NOT WR-EXTRACTED
008060         ADD 1 TO CM-UNBILLED-CT
008070         GO TO 2500-POST-RESULT-EXIT
008080     END-IF.
008090     IF WR-EXTRACT-DATE NOT NUMERIC
008100         OR WR-EXTRACT-DATE = ZERO
008110         ADD 1 TO CM-PRE-STAMP-CT
008120         GO TO 2500-POST-RESULT-EXIT
008130     END-IF.
008140     IF WR-EXTRACT-DATE > CM-MONTH-END-DATE
008150         ADD 1 TO CM-LATER-MONTH-CT
008160         GO TO 2500-POST-RESULT-EXIT
008170     END-IF.
008180     PERFORM 2600-PRICE-RESULT
008190         THRU 2600-PRICE-RESULT-EXIT.
008200     PERFORM 2650-FIND-ACCOUNT
008210         THRU 2650-FIND-ACCOUNT-EXIT.
008220     IF WR-EXTRACT-DATE < CM-MONTH-START-DATE
008230         IF CM-ACCOUNT-FOUND
008240             IF WR-ORIGINAL-ID NUMERIC
008245                 OR WR-REBATE-CREDIT
008250                 SUBTRACT CM-BILL-AMOUNT FROM
008260                     CM-AC-OPENING-BALANCE (CM-ACCOUNT-SUB)
008270             ELSE
008280                 ADD CM-BILL-AMOUNT TO
008290                     CM-AC-OPENING-BALANCE (CM-ACCOUNT-SUB)
008300             END-IF
008310         END-IF
008320         GO TO 2500-POST-RESULT-EXIT
008330     END-IF.
008340     ADD 1 TO CM-MONTH-LINE-CT.
008350     ADD WR-RESULT TO CM-MONTH-RESULT-HASH.
008360     ADD CM-BILL-AMOUNT TO CM-MONTH-AMOUNT-TOTAL.
008370     IF NOT CM-ACCOUNT-FOUND
008380         OR NOT CM-AC-ACTIVE (CM-ACCOUNT-SUB)
008390         ADD 1 TO CM-OFF-STMT-LINE-CT
008400         ADD CM-BILL-AMOUNT TO CM-OFF-STMT-AMOUNT-TOTAL
008410         GO TO 2500-POST-RESULT-EXIT
008420     END-IF.
008430     PERFORM 2550-ADD-STATEMENT-LINE
008440         THRU 2550-ADD-STATEMENT-LINE-EXIT.
008450 2500-POST-RESULT-EXIT.
008460     EXIT.
008470*
008480*****************************************************************
008490*    2550-ADD-STATEMENT-LINE
008500*    ADDS ONE MONTH LINE TO THE LINE TABLE, CHAINS IT ONTO ITS
008506*    ACCOUNT, AND ROLLS THE ACCOUNT'S CHARGES OR CREDITS - A
008512*    REVERSAL OR A VOLUME REBATE IS A CREDIT.
008520*****************************************************************
008530 2550-ADD-STATEMENT-LINE.
008540     IF CM-LINE-ENTRY-CT NOT < CM-LINE-MAX
008550         DISPLAY "CUSTSTMT: STATEMENT LINE TABLE FULL - RAISE "
008560                 "CM-LINE-MAX"
008570         MOVE 16 TO RETURN-CODE
008580         STOP RUN
008590     END-IF.
008600     ADD 1 TO CM-LINE-ENTRY-CT.
008610     MOVE CM-LINE-ENTRY-CT TO CM-LINE-SUB.
008620     MOVE WR-TRANSACTION-ID TO CM-LN-TRANSACTION-ID (CM-LINE-SUB).
008630     MOVE WR-EXTRACT-DATE TO CM-LN-EXTRACT-DATE (CM-LINE-SUB).
008640     MOVE WR-NX TO CM-LN-NX (CM-LINE-SUB).
008650     MOVE WR-NY TO CM-LN-NY (CM-LINE-SUB).
008660     MOVE WR-RESULT TO CM-LN-RESULT (CM-LINE-SUB).
008670     MOVE WR-CUSTOMER-TIER TO CM-LN-CUSTOMER-TIER (CM-LINE-SUB).
008680     MOVE CM-WORK-RATE TO CM-LN-RATE (CM-LINE-SUB).
008690     MOVE CM-BILL-AMOUNT TO CM-LN-AMOUNT (CM-LINE-SUB).
008700     MOVE ZERO TO CM-LN-NEXT-LINE (CM-LINE-SUB).
008710     ADD 1 TO CM-STMT-LINE-CT.
008720     ADD CM-BILL-AMOUNT TO CM-STMT-AMOUNT-TOTAL.
008730     IF WR-ORIGINAL-ID NUMERIC
008740         MOVE "Y" TO CM-LN-REVERSAL-SW (CM-LINE-SUB)
008750         MOVE WR-ORIGINAL-ID TO CM-LN-ORIGINAL-ID (CM-LINE-SUB)
008760         ADD 1 TO CM-AC-CREDIT-CT (CM-ACCOUNT-SUB)
008770         ADD CM-BILL-AMOUNT TO
008780             CM-AC-CREDIT-AMOUNT (CM-ACCOUNT-SUB)
008790     ELSE
008810         MOVE ZERO TO CM-LN-ORIGINAL-ID (CM-LINE-SUB)
008813         IF WR-REBATE-CREDIT
008816             MOVE "R" TO CM-LN-REVERSAL-SW (CM-LINE-SUB)
008819             ADD 1 TO CM-AC-CREDIT-CT (CM-ACCOUNT-SUB)
008822             ADD CM-BILL-AMOUNT TO
008825                 CM-AC-CREDIT-AMOUNT (CM-ACCOUNT-SUB)
008828         ELSE
008831             MOVE "N" TO CM-LN-REVERSAL-SW (CM-LINE-SUB)
008834             ADD 1 TO CM-AC-CHARGE-CT (CM-ACCOUNT-SUB)
008837             ADD CM-BILL-AMOUNT TO
008840                 CM-AC-CHARGE-AMOUNT (CM-ACCOUNT-SUB)
008843         END-IF
008850     END-IF.
008860     IF CM-AC-FIRST-LINE (CM-ACCOUNT-SUB) = ZERO
008870         MOVE CM-LINE-SUB TO CM-AC-FIRST-LINE (CM-ACCOUNT-SUB)
008880     ELSE
008890         MOVE CM-AC-LAST-LINE (CM-ACCOUNT-SUB) TO CM-SCAN-SUB
008900         MOVE CM-LINE-SUB TO CM-LN-NEXT-LINE (CM-SCAN-SUB)
008910     END-IF.
008920     MOVE CM-LINE-SUB TO CM-AC-LAST-LINE (CM-ACCOUNT-SUB).
008930 2550-ADD-STATEMENT-LINE-EXIT.
008940     EXIT.
008950*
008960*****************************************************************
008970*    2600-PRICE-RESULT
008980*    PRICES THE WORK RECORD AT THE RATE IN FORCE FOR ITS TIER
008990*    ON ITS EXTRACT DATE - THE LAST RATE HISTORY ENTRY FOR THE
009000*    TIER EFFECTIVE ON OR BEFORE THAT DATE. NO RATE MEANS THE
009010*    EXTRACT COULD NOT HAVE PRICED IT EITHER - RC=12.
009020*****************************************************************
009030 2600-PRICE-RESULT.
009040     MOVE "N" TO CM-RATE-FOUND-SW.
009050     PERFORM 2610-MATCH-RATE-ENTRY
009060         THRU 2610-MATCH-RATE-ENTRY-EXIT
009070         VARYING CM-RATE-SUB FROM 1 BY 1
009080         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT.
009090     IF NOT CM-RATE-FOUND
009100         DISPLAY "CUSTSTMT: NO BILLING RATE IN FORCE FOR "
009110                 "TIER " WR-CUSTOMER-TIER " ON "
009120                 WR-EXTRACT-DATE " - TRANSACTION "
009130                 WR-TRANSACTION-ID
009140         MOVE 12 TO RETURN-CODE
009150         STOP RUN
009160     END-IF.
009170     MULTIPLY WR-RESULT BY CM-WORK-RATE
009180         GIVING CM-BILL-AMOUNT ROUNDED.
009190 2600-PRICE-RESULT-EXIT.
009200     EXIT.
009210*
009220*****************************************************************
009230*    2610-MATCH-RATE-ENTRY
009240*    TAKES ONE RATE HISTORY ENTRY'S RATE IF IT IS FOR THE TIER
009250*    AND EFFECTIVE BY THE EXTRACT DATE - A LATER QUALIFYING
009260*    ENTRY REPLACES AN EARLIER ONE.
009270*****************************************************************
009280 2610-MATCH-RATE-ENTRY.
009290     IF CM-RH-TIER (CM-RATE-SUB) = WR-CUSTOMER-TIER
009300         AND CM-RH-EFFECTIVE-DATE (CM-RATE-SUB) NOT >
009310             WR-EXTRACT-DATE
009320         MOVE CM-RH-RATE (CM-RATE-SUB) TO CM-WORK-RATE
009330         SET CM-RATE-FOUND TO TRUE
009340     END-IF.
009350 2610-MATCH-RATE-ENTRY-EXIT.
009360     EXIT.
009370*
009380*****************************************************************
009390*    2650-FIND-ACCOUNT
009400*    LOOKS THE WORK RECORD'S ACCOUNT UP ON THE ACCOUNT TABLE,
009410*    LEAVING CM-ACCOUNT-SUB ON IT WHEN FOUND.
009420*****************************************************************
009430 2650-FIND-ACCOUNT.
009440     MOVE "N" TO CM-ACCOUNT-FOUND-SW.
009450     SEARCH ALL CM-ACCOUNT-ENTRY
009460         AT END
009470             MOVE "N" TO CM-ACCOUNT-FOUND-SW
009480         WHEN CM-AC-ACCOUNT-NO (CM-ACCOUNT-IX) = WR-ACCOUNT-NO
009490             SET CM-ACCOUNT-FOUND TO TRUE
009500             SET CM-ACCOUNT-SUB TO CM-ACCOUNT-IX
009510     END-SEARCH.
009520 2650-FIND-ACCOUNT-EXIT.
009530     EXIT.
009540*
009550*****************************************************************
009560*    2700-TOTAL-INTERFACE
009570*    READS EVERY BILLINT GENERATION AND TOTALS THE TRAILERS OF
009580*    THE RUNS WHOSE HEADER EXTRACT DATE FALLS IN THE MONTH.
009590*****************************************************************
009600 2700-TOTAL-INTERFACE.
009610     OPEN INPUT INTERFACE-FILE.
009620     IF NOT CM-INTERFACE-OK
009630         DISPLAY "CUSTSTMT: UNABLE TO OPEN BILLINT, "
009640                 "STATUS = " CM-INTERFACE-STATUS
009650         MOVE 16 TO RETURN-CODE
009660         STOP RUN
009670     END-IF.
009680     PERFORM 2710-READ-INTERFACE
009690         THRU 2710-READ-INTERFACE-EXIT.
009700     PERFORM 2720-TOTAL-INTERFACE-RECORD
009710         THRU 2720-TOTAL-INTERFACE-RECORD-EXIT
009720         UNTIL CM-INTERFACE-EOF.
009730     CLOSE INTERFACE-FILE.
009740 2700-TOTAL-INTERFACE-EXIT.
009750     EXIT.
009760*
009770*****************************************************************
009780*    2710-READ-INTERFACE
009790*    READS THE NEXT BILLINT RECORD AND SETS THE END-OF-FILE
009800*    SWITCH.
009810*****************************************************************
009820 2710-READ-INTERFACE.
009830     READ INTERFACE-FILE
009840         AT END
009850             SET CM-INTERFACE-EOF TO TRUE
009860     END-READ.
009870 2710-READ-INTERFACE-EXIT.
009880     EXIT.
009890*
009900*****************************************************************
009910*    2720-TOTAL-INTERFACE-RECORD
009920*    A HEADER OPENS A RUN AND SAYS WHETHER IT IS IN THE MONTH;
009930*    THE RUN'S TRAILER IS ADDED IN WHEN IT IS. DETAILS ARE
009940*    PASSED OVER - THE TRAILER ALREADY TOTALS THEM.
009950*****************************************************************
009960 2720-TOTAL-INTERFACE-RECORD.
009970     EVALUATE TRUE
009980         WHEN BI-HEADER-RECORD
009990             MOVE "N" TO CM-RUN-IN-MONTH-SW
010000             IF BI-HDR-EXTRACT-DATE NOT < CM-MONTH-START-DATE
010010                 AND BI-HDR-EXTRACT-DATE NOT > CM-MONTH-END-DATE
010020                 SET CM-RUN-IN-MONTH TO TRUE
010030             END-IF
010040         WHEN BI-TRAILER-RECORD
010050             IF CM-RUN-IN-MONTH
010060                 ADD 1 TO CM-BILLINT-RUN-CT
010070                 ADD BI-TRL-RECORD-COUNT TO
010080                     CM-BILLINT-RECORD-COUNT
010090                 ADD BI-TRL-RESULT-HASH TO CM-BILLINT-RESULT-HASH
010100                 ADD BI-TRL-AMOUNT-TOTAL TO
010110                     CM-BILLINT-AMOUNT-TOTAL
010120             END-IF
010130             MOVE "N" TO CM-RUN-IN-MONTH-SW
010140     END-EVALUATE.
010150     PERFORM 2710-READ-INTERFACE
010160         THRU 2710-READ-INTERFACE-EXIT.
010170 2720-TOTAL-INTERFACE-RECORD-EXIT.
010180     EXIT.
010190*
010200*****************************************************************
010210*    3000-PRINT-STATEMENT
010220*    PRINTS ONE ACTIVE ACCOUNT'S STATEMENT - HEADING, OPENING
010230*    BALANCE, THE MONTH'S LINES, MONTH TOTALS, AND CLOSING
010240*    BALANCE - AND WRITES ITS STMTOUT ROWS. AN ACTIVE ACCOUNT
010250*    WITH NO LINES STILL GETS A STATEMENT SHOWING ITS BALANCE.
010260*****************************************************************
010270 3000-PRINT-STATEMENT.
010280     IF NOT CM-AC-ACTIVE (CM-ACCOUNT-SUB)
010290         GO TO 3000-PRINT-STATEMENT-EXIT
010300     END-IF.
010310     ADD 1 TO CM-STATEMENTS-CT.
010320     MOVE CM-SM-CCYY TO CM-SH-CCYY.
010330     MOVE CM-SM-MM TO CM-SH-MM.
010340     MOVE CM-STMT-HEADING-1 TO STATEMENT-REPORT-LINE.
010350     WRITE STATEMENT-REPORT-LINE.
010360     MOVE CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB) TO CM-SH-ACCOUNT-NO.
010370     MOVE CM-AC-CUSTOMER-NAME (CM-ACCOUNT-SUB) TO
010380         CM-SH-CUSTOMER-NAME.
010390     MOVE CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB) TO
010400         CM-SH-CUSTOMER-TIER.
010410     MOVE CM-STMT-HEADING-2 TO STATEMENT-REPORT-LINE.
010420     WRITE STATEMENT-REPORT-LINE.
010430     MOVE CM-BLANK-LINE TO STATEMENT-REPORT-LINE.
010440     WRITE STATEMENT-REPORT-LINE.
010450     MOVE "OPENING BALANCE" TO CM-SA-LABEL.
010460     MOVE ZERO TO CM-SA-COUNT.
010470     MOVE CM-AC-OPENING-BALANCE (CM-ACCOUNT-SUB) TO CM-SA-AMOUNT.
010480     MOVE CM-STMT-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
010490     MOVE SPACES TO STATEMENT-REPORT-LINE (25:6).
010500     WRITE STATEMENT-REPORT-LINE.
010510     MOVE CM-BLANK-LINE TO STATEMENT-REPORT-LINE.
010520     WRITE STATEMENT-REPORT-LINE.
010530     MOVE "H" TO CM-EX-RECORD-TYPE.
010540     MOVE ZERO TO CM-EX-TRANSACTION-ID.
010550     MOVE ZERO TO CM-EX-EXTRACT-DATE.
010560     MOVE ZERO TO CM-EX-NX.
010570     MOVE ZERO TO CM-EX-NY.
010580     MOVE ZERO TO CM-EX-RESULT.
010590     MOVE CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB) TO
010600         CM-EX-CUSTOMER-TIER.
010610     MOVE ZERO TO CM-EX-RATE.
010620     MOVE CM-AC-OPENING-BALANCE (CM-ACCOUNT-SUB) TO CM-EX-AMOUNT.
010630     MOVE ZERO TO CM-EX-ORIGINAL-ID.
010640     MOVE CM-AC-CUSTOMER-NAME (CM-ACCOUNT-SUB) TO
010650         CM-EX-CUSTOMER-NAME.
010660     PERFORM 3500-WRITE-EXPORT-ROW
010670         THRU 3500-WRITE-EXPORT-ROW-EXIT.
010680     IF CM-AC-FIRST-LINE (CM-ACCOUNT-SUB) = ZERO
010690         MOVE CM-STMT-NO-ACTIVITY-LINE TO STATEMENT-REPORT-LINE
010700         WRITE STATEMENT-REPORT-LINE
010710     ELSE
010720         ADD 1 TO CM-ACTIVE-WITH-LINES-CT
010730         MOVE CM-STMT-COLUMN-HEADING TO STATEMENT-REPORT-LINE
010740         WRITE STATEMENT-REPORT-LINE
010750         MOVE CM-AC-FIRST-LINE (CM-ACCOUNT-SUB) TO CM-LINE-SUB
010760         PERFORM 3100-PRINT-CHAIN-LINE
010770             THRU 3100-PRINT-CHAIN-LINE-EXIT
010780             UNTIL CM-LINE-SUB = ZERO
010790     END-IF.
010800     PERFORM 3300-PRINT-STATEMENT-TOTALS
010810         THRU 3300-PRINT-STATEMENT-TOTALS-EXIT.
010820 3000-PRINT-STATEMENT-EXIT.
010830     EXIT.
010840*
010850*****************************************************************
010860*    3100-PRINT-CHAIN-LINE
010870*    PRINTS ONE LINE OF THE ACCOUNT'S CHAIN. A REVERSAL WHOSE
010880*    ORIGINAL IS ON THE SAME STATEMENT IS LEFT FOR THE
010890*    ORIGINAL TO PRINT; AN ORIGINAL PRINTS ITS REVERSALS
010900*    DIRECTLY BELOW IT. A REVERSAL OF A LINE BILLED IN AN
010910*    EARLIER MONTH PRINTS WHERE IT FALLS, MARKED "*".
010920*****************************************************************
010930 3100-PRINT-CHAIN-LINE.
010940     IF CM-LN-REVERSAL (CM-LINE-SUB)
010950         PERFORM 3110-FIND-ORIGINAL
010960             THRU 3110-FIND-ORIGINAL-EXIT
010970         IF CM-ENTRY-FOUND
010980             GO TO 3100-PRINT-CHAIN-LINE-NEXT
010990         END-IF
011000         MOVE CM-LINE-SUB TO CM-SCAN-SUB
011010         MOVE " *" TO CM-RN-MARK
011020         PERFORM 3200-PRINT-LINE
011030             THRU 3200-PRINT-LINE-EXIT
011040         GO TO 3100-PRINT-CHAIN-LINE-NEXT
011050     END-IF.
011060     MOVE CM-LINE-SUB TO CM-SCAN-SUB.
011070     PERFORM 3200-PRINT-LINE
011080         THRU 3200-PRINT-LINE-EXIT.
011090     MOVE CM-AC-FIRST-LINE (CM-ACCOUNT-SUB) TO CM-SCAN-SUB.
011100     PERFORM 3120-PRINT-REVERSAL-OF-LINE
011110         THRU 3120-PRINT-REVERSAL-OF-LINE-EXIT
011120         UNTIL CM-SCAN-SUB = ZERO.
011130 3100-PRINT-CHAIN-LINE-NEXT.
011140     MOVE CM-LN-NEXT-LINE (CM-LINE-SUB) TO CM-LINE-SUB.
011150 3100-PRINT-CHAIN-LINE-EXIT.
011160     EXIT.
011170*
011180*****************************************************************
011190*    3110-FIND-ORIGINAL
011200*    WALKS THE ACCOUNT'S CHAIN FOR THE ORIGINAL OF THE CURRENT
011210*    REVERSAL LINE.
011220*****************************************************************
011230 3110-FIND-ORIGINAL.
011240     MOVE "N" TO CM-ENTRY-FOUND-SW.
011250     MOVE CM-AC-FIRST-LINE (CM-ACCOUNT-SUB) TO CM-SCAN-SUB.
011260     PERFORM 3111-MATCH-ORIGINAL
011270         THRU 3111-MATCH-ORIGINAL-EXIT
011280         UNTIL CM-SCAN-SUB = ZERO
011290         OR CM-ENTRY-FOUND.
011300 3110-FIND-ORIGINAL-EXIT.
011310     EXIT.
011320*
011330*****************************************************************
011340*    3111-MATCH-ORIGINAL
011350*    CHECKS ONE CHAIN LINE AGAINST THE REVERSAL'S ORIGINAL ID.
011360*****************************************************************
011370 3111-MATCH-ORIGINAL.
011380     IF CM-LN-TRANSACTION-ID (CM-SCAN-SUB) =
011390         CM-LN-ORIGINAL-ID (CM-LINE-SUB)
011400         AND NOT CM-LN-REVERSAL (CM-SCAN-SUB)
011410         SET CM-ENTRY-FOUND TO TRUE
011420     ELSE
011430         MOVE CM-LN-NEXT-LINE (CM-SCAN-SUB) TO CM-SCAN-SUB
011440     END-IF.
011450 3111-MATCH-ORIGINAL-EXIT.
011460     EXIT.
011470*
011480*****************************************************************
011490*    3120-PRINT-REVERSAL-OF-LINE
011500*    CHECKS ONE CHAIN LINE - A REVERSAL OF THE CURRENT LINE IS
011510*    PRINTED DIRECTLY BELOW IT - AND STEPS TO THE NEXT.
011520*****************************************************************
011530 3120-PRINT-REVERSAL-OF-LINE.
011540     IF CM-LN-REVERSAL (CM-SCAN-SUB)
011550         AND CM-LN-ORIGINAL-ID (CM-SCAN-SUB) =
011560             CM-LN-TRANSACTION-ID (CM-LINE-SUB)
011570         MOVE SPACES TO CM-RN-MARK
011580         PERFORM 3200-PRINT-LINE
011590             THRU 3200-PRINT-LINE-EXIT
011600     END-IF.
011610     MOVE CM-LN-NEXT-LINE (CM-SCAN-SUB) TO CM-SCAN-SUB.
011620 3120-PRINT-REVERSAL-OF-LINE-EXIT.
011630     EXIT.
011640*
011650*****************************************************************
011660*    3200-PRINT-LINE
011670*    PRINTS THE LINE AT CM-SCAN-SUB AND WRITES ITS STMTOUT ROW.
011680*    A REVERSAL PRINTS AS A NEGATIVE AMOUNT NAMING ITS
011686*    ORIGINAL, A VOLUME REBATE AS A NEGATIVE AMOUNT NOTED AS
011692*    SUCH.
011700*****************************************************************
011710 3200-PRINT-LINE.
011720     MOVE CM-LN-TRANSACTION-ID (CM-SCAN-SUB) TO
011730         CM-SD-TRANSACTION-ID.
011740     MOVE CM-LN-EXTRACT-DATE (CM-SCAN-SUB) TO CM-SD-EXTRACT-DATE.
011750     MOVE CM-LN-NX (CM-SCAN-SUB) TO CM-SD-NX.
011760     MOVE CM-LN-NY (CM-SCAN-SUB) TO CM-SD-NY.
011770     MOVE CM-LN-RESULT (CM-SCAN-SUB) TO CM-SD-RESULT.
011780     MOVE CM-LN-CUSTOMER-TIER (CM-SCAN-SUB) TO
011790         CM-SD-CUSTOMER-TIER.
011800     MOVE CM-LN-RATE (CM-SCAN-SUB) TO CM-SD-RATE.
011810     IF CM-LN-REVERSAL (CM-SCAN-SUB)
011820         COMPUTE CM-SIGNED-AMOUNT =
011830             ZERO - CM-LN-AMOUNT (CM-SCAN-SUB)
011840         MOVE CM-LN-ORIGINAL-ID (CM-SCAN-SUB) TO
011850             CM-RN-ORIGINAL-ID
011860         MOVE CM-REVERSAL-NOTE TO CM-SD-NOTE
011870     ELSE
011873         IF CM-LN-REBATE (CM-SCAN-SUB)
011876             COMPUTE CM-SIGNED-AMOUNT =
011879                 ZERO - CM-LN-AMOUNT (CM-SCAN-SUB)
011882             MOVE CM-REBATE-NOTE TO CM-SD-NOTE
011885         ELSE
011888             MOVE CM-LN-AMOUNT (CM-SCAN-SUB) TO CM-SIGNED-AMOUNT
011891             MOVE SPACES TO CM-SD-NOTE
011894         END-IF
011900     END-IF.
011910     MOVE CM-SIGNED-AMOUNT TO CM-SD-AMOUNT.
011920     MOVE CM-STMT-DETAIL-LINE TO STATEMENT-REPORT-LINE.
011930     WRITE STATEMENT-REPORT-LINE.
011940     MOVE "D" TO CM-EX-RECORD-TYPE.
011950     MOVE CM-LN-TRANSACTION-ID (CM-SCAN-SUB) TO
011960         CM-EX-TRANSACTION-ID.
011970     MOVE CM-LN-EXTRACT-DATE (CM-SCAN-SUB) TO CM-EX-EXTRACT-DATE.
011980     MOVE CM-LN-NX (CM-SCAN-SUB) TO CM-EX-NX.
011990     MOVE CM-LN-NY (CM-SCAN-SUB) TO CM-EX-NY.
012000     MOVE CM-LN-RESULT (CM-SCAN-SUB) TO CM-EX-RESULT.
012010     MOVE CM-LN-CUSTOMER-TIER (CM-SCAN-SUB) TO
012020         CM-EX-CUSTOMER-TIER.
012030     MOVE CM-LN-RATE (CM-SCAN-SUB) TO CM-EX-RATE.
012040     MOVE CM-SIGNED-AMOUNT TO CM-EX-AMOUNT.
012050     MOVE CM-LN-ORIGINAL-ID (CM-SCAN-SUB) TO CM-EX-ORIGINAL-ID.
012060     MOVE SPACES TO CM-EX-CUSTOMER-NAME.
012070     PERFORM 3500-WRITE-EXPORT-ROW
012080         THRU 3500-WRITE-EXPORT-ROW-EXIT.
012090 3200-PRINT-LINE-EXIT.
012100     EXIT.
012110*
012120*****************************************************************
012130*    3300-PRINT-STATEMENT-TOTALS
012140*    PRINTS THE MONTH'S CHARGES AND CREDITS, THE NET FOR THE
012150*    MONTH, AND THE CLOSING BALANCE, AND WRITES THE "T" ROW.
012160*****************************************************************
012170 3300-PRINT-STATEMENT-TOTALS.
012180     MOVE CM-BLANK-LINE TO STATEMENT-REPORT-LINE.
012190     WRITE STATEMENT-REPORT-LINE.
012200     MOVE "MONTH CHARGES" TO CM-SA-LABEL.
012210     MOVE CM-AC-CHARGE-CT (CM-ACCOUNT-SUB) TO CM-SA-COUNT.
012220     MOVE CM-AC-CHARGE-AMOUNT (CM-ACCOUNT-SUB) TO CM-SA-AMOUNT.
012230     MOVE CM-STMT-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
012240     WRITE STATEMENT-REPORT-LINE.
012250     MOVE "MONTH CREDITS" TO CM-SA-LABEL.
012260     MOVE CM-AC-CREDIT-CT (CM-ACCOUNT-SUB) TO CM-SA-COUNT.
012270     COMPUTE CM-SIGNED-AMOUNT =
012280         ZERO - CM-AC-CREDIT-AMOUNT (CM-ACCOUNT-SUB).
012290     MOVE CM-SIGNED-AMOUNT TO CM-SA-AMOUNT.
012300     MOVE CM-STMT-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
012310     WRITE STATEMENT-REPORT-LINE.
012320     COMPUTE CM-NET-AMOUNT =
012330         CM-AC-CHARGE-AMOUNT (CM-ACCOUNT-SUB)
012340         - CM-AC-CREDIT-AMOUNT (CM-ACCOUNT-SUB).
012350     MOVE "NET FOR THE MONTH" TO CM-SA-LABEL.
012360     MOVE ZERO TO CM-SA-COUNT.
012370     MOVE CM-NET-AMOUNT TO CM-SA-AMOUNT.
012380     MOVE CM-STMT-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
012390     MOVE SPACES TO STATEMENT-REPORT-LINE (25:6).
012400     WRITE STATEMENT-REPORT-LINE.
012410     COMPUTE CM-CLOSING-BALANCE =
012420         CM-AC-OPENING-BALANCE (CM-ACCOUNT-SUB) + CM-NET-AMOUNT.
012430     MOVE "CLOSING BALANCE" TO CM-SA-LABEL.
012440     MOVE CM-CLOSING-BALANCE TO CM-SA-AMOUNT.
012450     MOVE CM-STMT-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
012460     MOVE SPACES TO STATEMENT-REPORT-LINE (25:6).
012470     WRITE STATEMENT-REPORT-LINE.
012480     MOVE CM-STMT-RULE-LINE TO STATEMENT-REPORT-LINE.
012490     WRITE STATEMENT-REPORT-LINE.
012500     MOVE "T" TO CM-EX-RECORD-TYPE.
012510     MOVE ZERO TO CM-EX-TRANSACTION-ID.
012520     MOVE ZERO TO CM-EX-EXTRACT-DATE.
012530     MOVE ZERO TO CM-EX-NX.
012540     MOVE ZERO TO CM-EX-NY.
012550     MOVE ZERO TO CM-EX-RESULT.
012560     MOVE CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB) TO
012570         CM-EX-CUSTOMER-TIER.
012580     MOVE ZERO TO CM-EX-RATE.
012590     MOVE CM-CLOSING-BALANCE TO CM-EX-AMOUNT.
012600     MOVE ZERO TO CM-EX-ORIGINAL-ID.
012610     MOVE SPACES TO CM-EX-CUSTOMER-NAME.
012620     PERFORM 3500-WRITE-EXPORT-ROW
012630         THRU 3500-WRITE-EXPORT-ROW-EXIT.
012640 3300-PRINT-STATEMENT-TOTALS-EXIT.
012650     EXIT.
012660*
012670*****************************************************************
012680*    3500-WRITE-EXPORT-ROW
012690*    FILLS IN THE ACCOUNT AND MONTH AND WRITES ONE STMTOUT ROW.
012700*****************************************************************
012710 3500-WRITE-EXPORT-ROW.
012720     MOVE CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB) TO CM-EX-ACCOUNT-NO.
012730     MOVE CM-STATEMENT-MONTH TO CM-EX-STATEMENT-MONTH.
012740     MOVE CM-EXPORT-LINE TO STATEMENT-EXPORT-RECORD.
012750     WRITE STATEMENT-EXPORT-RECORD.
012760     ADD 1 TO CM-EXPORT-ROWS-CT.
012770 3500-WRITE-EXPORT-ROW-EXIT.
012780     EXIT.
012790*
012800*****************************************************************
012810*    4000-PRINT-CONTROL-PAGE
012820*    PRINTS THE CONTROL PAGE - STATEMENTS PRINTED, LINES ON
012830*    AND OFF A STATEMENT, AND THE TIE-OUT OF THE MONTH'S LINES
012840*    TO THE SUM OF THE MONTH'S BILLINT TRAILERS. A CONTROL
012850*    THAT DOES NOT TIE ENDS THE RUN RC=8; LINES NO STATEMENT
012860*    CARRIES END IT RC=4.
012870*****************************************************************
012880 4000-PRINT-CONTROL-PAGE.
012890     MOVE CM-SM-CCYY TO CM-CH-CCYY.
012900     MOVE CM-SM-MM TO CM-CH-MM.
012910     MOVE CM-CONTROL-HEADING TO STATEMENT-REPORT-LINE.
012920     WRITE STATEMENT-REPORT-LINE.
012930     MOVE CM-BLANK-LINE TO STATEMENT-REPORT-LINE.
012940     WRITE STATEMENT-REPORT-LINE.
012950     MOVE "ACCOUNTS ON CUSTMAST" TO CM-CC-LABEL.
012960     MOVE CM-ACCOUNT-ENTRY-CT TO CM-CC-COUNT.
012970     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
012980     MOVE SPACES TO STATEMENT-REPORT-LINE (52:17).
012990     WRITE STATEMENT-REPORT-LINE.
013000     MOVE "STATEMENTS PRINTED" TO CM-CC-LABEL.
013010     MOVE CM-STATEMENTS-CT TO CM-CC-COUNT.
013020     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
013030     MOVE SPACES TO STATEMENT-REPORT-LINE (52:17).
013040     WRITE STATEMENT-REPORT-LINE.
013050     MOVE "  WITH ACTIVITY IN THE MONTH" TO CM-CC-LABEL.
013060     MOVE CM-ACTIVE-WITH-LINES-CT TO CM-CC-COUNT.
013070     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
013080     MOVE SPACES TO STATEMENT-REPORT-LINE (52:17).
013090     WRITE STATEMENT-REPORT-LINE.
013100     MOVE "LINES ON STATEMENTS" TO CM-CC-LABEL.
013110     MOVE CM-STMT-LINE-CT TO CM-CC-COUNT.
013120     MOVE CM-STMT-AMOUNT-TOTAL TO CM-CC-AMOUNT.
013130     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
013140     WRITE STATEMENT-REPORT-LINE.
013150     MOVE "LINES ON CLOSED OR UNKNOWN ACCOUNTS" TO CM-CC-LABEL.
013160     MOVE CM-OFF-STMT-LINE-CT TO CM-CC-COUNT.
013170     MOVE CM-OFF-STMT-AMOUNT-TOTAL TO CM-CC-AMOUNT.
013180     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
013190     WRITE STATEMENT-REPORT-LINE.
013200     MOVE "EXTRACT RUNS DATED IN THE MONTH" TO CM-CC-LABEL.
013210     MOVE CM-BILLINT-RUN-CT TO CM-CC-COUNT.
013220     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
013230     MOVE SPACES TO STATEMENT-REPORT-LINE (52:17).
013240     WRITE STATEMENT-REPORT-LINE.
013250     MOVE "EXTRACTED BEFORE STAMPING, UNPRICED" TO CM-CC-LABEL.
013260     MOVE CM-PRE-STAMP-CT TO CM-CC-COUNT.
013270     MOVE CM-CONTROL-COUNT-LINE TO STATEMENT-REPORT-LINE.
013280     MOVE SPACES TO STATEMENT-REPORT-LINE (52:17).
013290     WRITE STATEMENT-REPORT-LINE.
013300     MOVE CM-BLANK-LINE TO STATEMENT-REPORT-LINE.
013310     WRITE STATEMENT-REPORT-LINE.
013320     MOVE CM-TIE-HEADING TO STATEMENT-REPORT-LINE.
013330     WRITE STATEMENT-REPORT-LINE.
013340     MOVE "RECORD COUNT" TO CM-TN-LABEL.
013350     MOVE CM-BILLINT-RECORD-COUNT TO CM-TN-BILLINT.
013360     MOVE CM-MONTH-LINE-CT TO CM-TN-STATEMENT.
013370     MOVE SPACES TO CM-TN-FLAG.
013380     IF CM-BILLINT-RECORD-COUNT NOT = CM-MONTH-LINE-CT
013390         MOVE "MISMATCH" TO CM-TN-FLAG
013400         SET CM-OUT-OF-BALANCE TO TRUE
013410     END-IF.
013420     MOVE CM-TIE-NUMBER-LINE TO STATEMENT-REPORT-LINE.
013430     WRITE STATEMENT-REPORT-LINE.
013440     MOVE "RESULT HASH" TO CM-TN-LABEL.
013450     MOVE CM-BILLINT-RESULT-HASH TO CM-TN-BILLINT.
013460     MOVE CM-MONTH-RESULT-HASH TO CM-TN-STATEMENT.
013470     MOVE SPACES TO CM-TN-FLAG.
013480     IF CM-BILLINT-RESULT-HASH NOT = CM-MONTH-RESULT-HASH
013490         MOVE "MISMATCH" TO CM-TN-FLAG
013500         SET CM-OUT-OF-BALANCE TO TRUE
013510     END-IF.
013520     MOVE CM-TIE-NUMBER-LINE TO STATEMENT-REPORT-LINE.
013530     WRITE STATEMENT-REPORT-LINE.
013540     MOVE "AMOUNT TOTAL" TO CM-TA-LABEL.
013550     MOVE CM-BILLINT-AMOUNT-TOTAL TO CM-TA-BILLINT.
013560     MOVE CM-MONTH-AMOUNT-TOTAL TO CM-TA-STATEMENT.
013570     MOVE SPACES TO CM-TA-FLAG.
013580     IF CM-BILLINT-AMOUNT-TOTAL NOT = CM-MONTH-AMOUNT-TOTAL
013590         MOVE "MISMATCH" TO CM-TA-FLAG
013600         SET CM-OUT-OF-BALANCE TO TRUE
013610     END-IF.
013620     MOVE CM-TIE-AMOUNT-LINE TO STATEMENT-REPORT-LINE.
013630     WRITE STATEMENT-REPORT-LINE.
013640     MOVE CM-BLANK-LINE TO STATEMENT-REPORT-LINE.
013650     WRITE STATEMENT-REPORT-LINE.
013660     IF CM-OUT-OF-BALANCE
013670         MOVE "*** STATEMENTS DO NOT TIE TO THE MONTH'S BILLINT"
013680             TO CM-RESULT-LINE
013690         MOVE 08 TO RETURN-CODE
013700     ELSE
013710         MOVE "STATEMENT LINES TIE TO THE MONTH'S BILLINT"
013720             TO CM-RESULT-LINE
013730         IF CM-OFF-STMT-LINE-CT > ZERO
013740             MOVE 04 TO RETURN-CODE
013750         END-IF
013760     END-IF.
013770     MOVE CM-RESULT-LINE TO STATEMENT-REPORT-LINE.
013780     WRITE STATEMENT-REPORT-LINE.
013790 4000-PRINT-CONTROL-PAGE-EXIT.
013800     EXIT.
013810*
013820*****************************************************************
013830*    5000-TERMINATE
013840*    CLOSES THE OUTPUT FILES AND DISPLAYS THE COUNTS.
013850*****************************************************************
013860 5000-TERMINATE.
013870     CLOSE STATEMENT-REPORT-FILE.
013880     CLOSE STATEMENT-EXPORT-FILE.
013890     DISPLAY "CUSTSTMT: STATEMENT MONTH    = " CM-STATEMENT-MONTH.
013900     DISPLAY "CUSTSTMT: MULTHIST READ      = " CM-HISTORY-READ-CT.
013910     DISPLAY "CUSTSTMT: MULTOUT READ       = " CM-RESULT-READ-CT.
013920     DISPLAY "CUSTSTMT: STATEMENTS PRINTED = " CM-STATEMENTS-CT.
013930     DISPLAY "CUSTSTMT: LINES IN MONTH     = " CM-MONTH-LINE-CT.
013940     DISPLAY "CUSTSTMT: STMTOUT ROWS       = " CM-EXPORT-ROWS-CT.
013941     SET CM-RL-STEP-END TO TRUE.
013942     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
013943     MOVE "STMTS" TO CM-RL-KEY-COUNT-LABEL(1).
013944     MOVE CM-STATEMENTS-CT TO CM-RL-KEY-COUNT(1).
013945     MOVE "LINES" TO CM-RL-KEY-COUNT-LABEL(2).
013946     MOVE CM-MONTH-LINE-CT TO CM-RL-KEY-COUNT(2).
013947     MOVE "STMTOUT" TO CM-RL-KEY-COUNT-LABEL(3).
013948     MOVE CM-EXPORT-ROWS-CT TO CM-RL-KEY-COUNT(3).
013949     MOVE CM-STATEMENT-MONTH TO CM-RL-KEY-TEXT.
013950     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
013951 5000-TERMINATE-EXIT.
013960     EXIT.
