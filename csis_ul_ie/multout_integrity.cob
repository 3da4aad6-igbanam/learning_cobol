000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MLTINTG.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - WEEKLY FULL-FILE INTEGRITY
000120*                  AUDIT OF MULTOUT AND MULTHIST. RECONBAL ONLY
000130*                  LOOKS ABOVE THE RECONHWM MARK, SO DAMAGE TO
000140*                  AN OLDER RECORD WAS NEVER SEEN UNTIL BILLING
000150*                  OR AN AUDITOR TRIPPED OVER IT. EVERY RECORD
000160*                  ON BOTH FILES IS LOADED INTO THE INTGWORK
000170*                  CROSS-REFERENCE WORK FILE, KEYED BY
000180*                  TRANSACTION ID, THE AUDITLOG 00/RV AND EX
000190*                  ROWS ARE TALLIED ONTO IT, EACH REVERSAL IS
000200*                  MATCHED TO ITS ORIGINAL, AND EVERY RECORD IS
000210*                  THEN CHECKED AGAINST ITS AUDIT ROWS,
000220*                  CUSTMAST, TRANSEQ, AND EXTRSEQ. EACH BROKEN
000230*                  RULE PRINTS ON INTGRPT WITH THE RULE NUMBER
000240*                  AND TRANSACTION ID, THE EXCEPTIONS ARE
000250*                  COUNTED BY RULE, AND THE RUN ENDS RC=8 WHEN
000260*                  ANY RULE FAILED. NOTHING IS UPDATED BUT THE
000270*                  WORK FILE.
000271*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000272*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000273*                  CODE AND THE IDS CHECKED, EXCEPTIONS, AND
000274*                  MULTOUT AND MULTHIST RECORDS READ - FOR THE
000275*                  MORNING OPERATIONS REPORT.
000276*    10/15/26  JI  A VOLUME REBATE CREDIT (OUT-CREDIT-TYPE "R")
000277*                  HAS ONE "VR" AUDIT ROW IN PLACE OF THE "00" -
000278*                  VR ROWS ARE TALLIED WITH 00/RV, AND RULE 7
000279*                  WANTS VR FOR A REBATE CREDIT AND 00 FOR ANY
000280*                  OTHER RESULT. A CREDIT TYPE THAT IS NEITHER
000281*                  "R" NOR SPACE ALSO BREAKS RULE 7.
000282*****************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. CSIS-UL-IE.
000330 OBJECT-COMPUTER. CSIS-UL-IE.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS OUT-TRANSACTION-ID
000400         FILE STATUS IS CM-RESULT-STATUS.
000410
000420     SELECT HISTORY-FILE ASSIGN TO "MULTHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CM-HISTORY-STATUS.
000450
000460     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CM-AUDIT-FILE-STATUS.
000490
000500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CU-ACCOUNT-NO
000540         FILE STATUS IS CM-MASTER-STATUS.
000550
000560     SELECT TRANSACTION-SEQ-FILE ASSIGN TO "TRANSEQ"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CM-TRANSEQ-STATUS.
000590
000600     SELECT EXTRACT-SEQ-FILE ASSIGN TO "EXTRSEQ"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CM-EXTRACT-SEQ-STATUS.
000630
000640     SELECT INTEGRITY-WORK-FILE ASSIGN TO "INTGWORK"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS IW-KEY-ID
000680         FILE STATUS IS CM-WORK-STATUS.
000690
000700     SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CM-REPORT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RESULT-FILE
000770     RECORD CONTAINS 52 CHARACTERS.
000780 01  RESULT-RECORD.
000790     COPY MULTOUT.
000800
000810 FD  HISTORY-FILE
000820     RECORD CONTAINS 52 CHARACTERS.
000830 01  HISTORY-RECORD.
000840     COPY MULTOUT REPLACING LEADING ==OUT== BY ==MH==.
000850
000860 FD  AUDIT-LOG-FILE
000870     RECORD CONTAINS 90 CHARACTERS.
000880 01  AUDIT-LOG-RECORD.
000890     COPY AUDITREC.
000900
000910 FD  CUSTOMER-MASTER-FILE
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  CUSTOMER-MASTER-RECORD.
000940     COPY CUSTMST.
000950
000960*****************************************************************
000970*    TRANSEQ AND EXTRSEQ - THE LAST TRANSACTION ID AND THE LAST
000980*    EXTRACT RUN NUMBER EVER HANDED OUT. NO RECORD MAY CARRY
000990*    ONE ABOVE EITHER.
001000*****************************************************************
001010 FD  TRANSACTION-SEQ-FILE
001020     RECORD CONTAINS 08 CHARACTERS.
001030 01  TRANSEQ-RECORD                  PIC 9(08).
001040
001050 FD  EXTRACT-SEQ-FILE
001060     RECORD CONTAINS 04 CHARACTERS.
001070 01  EXTRACT-SEQ-RECORD              PIC 9(04).
001080
001090*****************************************************************
001100*    INTGWORK - ONE ENTRY PER TRANSACTION ID FOUND ON MULTOUT
001110*    OR MULTHIST, CARRYING THE RECORD AS FOUND (THE MULTOUT
001120*    COPY WHEN IT IS ON BOTH), WHICH FILES HELD IT, AND WHAT
001130*    THE AUDIT TRAIL AND THE REVERSAL LINKS SAID ABOUT IT.
001140*    REBUILT FROM EMPTY EVERY RUN.
001150*****************************************************************
001160 FD  INTEGRITY-WORK-FILE
001170     RECORD CONTAINS 120 CHARACTERS.
001180 01  INTEGRITY-WORK-RECORD.
001190     05  IW-KEY-ID                   PIC 9(08).
001200     05  IW-FILE-CODE                PIC X(01).
001210         88  IW-ON-MULTOUT               VALUE "O" "B".
001220         88  IW-ON-BOTH                  VALUE "B".
001230         88  IW-ONLY-ON-MULTHIST         VALUE "H".
001240     05  IW-RESULT-IMAGE             PIC X(52).
001250     05  IW-MULTHIST-CT              PIC 9(04).
001260     05  IW-AUDIT-CT                 PIC 9(04).
001270     05  IW-AUDIT-STATUS             PIC X(02).
001280     05  IW-AUDIT-TIER               PIC X(02).
001290     05  IW-AUDIT-NX                 PIC 9(02).
001300     05  IW-AUDIT-NY                 PIC 9(02).
001310     05  IW-AUDIT-RESULT             PIC 9(04).
001320     05  IW-AUDIT-ACCOUNT-NO         PIC X(08).
001330     05  IW-AUDIT-ORIGINAL-ID        PIC X(08).
001340     05  IW-EX-CT                    PIC 9(04).
001350     05  IW-EX-RUN-NO                PIC X(04).
001360     05  IW-REVERSAL-CT              PIC 9(04).
001370     05  FILLER                      PIC X(11).
001380
001390 FD  INTEGRITY-REPORT-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  INTEGRITY-REPORT-LINE           PIC X(80).
001420
001430 WORKING-STORAGE SECTION.
001440*
001450*****************************************************************
001460*    FILE STATUS SWITCHES
001470*****************************************************************
001480 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001490     88  CM-RESULT-OK                    VALUE "00".
001500
001510 01  CM-HISTORY-STATUS               PIC X(02) VALUE ZEROS.
001520     88  CM-HISTORY-OK                   VALUE "00".
001530     88  CM-HISTORY-NOT-FOUND            VALUE "35".
001540
001550 01  CM-AUDIT-FILE-STATUS            PIC X(02) VALUE ZEROS.
001560     88  CM-AUDIT-FILE-OK                VALUE "00".
001570
001580 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
001590     88  CM-MASTER-OK                    VALUE "00".
001600
001610 01  CM-TRANSEQ-STATUS               PIC X(02) VALUE ZEROS.
001620     88  CM-TRANSEQ-OK                   VALUE "00".
001630
001640 01  CM-EXTRACT-SEQ-STATUS           PIC X(02) VALUE ZEROS.
001650     88  CM-EXTRACT-SEQ-OK               VALUE "00".
001660
001670 01  CM-WORK-STATUS                  PIC X(02) VALUE ZEROS.
001680     88  CM-WORK-OK                      VALUE "00".
001690
001700 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
001710     88  CM-REPORT-OK                    VALUE "00".
001720*
001730*****************************************************************
001740*    PROGRAM SWITCHES
001750*****************************************************************
001760 01  CM-SWITCHES.
001770     05  CM-RESULT-EOF-SW            PIC X(01) VALUE "N".
001780         88  CM-RESULT-EOF               VALUE "Y".
001790     05  CM-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001800         88  CM-HISTORY-EOF              VALUE "Y".
001810     05  CM-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001820         88  CM-AUDIT-EOF                VALUE "Y".
001830     05  CM-WORK-EOF-SW              PIC X(01) VALUE "N".
001840         88  CM-WORK-EOF                 VALUE "Y".
001850*
001860*****************************************************************
001870*    CONTROL VALUES - THE SEQUENCE CEILINGS AND THE LOWEST
001880*    TRANSACTION ID ON THE LIVE AUDIT TRAIL. A RECORD BELOW
001890*    THAT ID WAS LOGGED BEFORE THE LAST AUDARCH RETENTION CUT
001900*    AND ITS ROW IS ON THE ARCHIVE, SO IT IS NOT HELD TO THE
001910*    AUDIT RULES.
001920*****************************************************************
001930 01  CM-CONTROL-VALUES.
001940     05  CM-RUN-DATE                 PIC 9(08) VALUE ZERO.
001950     05  CM-TRANSEQ-CEILING          PIC 9(08) VALUE ZERO.
001960     05  CM-EXTRSEQ-CEILING          PIC 9(04) VALUE ZERO.
001970     05  CM-LOW-AUDIT-ID             PIC 9(08) VALUE 99999999.
001980*
001990*****************************************************************
002000*    CHECK AREAS - THE RECORD UNDER CHECK AND, FOR A REVERSAL,
002010*    ITS ORIGINAL, LAID OUT AS MULTOUT RECORDS.
002020*****************************************************************
002030 01  CM-CHECK-RECORD.
002040     COPY MULTOUT REPLACING LEADING ==OUT== BY ==CK==.
002050
002060 01  CM-ORIGINAL-RECORD.
002070     COPY MULTOUT REPLACING LEADING ==OUT== BY ==OG==.
002080
002090 01  CM-REVERSAL-ID                  PIC 9(08) VALUE ZERO.
002100*
002110*****************************************************************
002120*    THE RULES - ONE NAME PER RULE NUMBER, AND THE EXCEPTION
002130*    COUNT FOR EACH.
002140*****************************************************************
002150 01  CM-RULE-NAMES.
002160     05  FILLER                      PIC X(38)
002170         VALUE "ID ON BOTH MULTOUT AND MULTHIST".
002180     05  FILLER                      PIC X(38)
002190         VALUE "ID ON MULTHIST MORE THAN ONCE".
002200     05  FILLER                      PIC X(38)
002210         VALUE "ID ABOVE TRANSEQ - NEVER HANDED OUT".
002220     05  FILLER                      PIC X(38)
002230         VALUE "NO 00/RV/VR AUDIT ROW FOR THE ID".
002240     05  FILLER                      PIC X(38)
002250         VALUE "MORE THAN ONE 00/RV/VR AUDIT ROW".
002260     05  FILLER                      PIC X(38)
002270         VALUE "RECORD DIFFERS FROM ITS AUDIT ROW".
002280     05  FILLER                      PIC X(38)
002290         VALUE "TYPE OR ORIGINAL ID DIFFERS FROM AUDIT".
002300     05  FILLER                      PIC X(38)
002310         VALUE "AUDIT ROW BUT ON NEITHER FILE".
002320     05  FILLER                      PIC X(38)
002330         VALUE "EXTRACT OR REVERSED FLAG NOT Y OR N".
002340     05  FILLER                      PIC X(38)
002350         VALUE "EXTRACT RUN NUMBER ABOVE EXTRSEQ".
002360     05  FILLER                      PIC X(38)
002370         VALUE "EXTRACT STAMP INCOMPLETE OR MISPLACED".
002380     05  FILLER                      PIC X(38)
002390         VALUE "EXTRACT STAMP DIFFERS FROM EX ROW".
002400     05  FILLER                      PIC X(38)
002410         VALUE "EXTRACTED BY MORE THAN ONE RUN".
002420     05  FILLER                      PIC X(38)
002430         VALUE "ON MULTHIST BUT NEVER EXTRACTED".
002440     05  FILLER                      PIC X(38)
002450         VALUE "ACCOUNT NOT ON CUSTMAST".
002460     05  FILLER                      PIC X(38)
002470         VALUE "ORIGINAL OF REVERSAL ON NEITHER FILE".
002480     05  FILLER                      PIC X(38)
002490         VALUE "ORIGINAL NOT FLAGGED REVERSED".
002500     05  FILLER                      PIC X(38)
002510         VALUE "REVERSAL DIFFERS FROM ITS ORIGINAL".
002520     05  FILLER                      PIC X(38)
002530         VALUE "REVERSAL NAMES ANOTHER REVERSAL".
002540     05  FILLER                      PIC X(38)
002550         VALUE "FLAGGED REVERSED, NO REVERSAL NAMES IT".
002560     05  FILLER                      PIC X(38)
002570         VALUE "ORIGINAL REVERSED MORE THAN ONCE".
002580 01  CM-RULE-NAME-TABLE REDEFINES CM-RULE-NAMES.
002590     05  CM-RULE-NAME                PIC X(38) OCCURS 21 TIMES.
002600
002610 01  CM-RULE-CONTROLS.
002620     05  CM-RULE-MAX                 PIC 9(02) COMP VALUE 21.
002630     05  CM-RULE-NO                  PIC 9(02) COMP VALUE ZERO.
002640     05  CM-RULE-DETAIL              PIC X(24) VALUE SPACES.
002650
002660 01  CM-RULE-COUNT-TABLE.
002670     05  CM-RULE-CT                  PIC 9(08) COMP
002680                                     OCCURS 21 TIMES.
002690*
002700*****************************************************************
002710*    COUNTERS
002720*****************************************************************
002730 01  CM-COUNTERS.
002740     05  CM-MULTOUT-READ-CT          PIC 9(08) COMP VALUE ZERO.
002750     05  CM-MULTHIST-READ-CT         PIC 9(08) COMP VALUE ZERO.
002760     05  CM-AUDIT-READ-CT            PIC 9(08) COMP VALUE ZERO.
002770     05  CM-AUDIT-RESULT-CT          PIC 9(08) COMP VALUE ZERO.
002780     05  CM-AUDIT-EXTRACT-CT         PIC 9(08) COMP VALUE ZERO.
002790     05  CM-RECORDS-CHECKED-CT       PIC 9(08) COMP VALUE ZERO.
002800     05  CM-REVERSALS-CHECKED-CT     PIC 9(08) COMP VALUE ZERO.
002810     05  CM-BEFORE-TRAIL-CT          PIC 9(08) COMP VALUE ZERO.
002820     05  CM-EXCEPTION-CT             PIC 9(08) COMP VALUE ZERO.
002830*
002840*****************************************************************
002850*    REPORT LINE LAYOUTS
002860*****************************************************************
002870 01  CM-REPORT-HEADING-1.
002880     05  FILLER                      PIC X(44)
002890         VALUE "MULTOUT/MULTHIST WEEKLY INTEGRITY AUDIT".
002900     05  FILLER                      PIC X(11)
002910         VALUE "RUN DATE = ".
002920     05  CM-RH-RUN-DATE              PIC 9(08).
002930     05  FILLER                      PIC X(17) VALUE SPACES.
002940
002950 01  CM-REPORT-HEADING-2.
002960     05  FILLER                      PIC X(10)
002970         VALUE "TRANSEQ = ".
002980     05  CM-RH-TRANSEQ               PIC 9(08).
002990     05  FILLER                      PIC X(13)
003000         VALUE "   EXTRSEQ = ".
003010     05  CM-RH-EXTRSEQ               PIC 9(04).
003020     05  FILLER                      PIC X(24)
003030         VALUE "   AUDIT TRAIL FROM ID ".
003040     05  CM-RH-LOW-AUDIT-ID          PIC 9(08).
003050     05  FILLER                      PIC X(13) VALUE SPACES.
003060
003070 01  CM-EXCEPTION-COLUMN-HEADING.
003080     05  FILLER                      PIC X(40)
003090         VALUE "RULE  TRANS ID  BROKEN RULE".
003100     05  FILLER                      PIC X(40)
003110         VALUE "                DETAIL".
003120
003130 01  CM-EXCEPTION-LINE.
003140     05  FILLER                      PIC X(01) VALUE SPACES.
003150     05  CM-EL-RULE-NO               PIC 9(02).
003160     05  FILLER                      PIC X(03) VALUE SPACES.
003170     05  CM-EL-TRANSACTION-ID        PIC 9(08).
003180     05  FILLER                      PIC X(02) VALUE SPACES.
003190     05  CM-EL-RULE-NAME             PIC X(38).
003200     05  FILLER                      PIC X(02) VALUE SPACES.
003210     05  CM-EL-DETAIL                PIC X(24).
003220
003230 01  CM-RULE-TOTAL-LINE.
003240     05  FILLER                      PIC X(01) VALUE SPACES.
003250     05  CM-RT-RULE-NO               PIC 9(02).
003260     05  FILLER                      PIC X(03) VALUE SPACES.
003270     05  CM-RT-RULE-NAME             PIC X(38).
003280     05  FILLER                      PIC X(02) VALUE SPACES.
003290     05  CM-RT-COUNT                 PIC ZZ,ZZZ,ZZ9.
003300     05  FILLER                      PIC X(24) VALUE SPACES.
003310
003320 01  CM-COUNT-LINE.
003330     05  CM-CL-LABEL                 PIC X(44).
003340     05  CM-CL-COUNT                 PIC ZZ,ZZZ,ZZ9.
003350     05  FILLER                      PIC X(26) VALUE SPACES.
003360
003370 01  CM-DETAIL-WORK.
003380     05  CM-DW-LABEL                 PIC X(09).
003390     05  CM-DW-VALUE                 PIC X(15).
003400
003410 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
003420
003421*
003422*****************************************************************
003423*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
003424*****************************************************************
003425 01  CM-RUN-LOG-PARMS.
003426     COPY RUNPARM.
003427
003430 PROCEDURE DIVISION.
003440*
003450*****************************************************************
003460*    0000-MAINLINE
003470*    BUILDS THE CROSS-REFERENCE, CHECKS EVERY REVERSAL PAIR
003480*    AND EVERY RECORD, AND REPORTS.
003490*****************************************************************
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE
003520         THRU 1000-INITIALIZE-EXIT.
003530     PERFORM 2000-LOAD-MULTOUT
003540         THRU 2000-LOAD-MULTOUT-EXIT.
003550     PERFORM 2500-LOAD-MULTHIST
003560         THRU 2500-LOAD-MULTHIST-EXIT.
003570     PERFORM 3000-TALLY-AUDIT-LOG
003580         THRU 3000-TALLY-AUDIT-LOG-EXIT.
003590     PERFORM 4000-CHECK-REVERSAL-PAIRS
003600         THRU 4000-CHECK-REVERSAL-PAIRS-EXIT.
003610     PERFORM 5000-CHECK-RECORDS
003620         THRU 5000-CHECK-RECORDS-EXIT.
003630     PERFORM 6000-TERMINATE
003640         THRU 6000-TERMINATE-EXIT.
003650     STOP RUN.
003660*
003670*****************************************************************
003680*    1000-INITIALIZE
003690*    READS THE SEQUENCE CEILINGS AND OPENS THE FILES. INTGWORK
003700*    IS OPENED OUTPUT, SO EVERY RUN STARTS FROM AN EMPTY
003710*    CROSS-REFERENCE.
003720*****************************************************************
003730 1000-INITIALIZE.
003732     INITIALIZE CM-RUN-LOG-PARMS.
003734     MOVE "MLTINTG" TO CM-RL-PROGRAM-ID.
003736     SET CM-RL-STEP-START TO TRUE.
003738     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003740     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
003750     INITIALIZE CM-RULE-COUNT-TABLE.
003760     PERFORM 1100-GET-CEILINGS
003770         THRU 1100-GET-CEILINGS-EXIT.
003780     OPEN INPUT RESULT-FILE.
003790     IF NOT CM-RESULT-OK
003800         DISPLAY "MLTINTG: UNABLE TO OPEN MULTOUT, "
003810                 "STATUS = " CM-RESULT-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     OPEN INPUT CUSTOMER-MASTER-FILE.
003860     IF NOT CM-MASTER-OK
003870         DISPLAY "MLTINTG: UNABLE TO OPEN CUSTMAST, "
003880                 "STATUS = " CM-MASTER-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     OPEN OUTPUT INTEGRITY-WORK-FILE.
003930     IF NOT CM-WORK-OK
003940         DISPLAY "MLTINTG: UNABLE TO OPEN INTGWORK, "
003950                 "STATUS = " CM-WORK-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     OPEN OUTPUT INTEGRITY-REPORT-FILE.
004000     IF NOT CM-REPORT-OK
004010         DISPLAY "MLTINTG: UNABLE TO OPEN INTGRPT, "
004020                 "STATUS = " CM-REPORT-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080*
004090*****************************************************************
004100*    1100-GET-CEILINGS
004110*    READS THE LAST TRANSACTION ID FROM TRANSEQ AND THE LAST
004120*    EXTRACT RUN NUMBER FROM EXTRSEQ. A MISSING FILE LEAVES
004130*    ITS CEILING ZERO, SO EVERY RECORD SHOWS ABOVE IT - A LOST
004140*    SEQUENCE FILE IS ITSELF WORTH THE ALARM.
004150*****************************************************************
004160 1100-GET-CEILINGS.
004170     OPEN INPUT TRANSACTION-SEQ-FILE.
004180     IF CM-TRANSEQ-OK
004190         READ TRANSACTION-SEQ-FILE
004200             AT END
004210                 MOVE ZERO TO TRANSEQ-RECORD
004220         END-READ
004230         IF TRANSEQ-RECORD NUMERIC
004240             MOVE TRANSEQ-RECORD TO CM-TRANSEQ-CEILING
004250         END-IF
004260         CLOSE TRANSACTION-SEQ-FILE
004270     ELSE
004280         DISPLAY "MLTINTG: TRANSEQ NOT AVAILABLE, STATUS = "
004290                 CM-TRANSEQ-STATUS
004300     END-IF.
004310     OPEN INPUT EXTRACT-SEQ-FILE.
004320     IF CM-EXTRACT-SEQ-OK
004330         READ EXTRACT-SEQ-FILE
004340             AT END
004350                 MOVE ZERO TO EXTRACT-SEQ-RECORD
004360         END-READ
004370         IF EXTRACT-SEQ-RECORD NUMERIC
004380             MOVE EXTRACT-SEQ-RECORD TO CM-EXTRSEQ-CEILING
004390         END-IF
004400         CLOSE EXTRACT-SEQ-FILE
004410     ELSE
004420         DISPLAY "MLTINTG: EXTRSEQ NOT AVAILABLE, STATUS = "
004430                 CM-EXTRACT-SEQ-STATUS
004440     END-IF.
004450 1100-GET-CEILINGS-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    2000-LOAD-MULTOUT
004500*    WRITES ONE CROSS-REFERENCE ENTRY PER MULTOUT RECORD, IN
004510*    KEY ORDER, THEN REOPENS INTGWORK I-O FOR THE KEYED WORK
004520*    THAT FOLLOWS.
004530*****************************************************************
004540 2000-LOAD-MULTOUT.
004550     PERFORM 2010-READ-MULTOUT
004560         THRU 2010-READ-MULTOUT-EXIT.
004570     PERFORM 2020-LOAD-MULTOUT-RECORD
004580         THRU 2020-LOAD-MULTOUT-RECORD-EXIT
004590         UNTIL CM-RESULT-EOF.
004600     CLOSE RESULT-FILE.
004610     CLOSE INTEGRITY-WORK-FILE.
004620     OPEN I-O INTEGRITY-WORK-FILE.
004630     IF NOT CM-WORK-OK
004640         DISPLAY "MLTINTG: UNABLE TO REOPEN INTGWORK, "
004650                 "STATUS = " CM-WORK-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690 2000-LOAD-MULTOUT-EXIT.
004700     EXIT.
004710*
004720*****************************************************************
004730*    2010-READ-MULTOUT
004740*    READS THE NEXT MULTOUT RECORD AND SETS THE END-OF-FILE
004750*    SWITCH.
004760*****************************************************************
004770 2010-READ-MULTOUT.
004780     READ RESULT-FILE
004790         AT END
004800             SET CM-RESULT-EOF TO TRUE
004810     END-READ.
004820 2010-READ-MULTOUT-EXIT.
004830     EXIT.
004840*
004850*****************************************************************
004860*    2020-LOAD-MULTOUT-RECORD
004870*    WRITES THE CROSS-REFERENCE ENTRY FOR ONE MULTOUT RECORD
004880*    AND READS THE NEXT.
004890*****************************************************************
004900 2020-LOAD-MULTOUT-RECORD.
004910     ADD 1 TO CM-MULTOUT-READ-CT.
004920     PERFORM 2900-CLEAR-WORK-ENTRY
004930         THRU 2900-CLEAR-WORK-ENTRY-EXIT.
004940     MOVE OUT-TRANSACTION-ID TO IW-KEY-ID.
004950     MOVE "O" TO IW-FILE-CODE.
004960     MOVE RESULT-RECORD TO IW-RESULT-IMAGE.
004970     WRITE INTEGRITY-WORK-RECORD
004980         INVALID KEY
004990             DISPLAY "MLTINTG: UNABLE TO LOAD INTGWORK, ID "
005000                     OUT-TRANSACTION-ID ", STATUS = "
005010                     CM-WORK-STATUS
005020             MOVE 16 TO RETURN-CODE
005030             STOP RUN
005040     END-WRITE.
005050     PERFORM 2010-READ-MULTOUT
005060         THRU 2010-READ-MULTOUT-EXIT.
005070 2020-LOAD-MULTOUT-RECORD-EXIT.
005080     EXIT.
005090*
005100*****************************************************************
005110*    2500-LOAD-MULTHIST
005120*    ADDS THE MULTHIST RECORDS TO THE CROSS-REFERENCE. A
005130*    MISSING MULTHIST MEANS NOTHING HAS EVER BEEN PURGED.
005140*****************************************************************
005150 2500-LOAD-MULTHIST.
005160     OPEN INPUT HISTORY-FILE.
005170     IF CM-HISTORY-NOT-FOUND
005180         GO TO 2500-LOAD-MULTHIST-EXIT
005190     END-IF.
005200     IF NOT CM-HISTORY-OK
005210         DISPLAY "MLTINTG: UNABLE TO OPEN MULTHIST, "
005220                 "STATUS = " CM-HISTORY-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     PERFORM 2510-READ-MULTHIST
005270         THRU 2510-READ-MULTHIST-EXIT.
005280     PERFORM 2520-LOAD-MULTHIST-RECORD
005290         THRU 2520-LOAD-MULTHIST-RECORD-EXIT
005300         UNTIL CM-HISTORY-EOF.
005310     CLOSE HISTORY-FILE.
005320 2500-LOAD-MULTHIST-EXIT.
005330     EXIT.
005340*
005350*****************************************************************
005360*    2510-READ-MULTHIST
005370*    READS THE NEXT MULTHIST RECORD AND SETS THE END-OF-FILE
005380*    SWITCH.
005390*****************************************************************
005400 2510-READ-MULTHIST.
005410     READ HISTORY-FILE
005420         AT END
005430             SET CM-HISTORY-EOF TO TRUE
005440     END-READ.
005450 2510-READ-MULTHIST-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490*    2520-LOAD-MULTHIST-RECORD
005500*    AN ID ALREADY ON THE CROSS-REFERENCE IS MARKED AS ON
005510*    MULTHIST TOO (THE MULTOUT COPY IS KEPT) AND COUNTED; A
005520*    NEW ID GETS AN ENTRY OF ITS OWN. THE DUPLICATES ARE
005530*    REPORTED BY THE RECORD CHECKS.
005540*****************************************************************
005550 2520-LOAD-MULTHIST-RECORD.
005560     ADD 1 TO CM-MULTHIST-READ-CT.
005570     MOVE MH-TRANSACTION-ID TO IW-KEY-ID.
005580     READ INTEGRITY-WORK-FILE
005590         INVALID KEY
005600             GO TO 2520-LOAD-MULTHIST-RECORD-NEW
005610     END-READ.
005620     IF IW-ON-MULTOUT
005630         MOVE "B" TO IW-FILE-CODE
005640     END-IF.
005650     ADD 1 TO IW-MULTHIST-CT.
005660     REWRITE INTEGRITY-WORK-RECORD
005670         INVALID KEY
005680             DISPLAY "MLTINTG: UNABLE TO REWRITE INTGWORK, ID "
005690                     IW-KEY-ID ", STATUS = " CM-WORK-STATUS
005700             MOVE 16 TO RETURN-CODE
005710             STOP RUN
005720     END-REWRITE.
005730     GO TO 2520-LOAD-MULTHIST-RECORD-NEXT.
005740 2520-LOAD-MULTHIST-RECORD-NEW.
005750     PERFORM 2900-CLEAR-WORK-ENTRY
005760         THRU 2900-CLEAR-WORK-ENTRY-EXIT.
005770     MOVE MH-TRANSACTION-ID TO IW-KEY-ID.
005780     MOVE "H" TO IW-FILE-CODE.
005790     MOVE HISTORY-RECORD TO IW-RESULT-IMAGE.
005800     MOVE 1 TO IW-MULTHIST-CT.
005810     WRITE INTEGRITY-WORK-RECORD
005820         INVALID KEY
005830             DISPLAY "MLTINTG: UNABLE TO LOAD INTGWORK, ID "
005840                     MH-TRANSACTION-ID ", STATUS = "
005850                     CM-WORK-STATUS
005860             MOVE 16 TO RETURN-CODE
005870             STOP RUN
005880     END-WRITE.
005890 2520-LOAD-MULTHIST-RECORD-NEXT.
005900     PERFORM 2510-READ-MULTHIST
005910         THRU 2510-READ-MULTHIST-EXIT.
005920 2520-LOAD-MULTHIST-RECORD-EXIT.
005930     EXIT.
005940*
005950*****************************************************************
005960*    2900-CLEAR-WORK-ENTRY
005970*    CLEARS THE CROSS-REFERENCE ENTRY BEFORE A NEW ONE IS
005980*    BUILT - NOTHING SEEN YET.
005990*****************************************************************
006000 2900-CLEAR-WORK-ENTRY.
006010     MOVE SPACES TO INTEGRITY-WORK-RECORD.
006020     MOVE ZERO TO IW-MULTHIST-CT.
006030     MOVE ZERO TO IW-AUDIT-CT.
006040     MOVE ZERO TO IW-AUDIT-NX.
006050     MOVE ZERO TO IW-AUDIT-NY.
006060     MOVE ZERO TO IW-AUDIT-RESULT.
006070     MOVE ZERO TO IW-EX-CT.
006080     MOVE ZERO TO IW-REVERSAL-CT.
006090 2900-CLEAR-WORK-ENTRY-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130*    3000-TALLY-AUDIT-LOG
006140*    READS THE LIVE AUDITLOG AND TALLIES EVERY 00/RV/VR ROW AND
006150*    EVERY EX EXTRACT ROW ONTO ITS TRANSACTION'S ENTRY. A ROW
006160*    WHOSE ID IS ON NEITHER FILE IS REPORTED HERE.
006170*****************************************************************
006180 3000-TALLY-AUDIT-LOG.
006190     OPEN INPUT AUDIT-LOG-FILE.
006200     IF NOT CM-AUDIT-FILE-OK
006210         DISPLAY "MLTINTG: UNABLE TO OPEN AUDITLOG, "
006220                 "STATUS = " CM-AUDIT-FILE-STATUS
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF.
006260     MOVE CM-RUN-DATE TO CM-RH-RUN-DATE.
006270     MOVE CM-REPORT-HEADING-1 TO INTEGRITY-REPORT-LINE.
006280     WRITE INTEGRITY-REPORT-LINE.
006290     MOVE CM-BLANK-LINE TO INTEGRITY-REPORT-LINE.
006300     WRITE INTEGRITY-REPORT-LINE.
006310     MOVE CM-EXCEPTION-COLUMN-HEADING TO INTEGRITY-REPORT-LINE.
006320     WRITE INTEGRITY-REPORT-LINE.
006330     PERFORM 3010-READ-AUDIT-ROW
006340         THRU 3010-READ-AUDIT-ROW-EXIT.
006350     PERFORM 3020-TALLY-AUDIT-ROW
006360         THRU 3020-TALLY-AUDIT-ROW-EXIT
006370         UNTIL CM-AUDIT-EOF.
006380     CLOSE AUDIT-LOG-FILE.
006390 3000-TALLY-AUDIT-LOG-EXIT.
006400     EXIT.
006410*
006420*****************************************************************
006430*    3010-READ-AUDIT-ROW
006440*    READS THE NEXT AUDIT ROW AND SETS THE END-OF-FILE SWITCH.
006450*****************************************************************
006460 3010-READ-AUDIT-ROW.
006470     READ AUDIT-LOG-FILE
006480         AT END
006490             SET CM-AUDIT-EOF TO TRUE
006500     END-READ.
006510 3010-READ-AUDIT-ROW-EXIT.
006520     EXIT.
006530*
006540*****************************************************************
006550*    3020-TALLY-AUDIT-ROW
006560*    A 00/RV/VR ROW RECORDS THE RESULT AS IT WAS WRITTEN (THE
006570*    FIRST ROW FOR THE ID IS KEPT, ANY MORE ARE COUNTED); AN
006580*    EX ROW RECORDS THE RUN THAT STAMPED THE ID EXTRACTED.
006590*    EVERY OTHER ROW IS NOT ABOUT A MULTOUT RECORD.
006600*****************************************************************
006610 3020-TALLY-AUDIT-ROW.
006620     ADD 1 TO CM-AUDIT-READ-CT.
006630     IF AL-STATUS-CODE NOT = "00"
006640         AND AL-STATUS-CODE NOT = "RV"
006645         AND AL-STATUS-CODE NOT = "VR"
006650         AND AL-STATUS-CODE NOT = "EX"
006660         GO TO 3020-TALLY-AUDIT-ROW-NEXT
006670     END-IF.
006680     IF AL-TRANSACTION-ID NOT NUMERIC
006690         GO TO 3020-TALLY-AUDIT-ROW-NEXT
006700     END-IF.
006710     MOVE AL-TRANSACTION-ID TO IW-KEY-ID.
006720     READ INTEGRITY-WORK-FILE
006730         INVALID KEY
006740             MOVE 8 TO CM-RULE-NO
006750             MOVE "STATUS" TO CM-DW-LABEL
006760             MOVE AL-STATUS-CODE TO CM-DW-VALUE
006770             MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
006780             MOVE AL-TRANSACTION-ID TO CM-EL-TRANSACTION-ID
006790             PERFORM 7000-WRITE-EXCEPTION
006800                 THRU 7000-WRITE-EXCEPTION-EXIT
006810             GO TO 3020-TALLY-AUDIT-ROW-NEXT
006820     END-READ.
006830     IF AL-STATUS-CODE = "EX"
006840         ADD 1 TO CM-AUDIT-EXTRACT-CT
006850         ADD 1 TO IW-EX-CT
006860         MOVE AL-SOURCE-SYSTEM (1:4) TO IW-EX-RUN-NO
006870     ELSE
006880         ADD 1 TO CM-AUDIT-RESULT-CT
006890         PERFORM 3100-KEEP-RESULT-ROW
006900             THRU 3100-KEEP-RESULT-ROW-EXIT
006910     END-IF.
006920     REWRITE INTEGRITY-WORK-RECORD
006930         INVALID KEY
006940             DISPLAY "MLTINTG: UNABLE TO REWRITE INTGWORK, ID "
006950                     IW-KEY-ID ", STATUS = " CM-WORK-STATUS
006960             MOVE 16 TO RETURN-CODE
006970             STOP RUN
006980     END-REWRITE.
006990 3020-TALLY-AUDIT-ROW-NEXT.
007000     PERFORM 3010-READ-AUDIT-ROW
007010         THRU 3010-READ-AUDIT-ROW-EXIT.
007020 3020-TALLY-AUDIT-ROW-EXIT.
007030     EXIT.
007040*
007050*****************************************************************
007060*    3100-KEEP-RESULT-ROW
007066*    COUNTS A 00/RV/VR ROW ON ITS ENTRY, KEEPS WHAT THE FIRST
007076*    ONE SAID, AND LOWERS THE LIVE AUDIT TRAIL'S LOWEST ID.
007090*****************************************************************
007100 3100-KEEP-RESULT-ROW.
007110     ADD 1 TO IW-AUDIT-CT.
007120     IF AL-TRANSACTION-ID < CM-LOW-AUDIT-ID
007130         MOVE AL-TRANSACTION-ID TO CM-LOW-AUDIT-ID
007140     END-IF.
007150     IF IW-AUDIT-CT > 1
007160         GO TO 3100-KEEP-RESULT-ROW-EXIT
007170     END-IF.
007180     MOVE AL-STATUS-CODE TO IW-AUDIT-STATUS.
007190     MOVE AL-CUSTOMER-TIER TO IW-AUDIT-TIER.
007200     MOVE AL-NX TO IW-AUDIT-NX.
007210     MOVE AL-NY TO IW-AUDIT-NY.
007220     MOVE AL-RESULT TO IW-AUDIT-RESULT.
007230     MOVE AL-ACCOUNT-NO TO IW-AUDIT-ACCOUNT-NO.
007240     MOVE AL-ORIGINAL-ID TO IW-AUDIT-ORIGINAL-ID.
007250 3100-KEEP-RESULT-ROW-EXIT.
007260     EXIT.
007270*
007280*****************************************************************
007290*    4000-CHECK-REVERSAL-PAIRS
007300*    WALKS THE CROSS-REFERENCE AND, FOR EVERY REVERSAL,
007310*    CHECKS THE OTHER HALF OF THE PAIR AND COUNTS THE
007320*    REVERSAL ON ITS ORIGINAL'S ENTRY FOR THE RECORD CHECKS.
007330*****************************************************************
007340 4000-CHECK-REVERSAL-PAIRS.
007350     MOVE "N" TO CM-WORK-EOF-SW.
007360     PERFORM 4900-START-WORK-FILE
007370         THRU 4900-START-WORK-FILE-EXIT.
007380     PERFORM 4010-READ-WORK-FILE
007390         THRU 4010-READ-WORK-FILE-EXIT.
007400     PERFORM 4100-CHECK-ONE-PAIR
007410         THRU 4100-CHECK-ONE-PAIR-EXIT
007420         UNTIL CM-WORK-EOF.
007430 4000-CHECK-REVERSAL-PAIRS-EXIT.
007440     EXIT.
007450*
007460*****************************************************************
007470*    4010-READ-WORK-FILE
007480*    READS THE NEXT CROSS-REFERENCE ENTRY IN KEY ORDER AND
007490*    SETS THE END-OF-FILE SWITCH.
007500*****************************************************************
007510 4010-READ-WORK-FILE.
007520     IF CM-WORK-EOF
007530         GO TO 4010-READ-WORK-FILE-EXIT
007540     END-IF.
007550     READ INTEGRITY-WORK-FILE NEXT
007560         AT END
007570             SET CM-WORK-EOF TO TRUE
007580     END-READ.
007590 4010-READ-WORK-FILE-EXIT.
007600     EXIT.
007610*
007620*****************************************************************
007630*    4100-CHECK-ONE-PAIR
007640*    FOR A REVERSAL, READS ITS ORIGINAL BY KEY - IT MUST BE ON
007650*    ONE OF THE FILES, FLAGGED REVERSED, NOT ITSELF A
007660*    REVERSAL, AND CARRY THE SAME FACTORS, RESULT, TIER, AND
007670*    ACCOUNT. THE KEYED READ MOVES THE FILE POSITION, SO THE
007680*    WALK IS RESTARTED JUST PAST THE REVERSAL.
007690*****************************************************************
007700 4100-CHECK-ONE-PAIR.
007710     MOVE IW-RESULT-IMAGE TO CM-CHECK-RECORD.
007720     IF CK-ORIGINAL-ID NOT NUMERIC
007730         OR CK-ORIGINAL-ID = ZERO
007740         GO TO 4100-CHECK-ONE-PAIR-NEXT
007750     END-IF.
007760     ADD 1 TO CM-REVERSALS-CHECKED-CT.
007770     MOVE IW-KEY-ID TO CM-REVERSAL-ID.
007780     MOVE CM-REVERSAL-ID TO CM-EL-TRANSACTION-ID.
007790     MOVE "ORIGINAL" TO CM-DW-LABEL.
007800     MOVE CK-ORIGINAL-ID TO CM-DW-VALUE.
007810     MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL.
007820     MOVE CK-ORIGINAL-ID TO IW-KEY-ID.
007830     READ INTEGRITY-WORK-FILE
007840         INVALID KEY
007850             MOVE 16 TO CM-RULE-NO
007860             PERFORM 7000-WRITE-EXCEPTION
007870                 THRU 7000-WRITE-EXCEPTION-EXIT
007880             GO TO 4100-CHECK-ONE-PAIR-RESTART
007890     END-READ.
007900     MOVE IW-RESULT-IMAGE TO CM-ORIGINAL-RECORD.
007910     IF NOT OG-REVERSED
007920         MOVE 17 TO CM-RULE-NO
007930         PERFORM 7000-WRITE-EXCEPTION
007940             THRU 7000-WRITE-EXCEPTION-EXIT
007950     END-IF.
007960     IF OG-NX NOT = CK-NX
007970         OR OG-NY NOT = CK-NY
007980         OR OG-RESULT NOT = CK-RESULT
007990         OR OG-CUSTOMER-TIER NOT = CK-CUSTOMER-TIER
008000         OR OG-ACCOUNT-NO NOT = CK-ACCOUNT-NO
008010         MOVE 18 TO CM-RULE-NO
008020         PERFORM 7000-WRITE-EXCEPTION
008030             THRU 7000-WRITE-EXCEPTION-EXIT
008040     END-IF.
008050     IF OG-ORIGINAL-ID NUMERIC
008060         AND OG-ORIGINAL-ID NOT = ZERO
008070         MOVE 19 TO CM-RULE-NO
008080         PERFORM 7000-WRITE-EXCEPTION
008090             THRU 7000-WRITE-EXCEPTION-EXIT
008100     END-IF.
008110     ADD 1 TO IW-REVERSAL-CT.
008120     REWRITE INTEGRITY-WORK-RECORD
008130         INVALID KEY
008140             DISPLAY "MLTINTG: UNABLE TO REWRITE INTGWORK, ID "
008150                     IW-KEY-ID ", STATUS = " CM-WORK-STATUS
008160             MOVE 16 TO RETURN-CODE
008170             STOP RUN
008180     END-REWRITE.
008190 4100-CHECK-ONE-PAIR-RESTART.
008200     MOVE CM-REVERSAL-ID TO IW-KEY-ID.
008210     START INTEGRITY-WORK-FILE KEY GREATER THAN IW-KEY-ID
008220         INVALID KEY
008230             SET CM-WORK-EOF TO TRUE
008240     END-START.
008250 4100-CHECK-ONE-PAIR-NEXT.
008260     PERFORM 4010-READ-WORK-FILE
008270         THRU 4010-READ-WORK-FILE-EXIT.
008280 4100-CHECK-ONE-PAIR-EXIT.
008290     EXIT.
008300*
008310*****************************************************************
008320*    4900-START-WORK-FILE
008330*    POSITIONS THE CROSS-REFERENCE AT ITS FIRST ENTRY.
008340*****************************************************************
008350 4900-START-WORK-FILE.
008360     MOVE ZERO TO IW-KEY-ID.
008370     START INTEGRITY-WORK-FILE KEY GREATER THAN IW-KEY-ID
008380         INVALID KEY
008390             SET CM-WORK-EOF TO TRUE
008400     END-START.
008410 4900-START-WORK-FILE-EXIT.
008420     EXIT.
008430*
008440*****************************************************************
008450*    5000-CHECK-RECORDS
008460*    WALKS THE CROSS-REFERENCE ONCE MORE AND HOLDS EVERY
008470*    RECORD TO THE RULES.
008480*****************************************************************
008490 5000-CHECK-RECORDS.
008500     MOVE "N" TO CM-WORK-EOF-SW.
008510     PERFORM 4900-START-WORK-FILE
008520         THRU 4900-START-WORK-FILE-EXIT.
008530     PERFORM 4010-READ-WORK-FILE
008540         THRU 4010-READ-WORK-FILE-EXIT.
008550     PERFORM 5100-CHECK-ONE-RECORD
008560         THRU 5100-CHECK-ONE-RECORD-EXIT
008570         UNTIL CM-WORK-EOF.
008580 5000-CHECK-RECORDS-EXIT.
008590     EXIT.
008600*
008610*****************************************************************
008620*    5100-CHECK-ONE-RECORD
008630*    RUNS EACH GROUP OF RULES AGAINST ONE RECORD AND READS
008640*    THE NEXT.
008650*****************************************************************
008660 5100-CHECK-ONE-RECORD.
008670     ADD 1 TO CM-RECORDS-CHECKED-CT.
008680     MOVE IW-RESULT-IMAGE TO CM-CHECK-RECORD.
008690     MOVE IW-KEY-ID TO CM-EL-TRANSACTION-ID.
008700     PERFORM 5200-CHECK-FILES
008710         THRU 5200-CHECK-FILES-EXIT.
008720     PERFORM 5300-CHECK-AUDIT
008730         THRU 5300-CHECK-AUDIT-EXIT.
008740     PERFORM 5400-CHECK-EXTRACT
008750         THRU 5400-CHECK-EXTRACT-EXIT.
008760     PERFORM 5500-CHECK-ACCOUNT
008770         THRU 5500-CHECK-ACCOUNT-EXIT.
008780     PERFORM 5600-CHECK-REVERSED
008790         THRU 5600-CHECK-REVERSED-EXIT.
008800     PERFORM 4010-READ-WORK-FILE
008810         THRU 4010-READ-WORK-FILE-EXIT.
008820 5100-CHECK-ONE-RECORD-EXIT.
008830     EXIT.
008840*
008850*****************************************************************
008860*    5200-CHECK-FILES
008870*    THE ID BELONGS ON ONE FILE ONCE, AND WAS HANDED OUT BY
008880*    CMNEXTID.
008890*****************************************************************
008900 5200-CHECK-FILES.
008910     MOVE SPACES TO CM-RULE-DETAIL.
008920     IF IW-ON-BOTH
008930         MOVE 1 TO CM-RULE-NO
008940         PERFORM 7000-WRITE-EXCEPTION
008950             THRU 7000-WRITE-EXCEPTION-EXIT
008960     END-IF.
008970     IF IW-MULTHIST-CT > 1
008980         MOVE "TIMES" TO CM-DW-LABEL
008990         MOVE IW-MULTHIST-CT TO CM-DW-VALUE
009000         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009010         MOVE 2 TO CM-RULE-NO
009020         PERFORM 7000-WRITE-EXCEPTION
009030             THRU 7000-WRITE-EXCEPTION-EXIT
009040     END-IF.
009050     IF IW-KEY-ID > CM-TRANSEQ-CEILING
009060         MOVE "TRANSEQ" TO CM-DW-LABEL
009070         MOVE CM-TRANSEQ-CEILING TO CM-DW-VALUE
009080         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009090         MOVE 3 TO CM-RULE-NO
009100         PERFORM 7000-WRITE-EXCEPTION
009110             THRU 7000-WRITE-EXCEPTION-EXIT
009120     END-IF.
009130 5200-CHECK-FILES-EXIT.
009140     EXIT.
009150*
009160*****************************************************************
009170*    5300-CHECK-AUDIT
009180*    A RECORD FROM WITHIN THE LIVE AUDIT TRAIL HAS EXACTLY
009190*    ONE 00/RV/VR ROW, AND THE ROW SAYS WHAT THE RECORD SAYS -
009200*    A REVERSAL LOGGED "RV" NAMING THE SAME ORIGINAL, A VOLUME
009210*    REBATE CREDIT LOGGED "VR", ANY OTHER RESULT LOGGED "00".
009220*****************************************************************
009230 5300-CHECK-AUDIT.
009240     MOVE SPACES TO CM-RULE-DETAIL.
009250     IF IW-KEY-ID < CM-LOW-AUDIT-ID
009260         ADD 1 TO CM-BEFORE-TRAIL-CT
009270         GO TO 5300-CHECK-AUDIT-EXIT
009280     END-IF.
009290     IF IW-AUDIT-CT = ZERO
009300         MOVE 4 TO CM-RULE-NO
009310         PERFORM 7000-WRITE-EXCEPTION
009320             THRU 7000-WRITE-EXCEPTION-EXIT
009330         GO TO 5300-CHECK-AUDIT-EXIT
009340     END-IF.
009350     IF IW-AUDIT-CT > 1
009360         MOVE "ROWS" TO CM-DW-LABEL
009370         MOVE IW-AUDIT-CT TO CM-DW-VALUE
009380         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009390         MOVE 5 TO CM-RULE-NO
009400         PERFORM 7000-WRITE-EXCEPTION
009410             THRU 7000-WRITE-EXCEPTION-EXIT
009420         MOVE SPACES TO CM-RULE-DETAIL
009430     END-IF.
009440     IF IW-AUDIT-NX NOT = CK-NX
009450         OR IW-AUDIT-NY NOT = CK-NY
009460         OR IW-AUDIT-RESULT NOT = CK-RESULT
009470         OR IW-AUDIT-TIER NOT = CK-CUSTOMER-TIER
009480         OR IW-AUDIT-ACCOUNT-NO NOT = CK-ACCOUNT-NO
009490         MOVE 6 TO CM-RULE-NO
009500         PERFORM 7000-WRITE-EXCEPTION
009510             THRU 7000-WRITE-EXCEPTION-EXIT
009520     END-IF.
009530     IF CK-ORIGINAL-ID NUMERIC
009540         AND CK-ORIGINAL-ID NOT = ZERO
009550         IF IW-AUDIT-STATUS NOT = "RV"
009560             OR IW-AUDIT-ORIGINAL-ID NOT = CK-ORIGINAL-ID
009570             MOVE "AUDIT" TO CM-DW-LABEL
009580             MOVE IW-AUDIT-STATUS TO CM-DW-VALUE
009590             MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009600             MOVE 7 TO CM-RULE-NO
009610             PERFORM 7000-WRITE-EXCEPTION
009620                 THRU 7000-WRITE-EXCEPTION-EXIT
009630         END-IF
009640     ELSE
009644         IF (CK-REBATE-CREDIT
009648                 AND IW-AUDIT-STATUS NOT = "VR")
009652             OR (NOT CK-REBATE-CREDIT
009656                 AND IW-AUDIT-STATUS NOT = "00")
009660             MOVE "AUDIT" TO CM-DW-LABEL
009670             MOVE IW-AUDIT-STATUS TO CM-DW-VALUE
009680             MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009690             MOVE 7 TO CM-RULE-NO
009700             PERFORM 7000-WRITE-EXCEPTION
009710                 THRU 7000-WRITE-EXCEPTION-EXIT
009720         END-IF
009730     END-IF.
009731     IF CK-CREDIT-TYPE NOT = SPACE
009732         AND NOT CK-REBATE-CREDIT
009733         MOVE "CREDIT" TO CM-DW-LABEL
009734         MOVE CK-CREDIT-TYPE TO CM-DW-VALUE
009735         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009736         MOVE 7 TO CM-RULE-NO
009737         PERFORM 7000-WRITE-EXCEPTION
009738             THRU 7000-WRITE-EXCEPTION-EXIT
009739     END-IF.
009740 5300-CHECK-AUDIT-EXIT.
009750     EXIT.
009760*
009770*****************************************************************
009780*    5400-CHECK-EXTRACT
009790*    THE FLAGS ARE Y OR N (SPACE IS AN N ON A RECORD WRITTEN
009800*    BEFORE THE FIELD EXISTED); AN UNEXTRACTED RECORD CARRIES
009810*    NO STAMP; AN EXTRACTED ONE CARRIES A WHOLE STAMP (ALL
009820*    ZERO MEANS EXTRACTED BEFORE STAMPING BEGAN) NO HIGHER
009830*    THAN EXTRSEQ, MATCHING ITS EX ROW AND TAKEN BY ONE RUN.
009840*    A PURGED RECORD MUST HAVE BEEN EXTRACTED.
009850*****************************************************************
009860 5400-CHECK-EXTRACT.
009870     MOVE SPACES TO CM-RULE-DETAIL.
009880     IF (NOT CK-EXTRACTED AND NOT CK-NOT-EXTRACTED)
009890         OR (NOT CK-REVERSED AND NOT CK-NOT-REVERSED)
009900         MOVE "FLAGS" TO CM-DW-LABEL
009910         MOVE SPACES TO CM-DW-VALUE
009920         MOVE CK-EXTRACT-FLAG TO CM-DW-VALUE (1:1)
009930         MOVE CK-REVERSED-FLAG TO CM-DW-VALUE (3:1)
009940         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
009950         MOVE 9 TO CM-RULE-NO
009960         PERFORM 7000-WRITE-EXCEPTION
009970             THRU 7000-WRITE-EXCEPTION-EXIT
009980         MOVE SPACES TO CM-RULE-DETAIL
009990     END-IF.
010000     IF IW-ONLY-ON-MULTHIST
010010         AND NOT CK-EXTRACTED
010020         MOVE 14 TO CM-RULE-NO
010030         PERFORM 7000-WRITE-EXCEPTION
010040             THRU 7000-WRITE-EXCEPTION-EXIT
010050     END-IF.
010060     IF CK-EXTRACT-RUN-NO NOT NUMERIC
010070         OR CK-EXTRACT-DATE NOT NUMERIC
010080         MOVE 11 TO CM-RULE-NO
010090         PERFORM 7000-WRITE-EXCEPTION
010100             THRU 7000-WRITE-EXCEPTION-EXIT
010110         GO TO 5400-CHECK-EXTRACT-EXIT
010120     END-IF.
010130     IF CK-EXTRACT-RUN-NO > CM-EXTRSEQ-CEILING
010140         MOVE "RUN" TO CM-DW-LABEL
010150         MOVE CK-EXTRACT-RUN-NO TO CM-DW-VALUE
010160         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
010170         MOVE 10 TO CM-RULE-NO
010180         PERFORM 7000-WRITE-EXCEPTION
010190             THRU 7000-WRITE-EXCEPTION-EXIT
010200         MOVE SPACES TO CM-RULE-DETAIL
010210     END-IF.
010220     IF (NOT CK-EXTRACTED
010230             AND (CK-EXTRACT-RUN-NO NOT = ZERO
010240                  OR CK-EXTRACT-DATE NOT = ZERO))
010250         OR (CK-EXTRACTED
010260             AND CK-EXTRACT-RUN-NO = ZERO
010270             AND CK-EXTRACT-DATE NOT = ZERO)
010280         OR (CK-EXTRACTED
010290             AND CK-EXTRACT-RUN-NO NOT = ZERO
010300             AND CK-EXTRACT-DATE = ZERO)
010310         MOVE 11 TO CM-RULE-NO
010320         PERFORM 7000-WRITE-EXCEPTION
010330             THRU 7000-WRITE-EXCEPTION-EXIT
010340     END-IF.
010350     IF IW-EX-CT = ZERO
010360         GO TO 5400-CHECK-EXTRACT-EXIT
010370     END-IF.
010380     IF NOT CK-EXTRACTED
010390         OR IW-EX-RUN-NO NOT = CK-EXTRACT-RUN-NO
010400         MOVE "EX RUN" TO CM-DW-LABEL
010410         MOVE IW-EX-RUN-NO TO CM-DW-VALUE
010420         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
010430         MOVE 12 TO CM-RULE-NO
010440         PERFORM 7000-WRITE-EXCEPTION
010450             THRU 7000-WRITE-EXCEPTION-EXIT
010460     END-IF.
010470     IF IW-EX-CT > 1
010480         MOVE "EX ROWS" TO CM-DW-LABEL
010490         MOVE IW-EX-CT TO CM-DW-VALUE
010500         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
010510         MOVE 13 TO CM-RULE-NO
010520         PERFORM 7000-WRITE-EXCEPTION
010530             THRU 7000-WRITE-EXCEPTION-EXIT
010540     END-IF.
010550 5400-CHECK-EXTRACT-EXIT.
010560     EXIT.
010570*
010580*****************************************************************
010590*    5500-CHECK-ACCOUNT
010600*    THE RECORD'S ACCOUNT MUST STILL BE ON CUSTMAST - A CLOSED
010610*    ACCOUNT STAYS ON THE FILE, SO A MISSING ONE WAS REMOVED
010620*    BY HAND. A RECORD WRITTEN BEFORE ACCOUNTS WERE CARRIED
010630*    HAS SPACES AND IS PASSED.
010640*****************************************************************
010650 5500-CHECK-ACCOUNT.
010660     IF CK-ACCOUNT-NO = SPACES
010670         GO TO 5500-CHECK-ACCOUNT-EXIT
010680     END-IF.
010690     MOVE CK-ACCOUNT-NO TO CU-ACCOUNT-NO.
010700     READ CUSTOMER-MASTER-FILE
010710         INVALID KEY
010720             MOVE "ACCOUNT" TO CM-DW-LABEL
010730             MOVE CK-ACCOUNT-NO TO CM-DW-VALUE
010740             MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
010750             MOVE 15 TO CM-RULE-NO
010760             PERFORM 7000-WRITE-EXCEPTION
010770                 THRU 7000-WRITE-EXCEPTION-EXIT
010780     END-READ.
010790 5500-CHECK-ACCOUNT-EXIT.
010800     EXIT.
010810*
010820*****************************************************************
010830*    5600-CHECK-REVERSED
010840*    A RECORD FLAGGED REVERSED HAS EXACTLY ONE REVERSAL
010850*    NAMING IT; ONE NOT FLAGGED WITH A REVERSAL NAMING IT IS
010860*    ALREADY REPORTED FROM THE REVERSAL'S SIDE.
010870*****************************************************************
010880 5600-CHECK-REVERSED.
010890     MOVE SPACES TO CM-RULE-DETAIL.
010900     IF CK-REVERSED
010910         AND IW-REVERSAL-CT = ZERO
010920         MOVE 20 TO CM-RULE-NO
010930         PERFORM 7000-WRITE-EXCEPTION
010940             THRU 7000-WRITE-EXCEPTION-EXIT
010950     END-IF.
010960     IF IW-REVERSAL-CT > 1
010970         MOVE "REVERSALS" TO CM-DW-LABEL
010980         MOVE IW-REVERSAL-CT TO CM-DW-VALUE
010990         MOVE CM-DETAIL-WORK TO CM-RULE-DETAIL
011000         MOVE 21 TO CM-RULE-NO
011010         PERFORM 7000-WRITE-EXCEPTION
011020             THRU 7000-WRITE-EXCEPTION-EXIT
011030     END-IF.
011040 5600-CHECK-REVERSED-EXIT.
011050     EXIT.
011060*
011070*****************************************************************
011080*    6000-TERMINATE
011090*    PRINTS THE CONTROL VALUES, THE EXCEPTION COUNT FOR EVERY
011100*    RULE, AND THE RUN COUNTS, CLOSES THE FILES, AND ENDS
011110*    RC=8 WHEN ANY RULE FAILED.
011120*****************************************************************
011130 6000-TERMINATE.
011140     IF CM-EXCEPTION-CT = ZERO
011150         MOVE "  NO EXCEPTIONS" TO INTEGRITY-REPORT-LINE
011160         WRITE INTEGRITY-REPORT-LINE
011170     END-IF.
011180     MOVE CM-BLANK-LINE TO INTEGRITY-REPORT-LINE.
011190     WRITE INTEGRITY-REPORT-LINE.
011200     MOVE CM-TRANSEQ-CEILING TO CM-RH-TRANSEQ.
011210     MOVE CM-EXTRSEQ-CEILING TO CM-RH-EXTRSEQ.
011220     MOVE CM-LOW-AUDIT-ID TO CM-RH-LOW-AUDIT-ID.
011230     MOVE CM-REPORT-HEADING-2 TO INTEGRITY-REPORT-LINE.
011240     WRITE INTEGRITY-REPORT-LINE.
011250     MOVE CM-BLANK-LINE TO INTEGRITY-REPORT-LINE.
011260     WRITE INTEGRITY-REPORT-LINE.
011270     MOVE "EXCEPTIONS BY RULE" TO INTEGRITY-REPORT-LINE.
011280     WRITE INTEGRITY-REPORT-LINE.
011290     PERFORM 6100-WRITE-RULE-TOTAL
011300         THRU 6100-WRITE-RULE-TOTAL-EXIT
011310         VARYING CM-RULE-NO FROM 1 BY 1
011320         UNTIL CM-RULE-NO > CM-RULE-MAX.
011330     MOVE CM-BLANK-LINE TO INTEGRITY-REPORT-LINE.
011340     WRITE INTEGRITY-REPORT-LINE.
011350     MOVE "MULTOUT RECORDS READ" TO CM-CL-LABEL.
011360     MOVE CM-MULTOUT-READ-CT TO CM-CL-COUNT.
011370     PERFORM 6200-WRITE-COUNT-LINE
011380         THRU 6200-WRITE-COUNT-LINE-EXIT.
011390     MOVE "MULTHIST RECORDS READ" TO CM-CL-LABEL.
011400     MOVE CM-MULTHIST-READ-CT TO CM-CL-COUNT.
011410     PERFORM 6200-WRITE-COUNT-LINE
011420         THRU 6200-WRITE-COUNT-LINE-EXIT.
011430     MOVE "TRANSACTION IDS CHECKED" TO CM-CL-LABEL.
011440     MOVE CM-RECORDS-CHECKED-CT TO CM-CL-COUNT.
011450     PERFORM 6200-WRITE-COUNT-LINE
011460         THRU 6200-WRITE-COUNT-LINE-EXIT.
011470     MOVE "  BEFORE THE LIVE AUDIT TRAIL" TO CM-CL-LABEL.
011480     MOVE CM-BEFORE-TRAIL-CT TO CM-CL-COUNT.
011490     PERFORM 6200-WRITE-COUNT-LINE
011500         THRU 6200-WRITE-COUNT-LINE-EXIT.
011510     MOVE "REVERSAL PAIRS CHECKED" TO CM-CL-LABEL.
011520     MOVE CM-REVERSALS-CHECKED-CT TO CM-CL-COUNT.
011530     PERFORM 6200-WRITE-COUNT-LINE
011540         THRU 6200-WRITE-COUNT-LINE-EXIT.
011550     MOVE "AUDIT ROWS READ" TO CM-CL-LABEL.
011560     MOVE CM-AUDIT-READ-CT TO CM-CL-COUNT.
011570     PERFORM 6200-WRITE-COUNT-LINE
011580         THRU 6200-WRITE-COUNT-LINE-EXIT.
011590     MOVE "  00/RV/VR RESULT ROWS" TO CM-CL-LABEL.
011600     MOVE CM-AUDIT-RESULT-CT TO CM-CL-COUNT.
011610     PERFORM 6200-WRITE-COUNT-LINE
011620         THRU 6200-WRITE-COUNT-LINE-EXIT.
011630     MOVE "  EX EXTRACT ROWS" TO CM-CL-LABEL.
011640     MOVE CM-AUDIT-EXTRACT-CT TO CM-CL-COUNT.
011650     PERFORM 6200-WRITE-COUNT-LINE
011660         THRU 6200-WRITE-COUNT-LINE-EXIT.
011670     MOVE "TOTAL EXCEPTIONS" TO CM-CL-LABEL.
011680     MOVE CM-EXCEPTION-CT TO CM-CL-COUNT.
011690     PERFORM 6200-WRITE-COUNT-LINE
011700         THRU 6200-WRITE-COUNT-LINE-EXIT.
011710     CLOSE CUSTOMER-MASTER-FILE.
011720     CLOSE INTEGRITY-WORK-FILE.
011730     CLOSE INTEGRITY-REPORT-FILE.
011740     DISPLAY "MLTINTG: MULTOUT RECORDS    = "
011750             CM-MULTOUT-READ-CT.
011760     DISPLAY "MLTINTG: MULTHIST RECORDS   = "
011770             CM-MULTHIST-READ-CT.
011780     DISPLAY "MLTINTG: IDS CHECKED        = "
011790             CM-RECORDS-CHECKED-CT.
011800     DISPLAY "MLTINTG: EXCEPTIONS         = "
011810             CM-EXCEPTION-CT.
011820     IF CM-EXCEPTION-CT > ZERO
011830         MOVE 8 TO RETURN-CODE
011840     END-IF.
011841     SET CM-RL-STEP-END TO TRUE.
011842     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
011843     MOVE "CHECKED" TO CM-RL-KEY-COUNT-LABEL(1).
011844     MOVE CM-RECORDS-CHECKED-CT TO CM-RL-KEY-COUNT(1).
011845     MOVE "EXCEPTNS" TO CM-RL-KEY-COUNT-LABEL(2).
011846     MOVE CM-EXCEPTION-CT TO CM-RL-KEY-COUNT(2).
011847     MOVE "MULTOUT" TO CM-RL-KEY-COUNT-LABEL(3).
011848     MOVE CM-MULTOUT-READ-CT TO CM-RL-KEY-COUNT(3).
011849     MOVE "MULTHIST" TO CM-RL-KEY-COUNT-LABEL(4).
011850     MOVE CM-MULTHIST-READ-CT TO CM-RL-KEY-COUNT(4).
011851     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
011852 6000-TERMINATE-EXIT.
011860     EXIT.
011870*
011880*****************************************************************
011890*    6100-WRITE-RULE-TOTAL
011900*    PRINTS ONE RULE WITH ITS EXCEPTION COUNT - EVERY RULE
011910*    PRINTS, SO A CLEAN WEEK SHOWS WHAT WAS CHECKED.
011920*****************************************************************
011930 6100-WRITE-RULE-TOTAL.
011940     MOVE CM-RULE-NO TO CM-RT-RULE-NO.
011950     MOVE CM-RULE-NAME (CM-RULE-NO) TO CM-RT-RULE-NAME.
011960     MOVE CM-RULE-CT (CM-RULE-NO) TO CM-RT-COUNT.
011970     MOVE CM-RULE-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
011980     WRITE INTEGRITY-REPORT-LINE.
011990 6100-WRITE-RULE-TOTAL-EXIT.
012000     EXIT.
012010*
012020*****************************************************************
012030*    6200-WRITE-COUNT-LINE
012040*    WRITES ONE LABELLED COUNT LINE.
012050*****************************************************************
012060 6200-WRITE-COUNT-LINE.
012070     MOVE CM-COUNT-LINE TO INTEGRITY-REPORT-LINE.
012080     WRITE INTEGRITY-REPORT-LINE.
012090 6200-WRITE-COUNT-LINE-EXIT.
012100     EXIT.
012110*
012120*****************************************************************
012130*    7000-WRITE-EXCEPTION
012140*    PRINTS ONE BROKEN RULE - CM-RULE-NO, THE ID ALREADY IN
012150*    CM-EL-TRANSACTION-ID, AND CM-RULE-DETAIL - AND COUNTS IT
012160*    UNDER ITS RULE.
012170*****************************************************************
012180 7000-WRITE-EXCEPTION.
012190     ADD 1 TO CM-EXCEPTION-CT.
012200     ADD 1 TO CM-RULE-CT (CM-RULE-NO).
012210     MOVE CM-RULE-NO TO CM-EL-RULE-NO.
012220     MOVE CM-RULE-NAME (CM-RULE-NO) TO CM-EL-RULE-NAME.
012230     MOVE CM-RULE-DETAIL TO CM-EL-DETAIL.
012240     MOVE CM-EXCEPTION-LINE TO INTEGRITY-REPORT-LINE.
012250     WRITE INTEGRITY-REPORT-LINE.
012260 7000-WRITE-EXCEPTION-EXIT.
012270     EXIT.
