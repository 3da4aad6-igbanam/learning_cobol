000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REBPOST.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - MONTH-END VOLUME REBATE
000120*                  CREDITS. ADDS UP EACH ACCOUNT'S EXTRACTED,
000130*                  NON-REVERSED RESULTS FOR THE MONTH FROM
000140*                  MULTHIST AND MULTOUT, FINDS THE HIGHEST
000150*                  REBSCHED BAND IN FORCE AT MONTH END FOR THE
000160*                  ACCOUNT'S TIER THAT THE VOLUME REACHES, AND
000170*                  POSTS THE BAND'S PERCENTAGE OF THE WHOLE
000180*                  VOLUME BACK TO MULTOUT AS A CREDIT - RESULT
000190*                  UNITS, SPLIT INTO RECORDS OF AT MOST 9999,
000200*                  EACH UNDER ITS OWN CMNEXTID ID WITH
000210*                  OUT-CREDIT-TYPE "R" - SO THE NEXT CSISBEXT
000220*                  SENDS IT TO BILLING AS A "C" DETAIL. EACH
000230*                  CREDIT IS LOGGED TO AUDITLOG AS A "VR" ROW
000240*                  DATED THE MONTH END AND POSTED AGAINST THE
000250*                  ACCOUNT'S EXPOSURE THROUGH CMCRDCHK. THE "VR"
000260*                  ROWS ALREADY ON AUDITLOG FOR THE MONTH END
000270*                  STOP A RERUN POSTING AN ACCOUNT TWICE. THE
000280*                  REBRPT REGISTER LISTS EACH ACCOUNT'S VOLUME,
000290*                  BAND, AND CREDIT. THE MONTH END IS THE LAST
000300*                  DAY OF THE MONTH JUST ENDED, OR A MONTH-END
000310*                  DATE ON THE RBPARMS CARD. LOGS ITS START AND
000320*                  END TO THE SHARED RUN-CONTROL LOG THROUGH
000330*                  CMRUNLOG.
000340*****************************************************************
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. CSIS-UL-IE.
000390 OBJECT-COMPUTER. CSIS-UL-IE.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REBATE-SCHEDULE-FILE ASSIGN TO "REBSCHED"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS RS-REBATE-KEY
000460         FILE STATUS IS CM-REBATE-STATUS.
000470
000480     SELECT BILLING-RATE-FILE ASSIGN TO "BILLRATE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS BR-RATE-KEY
000520         FILE STATUS IS CM-RATE-STATUS.
000530
000540     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS CU-ACCOUNT-NO
000580         FILE STATUS IS CM-MASTER-STATUS.
000590
000600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CM-AUDIT-FILE-STATUS.
000630
000640     SELECT HISTORY-FILE ASSIGN TO "MULTHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CM-HISTORY-STATUS.
000670
000680     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS OUT-TRANSACTION-ID
000720         FILE STATUS IS CM-RESULT-STATUS.
000730
000740     SELECT REBATE-PARM-FILE ASSIGN TO "RBPARMS"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CM-PARM-STATUS.
000770
000780     SELECT REBATE-REPORT-FILE ASSIGN TO "REBRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CM-REPORT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  REBATE-SCHEDULE-FILE
000850     RECORD CONTAINS 24 CHARACTERS.
000860 01  REBATE-SCHEDULE-RECORD.
000870     COPY REBSCHED.
000880
000890 FD  BILLING-RATE-FILE
000900     RECORD CONTAINS 16 CHARACTERS.
000910 01  BILLING-RATE-RECORD.
000920     COPY BILLRATE.
000930
000940 FD  CUSTOMER-MASTER-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  CUSTOMER-MASTER-RECORD.
000970     COPY CUSTMST.
000980
000990 FD  AUDIT-LOG-FILE
001000     RECORD CONTAINS 90 CHARACTERS.
001010 01  AUDIT-LOG-RECORD.
001020     COPY AUDITREC.
001030
001040 FD  HISTORY-FILE
001050     RECORD CONTAINS 52 CHARACTERS.
001060 01  HISTORY-RECORD.
001070     COPY MULTOUT REPLACING LEADING ==OUT== BY ==MH==.
001080
001090 FD  RESULT-FILE
001100     RECORD CONTAINS 52 CHARACTERS.
001110 01  RESULT-RECORD.
001120     COPY MULTOUT.
001130
001140 FD  REBATE-PARM-FILE
001150     RECORD CONTAINS 80 CHARACTERS.
001160 01  REBATE-PARM-RECORD.
001170     05  RP-MONTH-END-DATE           PIC X(08).
001180     05  FILLER                      PIC X(72).
001190
001200 FD  REBATE-REPORT-FILE
001210     RECORD CONTAINS 80 CHARACTERS.
001220 01  REBATE-REPORT-LINE              PIC X(80).
001230
001240 WORKING-STORAGE SECTION.
001250*
001260*****************************************************************
001270*    FILE STATUS SWITCHES
001280*****************************************************************
001290 01  CM-REBATE-STATUS                PIC X(02) VALUE ZEROS.
001300     88  CM-REBATE-OK                    VALUE "00".
001310     88  CM-REBATE-NOT-FOUND             VALUE "35".
001320
001330 01  CM-RATE-STATUS                  PIC X(02) VALUE ZEROS.
001340     88  CM-RATE-OK                      VALUE "00".
001350
001360 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
001370     88  CM-MASTER-OK                    VALUE "00".
001380
001390 01  CM-AUDIT-FILE-STATUS            PIC X(02) VALUE ZEROS.
001400     88  CM-AUDIT-FILE-OK                VALUE "00".
001410     88  CM-AUDIT-FILE-NOT-FOUND         VALUE "35".
001420
001430 01  CM-HISTORY-STATUS               PIC X(02) VALUE ZEROS.
001440     88  CM-HISTORY-OK                   VALUE "00".
001450     88  CM-HISTORY-NOT-FOUND            VALUE "35".
001460
001470 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001480     88  CM-RESULT-OK                    VALUE "00".
001490
001500 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
001510     88  CM-PARM-OK                      VALUE "00".
001520
001530 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
001540     88  CM-REPORT-OK                    VALUE "00".
001550*
001560*****************************************************************
001570*    PROGRAM SWITCHES
001580*****************************************************************
001590 01  CM-SWITCHES.
001600     05  CM-REBATE-EOF-SW            PIC X(01) VALUE "N".
001610         88  CM-REBATE-EOF               VALUE "Y".
001620     05  CM-MASTER-EOF-SW            PIC X(01) VALUE "N".
001630         88  CM-MASTER-EOF               VALUE "Y".
001640     05  CM-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001650         88  CM-AUDIT-EOF                VALUE "Y".
001660     05  CM-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001670         88  CM-HISTORY-EOF              VALUE "Y".
001680     05  CM-RESULT-EOF-SW            PIC X(01) VALUE "N".
001690         88  CM-RESULT-EOF               VALUE "Y".
001700     05  CM-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001710         88  CM-ENTRY-FOUND              VALUE "Y".
001720     05  CM-WRITE-FAILED-SW          PIC X(01) VALUE "N".
001730         88  CM-WRITE-FAILED             VALUE "Y".
001740*
001750*****************************************************************
001760*    REBATE DATES - THE MONTH RUNS FROM THE FIRST TO THE MONTH
001770*    END, AND THE DAY AFTER THE MONTH END MUST BE A FIRST.
001780*****************************************************************
001790 01  CM-TODAY                        PIC 9(08) VALUE ZERO.
001800
001810 01  CM-MONTH-END-DATE               PIC 9(08) VALUE ZERO.
001820 01  CM-MONTH-END-PARTS REDEFINES CM-MONTH-END-DATE.
001830     05  CM-ME-CCYY                  PIC 9(04).
001840     05  CM-ME-MM                    PIC 9(02).
001850     05  CM-ME-DD                    PIC 9(02).
001860
001870 01  CM-MONTH-START-DATE             PIC 9(08) VALUE ZERO.
001880 01  CM-MONTH-START-PARTS REDEFINES CM-MONTH-START-DATE.
001890     05  CM-MS-CCYY                  PIC 9(04).
001900     05  CM-MS-MM                    PIC 9(02).
001910     05  CM-MS-DD                    PIC 9(02).
001920
001930 01  CM-NEXT-DAY-DATE                PIC 9(08) VALUE ZERO.
001940 01  CM-NEXT-DAY-PARTS REDEFINES CM-NEXT-DAY-DATE.
001950     05  CM-ND-CCYY                  PIC 9(04).
001960     05  CM-ND-MM                    PIC 9(02).
001970     05  CM-ND-DD                    PIC 9(02).
001980
001990 01  CM-DAY-NUMBER                   PIC 9(08) COMP VALUE ZERO.
002000*
002010*****************************************************************
002020*    REBATE BANDS IN FORCE AT MONTH END - ONE ENTRY PER TIER
002030*    AND BAND FLOOR, LOADED FROM REBSCHED IN KEY ORDER SO A
002040*    LATER EFFECTIVE DATE REPLACES AN EARLIER ONE.
002050*****************************************************************
002060 01  CM-BAND-CONTROLS.
002070     05  CM-BAND-ENTRY-CT            PIC 9(04) COMP VALUE ZERO.
002080     05  CM-BAND-MAX                 PIC 9(04) COMP VALUE 150.
002090     05  CM-BAND-SUB                 PIC 9(04) COMP VALUE ZERO.
002100
002110 01  CM-BAND-TABLE.
002120     05  CM-BAND-ENTRY OCCURS 150 TIMES.
002130         10  CM-BD-TIER              PIC X(02).
002140         10  CM-BD-FLOOR             PIC 9(07).
002150         10  CM-BD-PCT               PIC 9(02)V99.
002160*
002170*****************************************************************
002180*    PER-TIER BILLING RATES IN FORCE AT MONTH END, LOADED FROM
002190*    BILLRATE THE SAME WAY CSISBEXT LOADS THEM, TO ESTIMATE
002200*    WHAT EACH CREDIT WILL BE BILLED AT.
002210*****************************************************************
002220 01  CM-RATE-CONTROLS.
002230     05  CM-RATE-EOF-SW              PIC X(01) VALUE "N".
002240         88  CM-RATE-EOF                 VALUE "Y".
002250     05  CM-RATE-ENTRY-CT            PIC 9(02) COMP VALUE ZERO.
002260     05  CM-RATE-MAX                 PIC 9(02) COMP VALUE 15.
002270     05  CM-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
002280
002290 01  CM-TIER-RATE-TABLE.
002300     05  CM-TIER-RATE-ENTRY OCCURS 15 TIMES
002310             INDEXED BY CM-RATE-IX.
002320         10  CM-RT-TIER              PIC X(02).
002330         10  CM-RT-RATE              PIC 9(01)V99.
002340*
002350*****************************************************************
002360*    ACCOUNT TABLE - EVERY CUSTMAST ACCOUNT IN KEY ORDER WITH
002370*    ITS TIER AT MONTH END, THE MONTH'S VOLUME, AND THE REBATE
002380*    WORKED OUT FOR IT.
002390*****************************************************************
002400 01  CM-ACCOUNT-CONTROLS.
002410     05  CM-ACCOUNT-ENTRY-CT         PIC 9(05) COMP VALUE ZERO.
002420     05  CM-ACCOUNT-MAX              PIC 9(05) COMP VALUE 5000.
002430     05  CM-ACCOUNT-SUB              PIC 9(05) COMP VALUE ZERO.
002440
002450 01  CM-ACCOUNT-TABLE.
002460     05  CM-ACCOUNT-ENTRY OCCURS 5000 TIMES
002470             ASCENDING KEY IS CM-AC-ACCOUNT-NO
002480             INDEXED BY CM-ACCOUNT-IX.
002490         10  CM-AC-ACCOUNT-NO        PIC X(08).
002500         10  CM-AC-CUSTOMER-TIER     PIC X(02).
002510         10  CM-AC-VOLUME            PIC 9(09) COMP.
002520         10  CM-AC-BAND-FLOOR        PIC 9(07) COMP.
002530         10  CM-AC-REBATE-PCT        PIC 9(02)V99.
002540         10  CM-AC-REBATE-UNITS      PIC 9(09) COMP.
002550         10  CM-AC-REBATE-AMOUNT     PIC 9(07)V99 COMP.
002560         10  CM-AC-POSTED-UNITS      PIC 9(09) COMP.
002570         10  CM-AC-STATE-SW          PIC X(01).
002580             88  CM-AC-NO-BAND           VALUE "N".
002590             88  CM-AC-DUE               VALUE "D".
002600             88  CM-AC-ALREADY-POSTED    VALUE "A".
002610             88  CM-AC-POSTED            VALUE "P".
002620             88  CM-AC-POST-FAILED       VALUE "F".
002630*
002640*****************************************************************
002650*    WORK RECORD - A MULTHIST OR MULTOUT RECORD IS MOVED HERE
002660*    SO ONE PARAGRAPH TALLIES BOTH.
002670*****************************************************************
002680 01  CM-WORK-RESULT.
002690     COPY MULTOUT REPLACING LEADING ==OUT== BY ==WR==.
002700*
002710*****************************************************************
002720*    WORK AREAS AND COUNTERS
002730*****************************************************************
002740 01  CM-WORK-RATE                    PIC 9(01)V99 VALUE ZERO.
002750 01  CM-REMAINING-UNITS              PIC 9(09) COMP VALUE ZERO.
002760 01  CM-CHUNK-UNITS                  PIC 9(04) VALUE ZERO.
002770 01  CM-CHUNK-AMOUNT                 PIC 9(05)V99 VALUE ZERO.
002780
002790 01  CM-COUNTERS.
002800     05  CM-HISTORY-READ-CT          PIC 9(08) COMP VALUE ZERO.
002810     05  CM-RESULT-READ-CT           PIC 9(08) COMP VALUE ZERO.
002820     05  CM-COUNTED-CT               PIC 9(08) COMP VALUE ZERO.
002830     05  CM-UNKNOWN-ACCOUNT-CT       PIC 9(06) COMP VALUE ZERO.
002840     05  CM-VOLUME-ACCOUNT-CT        PIC 9(05) COMP VALUE ZERO.
002850     05  CM-NO-BAND-CT               PIC 9(05) COMP VALUE ZERO.
002860     05  CM-REBATED-CT               PIC 9(05) COMP VALUE ZERO.
002870     05  CM-ALREADY-POSTED-CT        PIC 9(05) COMP VALUE ZERO.
002880     05  CM-FAILED-CT                PIC 9(05) COMP VALUE ZERO.
002890     05  CM-CREDIT-RECORD-CT         PIC 9(06) COMP VALUE ZERO.
002900     05  CM-EXPOSURE-FAIL-CT         PIC 9(06) COMP VALUE ZERO.
002910     05  CM-TOTAL-VOLUME             PIC 9(11) COMP VALUE ZERO.
002920     05  CM-TOTAL-UNITS              PIC 9(11) COMP VALUE ZERO.
002930     05  CM-TOTAL-AMOUNT             PIC 9(09)V99 COMP
002940                                     VALUE ZERO.
002950*
002960*****************************************************************
002970*    REPORT LINE LAYOUTS
002980*****************************************************************
002990 01  CM-REGISTER-HEADING-1.
003000     05  FILLER                      PIC X(40)
003010         VALUE "VOLUME REBATE REGISTER FOR MONTH ENDING ".
003020     05  CM-RH-MONTH-END-DATE        PIC 9(08).
003030     05  FILLER                      PIC X(32) VALUE SPACES.
003040
003050 01  CM-REGISTER-HEADING-2.
003060     05  FILLER                      PIC X(24)
003070         VALUE "ACCOUNT  TIER     VOLUME".
003080     05  FILLER                      PIC X(16)
003090         VALUE "      BAND   PCT".
003100     05  FILLER                      PIC X(22)
003110         VALUE "      UNITS     AMOUNT".
003120     05  FILLER                      PIC X(18)
003130         VALUE " NOTE".
003140
003150 01  CM-REGISTER-LINE.
003160     05  CM-RG-ACCOUNT-NO            PIC X(08).
003170     05  FILLER                      PIC X(01) VALUE SPACES.
003180     05  CM-RG-TIER                  PIC X(02).
003190     05  FILLER                      PIC X(02) VALUE SPACES.
003200     05  CM-RG-VOLUME                PIC ZZZ,ZZZ,ZZ9.
003210     05  FILLER                      PIC X(01) VALUE SPACES.
003220     05  CM-RG-BAND-FLOOR            PIC Z,ZZZ,ZZ9.
003230     05  FILLER                      PIC X(01) VALUE SPACES.
003240     05  CM-RG-PCT                   PIC Z9.99.
003250     05  FILLER                      PIC X(01) VALUE SPACES.
003260     05  CM-RG-UNITS                 PIC ZZ,ZZZ,ZZ9.
003270     05  FILLER                      PIC X(01) VALUE SPACES.
003280     05  CM-RG-AMOUNT                PIC ZZZ,ZZ9.99.
003290     05  FILLER                      PIC X(01) VALUE SPACES.
003300     05  CM-RG-NOTE                  PIC X(14).
003310     05  FILLER                      PIC X(03) VALUE SPACES.
003320
003330 01  CM-REGISTER-TOTAL-LINE.
003340     05  CM-TL-LABEL                 PIC X(30).
003350     05  CM-TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
003360     05  FILLER                      PIC X(03) VALUE SPACES.
003370     05  CM-TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
003380     05  FILLER                      PIC X(22) VALUE SPACES.
003390
003400 01  CM-RESULT-LINE                  PIC X(80) VALUE SPACES.
003410
003420 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
003430*
003440*****************************************************************
003450*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
003460*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY).
003470*****************************************************************
003480 01  CM-NEXT-ID-PARMS.
003490     COPY NEXTPARM.
003500*
003510*****************************************************************
003520*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - ONE "VR"
003530*    ROW PER CREDIT RECORD POSTED, DATED THE MONTH END.
003540*****************************************************************
003550 01  CM-AUDIT-PARMS.
003560     05  CM-AP-SOURCE                PIC X(01) VALUE "V".
003570     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "BATCH".
003580     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE "REBATE".
003590     COPY CALCREC.
003600*
003610*****************************************************************
003620*    PARAMETERS PASSED TO THE CMCRDCHK SUBPROGRAM (SEE
003630*    CSIS_UL_IE/COPYBOOKS/CRDPARM.CPY).
003640*****************************************************************
003650 01  CM-CREDIT-PARMS.
003660     COPY CRDPARM.
003670*
003680*****************************************************************
003690*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
003700*****************************************************************
003710 01  CM-RUN-LOG-PARMS.
003720     COPY RUNPARM.
003730
003740 PROCEDURE DIVISION.
003750*
003760*****************************************************************
003770*    0000-MAINLINE
003780*    DRIVES THE REBATE RUN - TALLY THE MONTH'S VOLUME, WORK OUT
003790*    EACH ACCOUNT'S REBATE, POST THE CREDITS, AND PRINT THE
003800*    REGISTER.
003810*****************************************************************
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE
003840         THRU 1000-INITIALIZE-EXIT.
003850     PERFORM 2000-TALLY-HISTORY
003860         THRU 2000-TALLY-HISTORY-EXIT.
003870     PERFORM 2100-TALLY-RESULTS
003880         THRU 2100-TALLY-RESULTS-EXIT.
003890     PERFORM 3000-WORK-OUT-REBATE
003900         THRU 3000-WORK-OUT-REBATE-EXIT
003910         VARYING CM-ACCOUNT-SUB FROM 1 BY 1
003920         UNTIL CM-ACCOUNT-SUB > CM-ACCOUNT-ENTRY-CT.
003930     PERFORM 4000-POST-REBATES
003940         THRU 4000-POST-REBATES-EXIT.
003950     PERFORM 6000-PRINT-REGISTER
003960         THRU 6000-PRINT-REGISTER-EXIT.
003970     PERFORM 7000-TERMINATE
003980         THRU 7000-TERMINATE-EXIT.
003990     STOP RUN.
004000*
004010*****************************************************************
004020*    1000-INITIALIZE
004030*    ESTABLISHES THE MONTH END, LOADS THE BANDS AND RATES IN
004040*    FORCE ON IT, THE ACCOUNTS, AND THE REBATES ALREADY POSTED
004050*    FOR IT, AND OPENS THE REGISTER.
004060*****************************************************************
004070 1000-INITIALIZE.
004080     INITIALIZE CM-RUN-LOG-PARMS.
004090     MOVE "REBPOST" TO CM-RL-PROGRAM-ID.
004100     SET CM-RL-STEP-START TO TRUE.
004110     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
004120     PERFORM 1100-GET-MONTH-END
004130         THRU 1100-GET-MONTH-END-EXIT.
004140     PERFORM 1200-LOAD-BAND-TABLE
004150         THRU 1200-LOAD-BAND-TABLE-EXIT.
004160     PERFORM 1300-LOAD-RATE-TABLE
004170         THRU 1300-LOAD-RATE-TABLE-EXIT.
004180     PERFORM 1400-LOAD-ACCOUNTS
004190         THRU 1400-LOAD-ACCOUNTS-EXIT.
004200     PERFORM 1500-LOAD-POSTED-REBATES
004210         THRU 1500-LOAD-POSTED-REBATES-EXIT.
004220     OPEN OUTPUT REBATE-REPORT-FILE.
004230     IF NOT CM-REPORT-OK
004240         DISPLAY "REBPOST: UNABLE TO OPEN REBRPT, "
004250                 "STATUS = " CM-REPORT-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290 1000-INITIALIZE-EXIT.
004300     EXIT.
004310*
004320*****************************************************************
004330*    1100-GET-MONTH-END
004340*    AN RBPARMS CARD CARRYING A DATE (CCYYMMDD, COLS 1-8)
004350*    POSTS THE REBATES FOR THE MONTH ENDING ON THAT DATE.
004360*    OTHERWISE THE JOB IS ON THE LAST DAY OF THE MONTH
004370*    (TOMORROW IS THE FIRST) AND POSTS FOR THE MONTH ENDING
004380*    TODAY, OR IT IS EARLY IN THE NEXT MONTH AND POSTS FOR THE
004390*    MONTH JUST ENDED. EITHER WAY THE DATE MUST BE A MONTH
004400*    END.
004410*****************************************************************
004420 1100-GET-MONTH-END.
004430     ACCEPT CM-TODAY FROM DATE YYYYMMDD.
004440     MOVE SPACES TO RP-MONTH-END-DATE.
004450     OPEN INPUT REBATE-PARM-FILE.
004460     IF CM-PARM-OK
004470         READ REBATE-PARM-FILE
004480             AT END
004490                 MOVE SPACES TO RP-MONTH-END-DATE
004500         END-READ
004510         CLOSE REBATE-PARM-FILE
004520     END-IF.
004530     IF RP-MONTH-END-DATE NUMERIC
004540         MOVE RP-MONTH-END-DATE TO CM-MONTH-END-DATE
004550         IF CM-ME-MM < 01 OR CM-ME-MM > 12
004560             OR CM-ME-DD < 28 OR CM-ME-DD > 31
004570             DISPLAY "REBPOST: RBPARMS DATE " RP-MONTH-END-DATE
004580                     " IS NOT A MONTH-END DATE"
004590             MOVE 16 TO RETURN-CODE
004600             STOP RUN
004610         END-IF
004620     ELSE
004630         COMPUTE CM-DAY-NUMBER =
004640             FUNCTION INTEGER-OF-DATE (CM-TODAY) + 1
004650         MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
004660             TO CM-NEXT-DAY-DATE
004670         IF CM-ND-DD = 01
004680             MOVE CM-TODAY TO CM-MONTH-END-DATE
004690         ELSE
004700             MOVE CM-TODAY TO CM-MONTH-END-DATE
004710             MOVE 01 TO CM-ME-DD
004720             COMPUTE CM-DAY-NUMBER =
004730                 FUNCTION INTEGER-OF-DATE (CM-MONTH-END-DATE)
004740                 - 1
004750             MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
004760                 TO CM-MONTH-END-DATE
004770         END-IF
004780     END-IF.
004790     COMPUTE CM-DAY-NUMBER =
004800         FUNCTION INTEGER-OF-DATE (CM-MONTH-END-DATE) + 1.
004810     MOVE FUNCTION DATE-OF-INTEGER (CM-DAY-NUMBER)
004820         TO CM-NEXT-DAY-DATE.
004830     IF CM-ND-DD NOT = 01
004840         DISPLAY "REBPOST: REBATE DATE " CM-MONTH-END-DATE
004850                 " IS NOT A MONTH-END DATE"
004860         MOVE 16 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890     MOVE CM-MONTH-END-DATE TO CM-MONTH-START-DATE.
004900     MOVE 01 TO CM-MS-DD.
004910 1100-GET-MONTH-END-EXIT.
004920     EXIT.
004930*
004940*****************************************************************
004950*    1200-LOAD-BAND-TABLE
004960*    LOADS, FOR EACH TIER AND BAND FLOOR, THE REBSCHED
004970*    PERCENTAGE WITH THE GREATEST EFFECTIVE DATE NOT AFTER THE
004980*    MONTH END. A MISSING REBSCHED MEANS NO REBATES HAVE BEEN
004990*    AGREED - EVERY ACCOUNT FALLS IN NO BAND.
005000*****************************************************************
005010 1200-LOAD-BAND-TABLE.
005020     MOVE HIGH-VALUES TO CM-BAND-TABLE.
005030     OPEN INPUT REBATE-SCHEDULE-FILE.
005040     IF CM-REBATE-NOT-FOUND
005050         DISPLAY "REBPOST: NO REBSCHED - NO REBATE BANDS "
005060                 "IN FORCE"
005070         GO TO 1200-LOAD-BAND-TABLE-EXIT
005080     END-IF.
005090     IF NOT CM-REBATE-OK
005100         DISPLAY "REBPOST: UNABLE TO OPEN REBSCHED, "
005110                 "STATUS = " CM-REBATE-STATUS
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     PERFORM 1210-READ-BAND-RECORD
005160         THRU 1210-READ-BAND-RECORD-EXIT
005170         UNTIL CM-REBATE-EOF.
005180     CLOSE REBATE-SCHEDULE-FILE.
005190 1200-LOAD-BAND-TABLE-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230*    1210-READ-BAND-RECORD
005240*    READS ONE REBSCHED RECORD AND POSTS IT TO THE BAND TABLE
005250*    IF IT IS IN FORCE AT MONTH END. THE FILE READS IN TIER,
005260*    EFFECTIVE-DATE, FLOOR ORDER, SO A LATER RECORD FOR THE
005270*    SAME TIER AND FLOOR REPLACES THE EARLIER ONE.
005280*****************************************************************
005290 1210-READ-BAND-RECORD.
005300     READ REBATE-SCHEDULE-FILE
005310         AT END
005320             SET CM-REBATE-EOF TO TRUE
005330             GO TO 1210-READ-BAND-RECORD-EXIT
005340     END-READ.
005350     IF RS-EFFECTIVE-DATE > CM-MONTH-END-DATE
005360         GO TO 1210-READ-BAND-RECORD-EXIT
005370     END-IF.
005380     MOVE "N" TO CM-ENTRY-FOUND-SW.
005390     PERFORM 1220-MATCH-BAND-ENTRY
005400         THRU 1220-MATCH-BAND-ENTRY-EXIT
005410         VARYING CM-BAND-SUB FROM 1 BY 1
005420         UNTIL CM-BAND-SUB > CM-BAND-ENTRY-CT
005430         OR CM-ENTRY-FOUND.
005440     IF CM-ENTRY-FOUND
005450         GO TO 1210-READ-BAND-RECORD-EXIT
005460     END-IF.
005470     IF CM-BAND-ENTRY-CT NOT < CM-BAND-MAX
005480         DISPLAY "REBPOST: BAND TABLE FULL - RAISE "
005490                 "CM-BAND-MAX BEFORE ADDING MORE BANDS"
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     ADD 1 TO CM-BAND-ENTRY-CT.
005540     MOVE RS-CUSTOMER-TIER TO CM-BD-TIER (CM-BAND-ENTRY-CT).
005550     MOVE RS-BAND-FLOOR TO CM-BD-FLOOR (CM-BAND-ENTRY-CT).
005560     MOVE RS-REBATE-PCT TO CM-BD-PCT (CM-BAND-ENTRY-CT).
005570 1210-READ-BAND-RECORD-EXIT.
005580     EXIT.
005590*
005600*****************************************************************
005610*    1220-MATCH-BAND-ENTRY
005620*    CHECKS ONE BAND TABLE ENTRY AGAINST THE REBSCHED RECORD'S
005630*    TIER AND FLOOR - A MATCH TAKES THE NEWER PERCENTAGE.
005640*****************************************************************
005650 1220-MATCH-BAND-ENTRY.
005660     IF CM-BD-TIER (CM-BAND-SUB) = RS-CUSTOMER-TIER
005670         AND CM-BD-FLOOR (CM-BAND-SUB) = RS-BAND-FLOOR
005680         MOVE RS-REBATE-PCT TO CM-BD-PCT (CM-BAND-SUB)
005690         SET CM-ENTRY-FOUND TO TRUE
005700     END-IF.
005710 1220-MATCH-BAND-ENTRY-EXIT.
005720     EXIT.
005730*
005740*****************************************************************
005750*    1300-LOAD-RATE-TABLE
005760*    LOADS, FOR EACH TIER, THE BILLRATE RATE WITH THE GREATEST
005770*    EFFECTIVE DATE NOT AFTER THE MONTH END - THE FILE READS
005780*    IN TIER, EFFECTIVE-DATE ORDER, SO A LATER RECORD FOR THE
005790*    SAME TIER REPLACES THE EARLIER ONE.
005800*****************************************************************
005810 1300-LOAD-RATE-TABLE.
005820     MOVE HIGH-VALUES TO CM-TIER-RATE-TABLE.
005830     OPEN INPUT BILLING-RATE-FILE.
005840     IF NOT CM-RATE-OK
005850         DISPLAY "REBPOST: UNABLE TO OPEN BILLRATE, "
005860                 "STATUS = " CM-RATE-STATUS
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900     PERFORM 1310-READ-RATE-RECORD
005910         THRU 1310-READ-RATE-RECORD-EXIT
005920         UNTIL CM-RATE-EOF.
005930     CLOSE BILLING-RATE-FILE.
005940 1300-LOAD-RATE-TABLE-EXIT.
005950     EXIT.
005960*
005970*****************************************************************
005980*    1310-READ-RATE-RECORD
005990*    READS ONE BILLRATE RECORD AND POSTS IT TO THE RATE TABLE
006000*    IF IT IS IN FORCE AT MONTH END.
006010*****************************************************************
006020 1310-READ-RATE-RECORD.
006030     READ BILLING-RATE-FILE
006040         AT END
006050             SET CM-RATE-EOF TO TRUE
006060             GO TO 1310-READ-RATE-RECORD-EXIT
006070     END-READ.
006080     IF BR-EFFECTIVE-DATE > CM-MONTH-END-DATE
006090         GO TO 1310-READ-RATE-RECORD-EXIT
006100     END-IF.
006110     MOVE "N" TO CM-ENTRY-FOUND-SW.
006120     PERFORM 1320-MATCH-RATE-ENTRY
006130         THRU 1320-MATCH-RATE-ENTRY-EXIT
006140         VARYING CM-RATE-SUB FROM 1 BY 1
006150         UNTIL CM-RATE-SUB > CM-RATE-ENTRY-CT
006160         OR CM-ENTRY-FOUND.
006170     IF CM-ENTRY-FOUND
006180         GO TO 1310-READ-RATE-RECORD-EXIT
006190     END-IF.
006200     IF CM-RATE-ENTRY-CT NOT < CM-RATE-MAX
006210         DISPLAY "REBPOST: RATE TABLE FULL - RAISE "
006220                 "CM-RATE-MAX BEFORE ADDING MORE TIERS"
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF.
006260     ADD 1 TO CM-RATE-ENTRY-CT.
006270     MOVE BR-CUSTOMER-TIER TO CM-RT-TIER (CM-RATE-ENTRY-CT).
006280     MOVE BR-RATE TO CM-RT-RATE (CM-RATE-ENTRY-CT).
006290 1310-READ-RATE-RECORD-EXIT.
006300     EXIT.
006310*
006320*****************************************************************
006330*    1320-MATCH-RATE-ENTRY
006340*    CHECKS ONE RATE TABLE ENTRY AGAINST THE BILLRATE RECORD'S
006350*    TIER - A MATCH TAKES THE NEWER RATE.
006360*****************************************************************
006370 1320-MATCH-RATE-ENTRY.
006380     IF CM-RT-TIER (CM-RATE-SUB) = BR-CUSTOMER-TIER
006390         MOVE BR-RATE TO CM-RT-RATE (CM-RATE-SUB)
006400         SET CM-ENTRY-FOUND TO TRUE
006410     END-IF.
006420 1320-MATCH-RATE-ENTRY-EXIT.
006430     EXIT.
006440*
006450*****************************************************************
006460*    1400-LOAD-ACCOUNTS
006470*    LOADS EVERY CUSTMAST ACCOUNT IN KEY ORDER. CUSTMAST IS
006480*    CLOSED AGAIN BEFORE ANY CREDIT IS POSTED - CMCRDCHK OPENS
006490*    IT I-O FOR ITSELF.
006500*****************************************************************
006510 1400-LOAD-ACCOUNTS.
006520     MOVE HIGH-VALUES TO CM-ACCOUNT-TABLE.
006530     OPEN INPUT CUSTOMER-MASTER-FILE.
006540     IF NOT CM-MASTER-OK
006550         DISPLAY "REBPOST: UNABLE TO OPEN CUSTMAST, "
006560                 "STATUS = " CM-MASTER-STATUS
006570         MOVE 16 TO RETURN-CODE
006580         STOP RUN
006590     END-IF.
006600     PERFORM 1410-READ-ACCOUNT
006610         THRU 1410-READ-ACCOUNT-EXIT
006620         UNTIL CM-MASTER-EOF.
006630     CLOSE CUSTOMER-MASTER-FILE.
006640 1400-LOAD-ACCOUNTS-EXIT.
006650     EXIT.
006660*
006670*****************************************************************
006680*    1410-READ-ACCOUNT
006690*    READS ONE CUSTMAST RECORD INTO THE ACCOUNT TABLE. AN
006700*    ACCOUNT WHOSE TIER CHANGED AFTER THE MONTH END IS TAKEN
006710*    AT ITS PRIOR TIER, THE ONE THE MONTH WAS BILLED UNDER.
006720*****************************************************************
006730 1410-READ-ACCOUNT.
006740     READ CUSTOMER-MASTER-FILE
006750         AT END
006760             SET CM-MASTER-EOF TO TRUE
006770             GO TO 1410-READ-ACCOUNT-EXIT
006780     END-READ.
006790     IF CM-ACCOUNT-ENTRY-CT NOT < CM-ACCOUNT-MAX
006800         DISPLAY "REBPOST: ACCOUNT TABLE FULL - RAISE "
006810                 "CM-ACCOUNT-MAX"
006820         MOVE 16 TO RETURN-CODE
006830         STOP RUN
006840     END-IF.
006850     ADD 1 TO CM-ACCOUNT-ENTRY-CT.
006860     MOVE CM-ACCOUNT-ENTRY-CT TO CM-ACCOUNT-SUB.
006870     MOVE CU-ACCOUNT-NO TO CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB).
006880     MOVE CU-CUSTOMER-TIER TO
006890         CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB).
006900     IF CU-TIER-CHANGE-DATE NUMERIC
006910         AND CU-TIER-CHANGE-DATE > CM-MONTH-END-DATE
006920         AND CU-PRIOR-TIER NOT = SPACES
006930         MOVE CU-PRIOR-TIER TO
006940             CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB)
006950     END-IF.
006960     MOVE ZERO TO CM-AC-VOLUME (CM-ACCOUNT-SUB).
006970     MOVE ZERO TO CM-AC-BAND-FLOOR (CM-ACCOUNT-SUB).
006980     MOVE ZERO TO CM-AC-REBATE-PCT (CM-ACCOUNT-SUB).
006990     MOVE ZERO TO CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB).
007000     MOVE ZERO TO CM-AC-REBATE-AMOUNT (CM-ACCOUNT-SUB).
007010     MOVE ZERO TO CM-AC-POSTED-UNITS (CM-ACCOUNT-SUB).
007020     MOVE SPACE TO CM-AC-STATE-SW (CM-ACCOUNT-SUB).
007030 1410-READ-ACCOUNT-EXIT.
007040     EXIT.
007050*
007060*****************************************************************
007070*    1500-LOAD-POSTED-REBATES
007080*    READS AUDITLOG FOR "VR" ROWS DATED THIS MONTH END - THE
007090*    REBATE CREDITS AN EARLIER RUN ALREADY POSTED - AND NOTES
007100*    THEIR UNITS AGAINST THE ACCOUNT, SO A RERUN DOES NOT POST
007110*    THE ACCOUNT A SECOND TIME. AUDITLOG IS CLOSED AGAIN
007120*    BEFORE CMAUDLOG OPENS IT TO APPEND.
007130*****************************************************************
007140 1500-LOAD-POSTED-REBATES.
007150     OPEN INPUT AUDIT-LOG-FILE.
007160     IF CM-AUDIT-FILE-NOT-FOUND
007170         GO TO 1500-LOAD-POSTED-REBATES-EXIT
007180     END-IF.
007190     IF NOT CM-AUDIT-FILE-OK
007200         DISPLAY "REBPOST: UNABLE TO OPEN AUDITLOG, "
007210                 "STATUS = " CM-AUDIT-FILE-STATUS
007220         MOVE 16 TO RETURN-CODE
007230         STOP RUN
007240     END-IF.
007250     PERFORM 1510-READ-AUDIT-ROW
007260         THRU 1510-READ-AUDIT-ROW-EXIT
007270         UNTIL CM-AUDIT-EOF.
007280     CLOSE AUDIT-LOG-FILE.
007290 1500-LOAD-POSTED-REBATES-EXIT.
007300     EXIT.
007310*
007320*****************************************************************
007330*    1510-READ-AUDIT-ROW
007340*    READS ONE AUDITLOG ROW AND, IF IT IS A REBATE CREDIT FOR
007350*    THIS MONTH END, ADDS ITS UNITS TO THE ACCOUNT'S POSTED
007360*    UNITS.
007370*****************************************************************
007380 1510-READ-AUDIT-ROW.
007390     READ AUDIT-LOG-FILE
007400         AT END
007410             SET CM-AUDIT-EOF TO TRUE
007420             GO TO 1510-READ-AUDIT-ROW-EXIT
007430     END-READ.
007440     IF AL-STATUS-CODE NOT = "VR"
007450         OR AL-TRANSACTION-DATE NOT = CM-MONTH-END-DATE
007460         GO TO 1510-READ-AUDIT-ROW-EXIT
007470     END-IF.
007480     SEARCH ALL CM-ACCOUNT-ENTRY
007490         AT END
007500             GO TO 1510-READ-AUDIT-ROW-EXIT
007510         WHEN CM-AC-ACCOUNT-NO (CM-ACCOUNT-IX) = AL-ACCOUNT-NO
007520             SET CM-ACCOUNT-SUB TO CM-ACCOUNT-IX
007530     END-SEARCH.
007540     ADD AL-RESULT TO CM-AC-POSTED-UNITS (CM-ACCOUNT-SUB).
007550 1510-READ-AUDIT-ROW-EXIT.
007560     EXIT.
007570*
007580*****************************************************************
007590*    2000-TALLY-HISTORY
007600*    TALLIES EVERY MULTHIST RECORD. A MISSING MULTHIST MEANS
007610*    NOTHING HAS BEEN PURGED YET.
007620*****************************************************************
007630 2000-TALLY-HISTORY.
007640     OPEN INPUT HISTORY-FILE.
007650     IF CM-HISTORY-NOT-FOUND
007660         DISPLAY "REBPOST: NO MULTHIST - NOTHING PURGED YET"
007670         GO TO 2000-TALLY-HISTORY-EXIT
007680     END-IF.
007690     IF NOT CM-HISTORY-OK
007700         DISPLAY "REBPOST: UNABLE TO OPEN MULTHIST, "
007710                 "STATUS = " CM-HISTORY-STATUS
007720         MOVE 16 TO RETURN-CODE
007730         STOP RUN
007740     END-IF.
007750     PERFORM 2010-READ-HISTORY
007760         THRU 2010-READ-HISTORY-EXIT.
007770     PERFORM 2020-TALLY-HISTORY-RECORD
007780         THRU 2020-TALLY-HISTORY-RECORD-EXIT
007790         UNTIL CM-HISTORY-EOF.
007800     CLOSE HISTORY-FILE.
007810 2000-TALLY-HISTORY-EXIT.
007820     EXIT.
007830*
007840*****************************************************************
007850*    2010-READ-HISTORY
007860*    READS THE NEXT MULTHIST RECORD AND SETS THE END-OF-FILE
007870*    SWITCH.
007880*****************************************************************
007890 2010-READ-HISTORY.
007900     READ HISTORY-FILE
007910         AT END
007920             SET CM-HISTORY-EOF TO TRUE
007930     END-READ.
007940 2010-READ-HISTORY-EXIT.
007950     EXIT.
007960*
007970*****************************************************************
007980*    2020-TALLY-HISTORY-RECORD
007990*    TALLIES ONE MULTHIST RECORD THROUGH THE WORK RECORD.
008000*****************************************************************
008010 2020-TALLY-HISTORY-RECORD.
008020     ADD 1 TO CM-HISTORY-READ-CT.
008030     MOVE HISTORY-RECORD TO CM-WORK-RESULT.
008040     PERFORM 2500-TALLY-VOLUME
008050         THRU 2500-TALLY-VOLUME-EXIT.
008060     PERFORM 2010-READ-HISTORY
008070         THRU 2010-READ-HISTORY-EXIT.
008080 2020-TALLY-HISTORY-RECORD-EXIT.
008090     EXIT.
008100*
008110*****************************************************************
008120*    2100-TALLY-RESULTS
008130*    TALLIES EVERY MULTOUT RECORD. MULTOUT IS CLOSED AGAIN AND
008140*    REOPENED I-O WHEN THE CREDITS ARE POSTED.
008150*****************************************************************
008160 2100-TALLY-RESULTS.
008170     OPEN INPUT RESULT-FILE.
008180     IF NOT CM-RESULT-OK
008190         DISPLAY "REBPOST: UNABLE TO OPEN MULTOUT, "
008200                 "STATUS = " CM-RESULT-STATUS
008210         MOVE 16 TO RETURN-CODE
008220         STOP RUN
008230     END-IF.
008240     PERFORM 2110-READ-RESULT
008250         THRU 2110-READ-RESULT-EXIT.
008260     PERFORM 2120-TALLY-RESULT-RECORD
008270         THRU 2120-TALLY-RESULT-RECORD-EXIT
008280         UNTIL CM-RESULT-EOF.
008290     CLOSE RESULT-FILE.
008300 2100-TALLY-RESULTS-EXIT.
008310     EXIT.
008320*
008330*****************************************************************
008340*    2110-READ-RESULT
008350*    READS THE NEXT MULTOUT RECORD AND SETS THE END-OF-FILE
008360*    SWITCH.
008370*****************************************************************
008380 2110-READ-RESULT.
008390     READ RESULT-FILE NEXT RECORD
008400         AT END
008410             SET CM-RESULT-EOF TO TRUE
008420     END-READ.
008430 2110-READ-RESULT-EXIT.
008440     EXIT.
008450*
008460*****************************************************************
008470*    2120-TALLY-RESULT-RECORD
008480*    TALLIES ONE MULTOUT RECORD THROUGH THE WORK RECORD.
008490*****************************************************************
008500 2120-TALLY-RESULT-RECORD.
008510     ADD 1 TO CM-RESULT-READ-CT.
008520     MOVE RESULT-RECORD TO CM-WORK-RESULT.
008530     PERFORM 2500-TALLY-VOLUME
008540         THRU 2500-TALLY-VOLUME-EXIT.
008550     PERFORM 2110-READ-RESULT
008560         THRU 2110-READ-RESULT-EXIT.
008570 2120-TALLY-RESULT-RECORD-EXIT.
008580     EXIT.
008590*
008600*****************************************************************
008610*    2500-TALLY-VOLUME
008620*    ADDS ONE TRANSACTION'S RESULT TO ITS ACCOUNT'S VOLUME WHEN
008630*    IT WAS EXTRACTED IN THE MONTH AND STANDS - NOT REVERSED,
008640*    NOT ITSELF A REVERSAL (OUT-ORIGINAL-ID NUMERIC), AND NOT
008650*    A REBATE CREDIT. A RESULT ON AN ACCOUNT NOT ON CUSTMAST
008660*    IS COUNTED AND PASSED OVER.
008670*****************************************************************
008680 2500-TALLY-VOLUME.
008690     IF NOT WR-EXTRACTED
008700         GO TO 2500-TALLY-VOLUME-EXIT
008710     END-IF.
008720     IF WR-EXTRACT-DATE NOT NUMERIC
008730         OR WR-EXTRACT-DATE < CM-MONTH-START-DATE
008740         OR WR-EXTRACT-DATE > CM-MONTH-END-DATE
008750         GO TO 2500-TALLY-VOLUME-EXIT
008760     END-IF.
008770     IF WR-REVERSED
008780         OR WR-ORIGINAL-ID NUMERIC
008790         OR WR-REBATE-CREDIT
008800         GO TO 2500-TALLY-VOLUME-EXIT
008810     END-IF.
008820     SEARCH ALL CM-ACCOUNT-ENTRY
008830         AT END
008840             ADD 1 TO CM-UNKNOWN-ACCOUNT-CT
008850             GO TO 2500-TALLY-VOLUME-EXIT
008860         WHEN CM-AC-ACCOUNT-NO (CM-ACCOUNT-IX) = WR-ACCOUNT-NO
008870             SET CM-ACCOUNT-SUB TO CM-ACCOUNT-IX
008880     END-SEARCH.
008890     ADD WR-RESULT TO CM-AC-VOLUME (CM-ACCOUNT-SUB).
008900     ADD WR-RESULT TO CM-TOTAL-VOLUME.
008910     ADD 1 TO CM-COUNTED-CT.
008920 2500-TALLY-VOLUME-EXIT.
008930     EXIT.
008940*
008950*****************************************************************
008960*    3000-WORK-OUT-REBATE
008970*    FINDS THE BAND ONE ACCOUNT'S VOLUME FALLS IN AND WORKS OUT
008980*    ITS REBATE - THE BAND'S PERCENTAGE OF THE WHOLE VOLUME, IN
008990*    RESULT UNITS, ROUNDED - AND WHAT BILLING WILL CREDIT FOR
009000*    IT. AN ACCOUNT WITH "VR" ROWS ALREADY LOGGED FOR THE MONTH
009010*    END IS MARKED ALREADY POSTED. A TIER DUE A REBATE WITH NO
009020*    RATE IN FORCE STOPS THE RUN RC=12 BEFORE ANYTHING IS
009030*    POSTED, AS IT WOULD STOP THE EXTRACT.
009040*****************************************************************
009050 3000-WORK-OUT-REBATE.
009060     IF CM-AC-VOLUME (CM-ACCOUNT-SUB) = ZERO
009070         AND CM-AC-POSTED-UNITS (CM-ACCOUNT-SUB) = ZERO
009080         GO TO 3000-WORK-OUT-REBATE-EXIT
009090     END-IF.
009100     ADD 1 TO CM-VOLUME-ACCOUNT-CT.
009110     MOVE "N" TO CM-ENTRY-FOUND-SW.
009120     PERFORM 3100-MATCH-BAND
009130         THRU 3100-MATCH-BAND-EXIT
009140         VARYING CM-BAND-SUB FROM 1 BY 1
009150         UNTIL CM-BAND-SUB > CM-BAND-ENTRY-CT.
009160     IF CM-AC-POSTED-UNITS (CM-ACCOUNT-SUB) > ZERO
009170         SET CM-AC-ALREADY-POSTED (CM-ACCOUNT-SUB) TO TRUE
009180         ADD 1 TO CM-ALREADY-POSTED-CT
009190     ELSE
009200         IF NOT CM-ENTRY-FOUND
009210             SET CM-AC-NO-BAND (CM-ACCOUNT-SUB) TO TRUE
009220             ADD 1 TO CM-NO-BAND-CT
009230             GO TO 3000-WORK-OUT-REBATE-EXIT
009240         END-IF
009250         SET CM-AC-DUE (CM-ACCOUNT-SUB) TO TRUE
009260     END-IF.
009270     IF NOT CM-ENTRY-FOUND
009280         GO TO 3000-WORK-OUT-REBATE-EXIT
009290     END-IF.
009300     COMPUTE CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB) ROUNDED =
009310         CM-AC-VOLUME (CM-ACCOUNT-SUB)
009320         * CM-AC-REBATE-PCT (CM-ACCOUNT-SUB) / 100.
009330     IF CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB) = ZERO
009340         GO TO 3000-WORK-OUT-REBATE-EXIT
009350     END-IF.
009360     SET CM-RATE-IX TO 1.
009370     SEARCH CM-TIER-RATE-ENTRY
009380         AT END
009390             DISPLAY "REBPOST: NO BILLING RATE IN FORCE FOR "
009400                     "TIER " CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB)
009410                     " ON " CM-MONTH-END-DATE " - ACCOUNT "
009420                     CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB)
009430             MOVE 12 TO RETURN-CODE
009440             STOP RUN
009450         WHEN CM-RT-TIER (CM-RATE-IX) =
009460             CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB)
009470             MOVE CM-RT-RATE (CM-RATE-IX) TO CM-WORK-RATE
009480     END-SEARCH.
009490     MOVE CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB)
009500         TO CM-REMAINING-UNITS.
009510     PERFORM 3200-PRICE-CREDIT-RECORD
009520         THRU 3200-PRICE-CREDIT-RECORD-EXIT
009530         UNTIL CM-REMAINING-UNITS = ZERO.
009540 3000-WORK-OUT-REBATE-EXIT.
009550     EXIT.
009560*
009570*****************************************************************
009580*    3100-MATCH-BAND
009590*    CHECKS ONE BAND TABLE ENTRY AGAINST THE ACCOUNT - A BAND
009600*    OF THE ACCOUNT'S TIER, STILL CARRYING A PERCENTAGE, WHOSE
009610*    FLOOR THE VOLUME REACHES AND WHICH IS HIGHER THAN ANY
009620*    BAND FOUND SO FAR BECOMES THE ACCOUNT'S BAND.
009630*****************************************************************
009640 3100-MATCH-BAND.
009650     IF CM-BD-TIER (CM-BAND-SUB) NOT =
009660         CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB)
009670         OR CM-BD-PCT (CM-BAND-SUB) = ZERO
009680         OR CM-BD-FLOOR (CM-BAND-SUB) >
009690             CM-AC-VOLUME (CM-ACCOUNT-SUB)
009700         GO TO 3100-MATCH-BAND-EXIT
009710     END-IF.
009720     IF CM-ENTRY-FOUND
009730         AND CM-BD-FLOOR (CM-BAND-SUB) NOT >
009740             CM-AC-BAND-FLOOR (CM-ACCOUNT-SUB)
009750         GO TO 3100-MATCH-BAND-EXIT
009760     END-IF.
009770     MOVE CM-BD-FLOOR (CM-BAND-SUB) TO
009780         CM-AC-BAND-FLOOR (CM-ACCOUNT-SUB).
009790     MOVE CM-BD-PCT (CM-BAND-SUB) TO
009800         CM-AC-REBATE-PCT (CM-ACCOUNT-SUB).
009810     SET CM-ENTRY-FOUND TO TRUE.
009820 3100-MATCH-BAND-EXIT.
009830     EXIT.
009840*
009850*****************************************************************
009860*    3200-PRICE-CREDIT-RECORD
009870*    PRICES THE NEXT CREDIT RECORD OF THE ACCOUNT'S REBATE AT
009880*    THE TIER'S RATE, ROUNDED PER RECORD THE WAY CSISBEXT
009890*    WILL EXTEND IT.
009900*****************************************************************
009910 3200-PRICE-CREDIT-RECORD.
009920     PERFORM 3300-NEXT-CHUNK
009930         THRU 3300-NEXT-CHUNK-EXIT.
009940     MULTIPLY CM-CHUNK-UNITS BY CM-WORK-RATE
009950         GIVING CM-CHUNK-AMOUNT ROUNDED.
009960     ADD CM-CHUNK-AMOUNT TO CM-AC-REBATE-AMOUNT (CM-ACCOUNT-SUB).
009970 3200-PRICE-CREDIT-RECORD-EXIT.
009980     EXIT.
009990*
010000*****************************************************************
010010*    3300-NEXT-CHUNK
010020*    TAKES THE NEXT CREDIT RECORD'S UNITS OFF THE REMAINING
010030*    REBATE - AT MOST 9999, THE MOST A MULTOUT RESULT HOLDS.
010040*****************************************************************
010050 3300-NEXT-CHUNK.
010060     IF CM-REMAINING-UNITS > 9999
010070         MOVE 9999 TO CM-CHUNK-UNITS
010080     ELSE
010090         MOVE CM-REMAINING-UNITS TO CM-CHUNK-UNITS
010100     END-IF.
010110     SUBTRACT CM-CHUNK-UNITS FROM CM-REMAINING-UNITS.
010120 3300-NEXT-CHUNK-EXIT.
010130     EXIT.
010140*
010150*****************************************************************
010160*    4000-POST-REBATES
010170*    REOPENS MULTOUT I-O AND POSTS THE CREDITS FOR EVERY
010180*    ACCOUNT DUE A REBATE.
010190*****************************************************************
010200 4000-POST-REBATES.
010210     OPEN I-O RESULT-FILE.
010220     IF NOT CM-RESULT-OK
010230         DISPLAY "REBPOST: UNABLE TO OPEN MULTOUT, "
010240                 "STATUS = " CM-RESULT-STATUS
010250         MOVE 16 TO RETURN-CODE
010260         STOP RUN
010270     END-IF.
010280     MOVE 1 TO CM-NI-BLOCK-SIZE.
010290     PERFORM 4100-POST-ACCOUNT
010300         THRU 4100-POST-ACCOUNT-EXIT
010310         VARYING CM-ACCOUNT-SUB FROM 1 BY 1
010320         UNTIL CM-ACCOUNT-SUB > CM-ACCOUNT-ENTRY-CT.
010330     CLOSE RESULT-FILE.
010340 4000-POST-REBATES-EXIT.
010350     EXIT.
010360*
010370*****************************************************************
010380*    4100-POST-ACCOUNT
010390*    POSTS ONE ACCOUNT'S REBATE AS ONE OR MORE CREDIT RECORDS.
010400*    A FAILED WRITE STOPS THE ACCOUNT WHERE IT IS AND ENDS THE
010410*    RUN RC=8 - THE CREDITS ALREADY WRITTEN ARE LOGGED, SO A
010420*    RERUN SHOWS THE ACCOUNT ALREADY POSTED AND BILLING SETTLES
010430*    THE SHORTFALL BY HAND.
010440*****************************************************************
010450 4100-POST-ACCOUNT.
010460     IF NOT CM-AC-DUE (CM-ACCOUNT-SUB)
010470         OR CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB) = ZERO
010480         GO TO 4100-POST-ACCOUNT-EXIT
010490     END-IF.
010500     MOVE "N" TO CM-WRITE-FAILED-SW.
010510     MOVE CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB)
010520         TO CM-REMAINING-UNITS.
010530     PERFORM 4200-WRITE-CREDIT
010540         THRU 4200-WRITE-CREDIT-EXIT
010550         UNTIL CM-REMAINING-UNITS = ZERO
010560         OR CM-WRITE-FAILED.
010570     IF CM-WRITE-FAILED
010580         SET CM-AC-POST-FAILED (CM-ACCOUNT-SUB) TO TRUE
010590         ADD 1 TO CM-FAILED-CT
010600         MOVE 8 TO RETURN-CODE
010610     ELSE
010620         SET CM-AC-POSTED (CM-ACCOUNT-SUB) TO TRUE
010630         ADD 1 TO CM-REBATED-CT
010640         ADD CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB)
010650             TO CM-TOTAL-UNITS
010660         ADD CM-AC-REBATE-AMOUNT (CM-ACCOUNT-SUB)
010670             TO CM-TOTAL-AMOUNT
010680     END-IF.
010690 4100-POST-ACCOUNT-EXIT.
010700     EXIT.
010710*
010720*****************************************************************
010730*    4200-WRITE-CREDIT
010740*    WRITES THE NEXT CREDIT RECORD TO MULTOUT UNDER A FRESH
010750*    CMNEXTID ID - NO OPERANDS, NO ORIGINAL-ID, NOT YET
010760*    EXTRACTED, CREDIT TYPE "R" - THEN LOGS IT AND POSTS IT
010770*    AGAINST THE ACCOUNT'S EXPOSURE.
010780*****************************************************************
010790 4200-WRITE-CREDIT.
010800     PERFORM 3300-NEXT-CHUNK
010810         THRU 3300-NEXT-CHUNK-EXIT.
010820     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
010830     MOVE SPACES TO RESULT-RECORD.
010840     MOVE CM-NI-NEXT-ID TO OUT-TRANSACTION-ID.
010850     MOVE ZERO TO OUT-NX.
010860     MOVE ZERO TO OUT-NY.
010870     MOVE CM-CHUNK-UNITS TO OUT-RESULT.
010880     MOVE CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB)
010890         TO OUT-CUSTOMER-TIER.
010900     MOVE CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB) TO OUT-ACCOUNT-NO.
010910     MOVE "N" TO OUT-EXTRACT-FLAG.
010920     MOVE "N" TO OUT-REVERSED-FLAG.
010930     MOVE ZERO TO OUT-EXTRACT-RUN-NO.
010940     MOVE ZERO TO OUT-EXTRACT-DATE.
010950     SET OUT-REBATE-CREDIT TO TRUE.
010960     WRITE RESULT-RECORD
010970         INVALID KEY
010980             DISPLAY "REBPOST: DUPLICATE TRANSACTION ID ON "
010990                     "MULTOUT - " OUT-TRANSACTION-ID
011000                     " - ACCOUNT "
011010                     CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB)
011020                     " NOT FULLY CREDITED"
011030             SET CM-WRITE-FAILED TO TRUE
011040             GO TO 4200-WRITE-CREDIT-EXIT
011050     END-WRITE.
011051     IF NOT CM-RESULT-OK
011052         DISPLAY "REBPOST: UNABLE TO WRITE MULTOUT, STATUS = "
011053                 CM-RESULT-STATUS " - ACCOUNT "
011054                 CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB)
011055                 " NOT FULLY CREDITED"
011056         SET CM-WRITE-FAILED TO TRUE
011057         GO TO 4200-WRITE-CREDIT-EXIT
011058     END-IF.
011060     ADD 1 TO CM-CREDIT-RECORD-CT.
011070     PERFORM 4300-LOG-CREDIT
011080         THRU 4300-LOG-CREDIT-EXIT.
011090     PERFORM 4400-POST-EXPOSURE
011100         THRU 4400-POST-EXPOSURE-EXIT.
011110 4200-WRITE-CREDIT-EXIT.
011120     EXIT.
011130*
011140*****************************************************************
011150*    4300-LOG-CREDIT
011160*    LOGS THE CREDIT JUST WRITTEN - STATUS "VR" UNDER ITS OWN
011170*    ID, DATED THE MONTH END, SOURCE SYSTEM "REBATE" - SO IT
011180*    CAN BE REPLAYED ONTO A RESTORED MULTOUT BACKUP AND A
011190*    RERUN KNOWS THE ACCOUNT IS DONE.
011200*****************************************************************
011210 4300-LOG-CREDIT.
011220     MOVE OUT-TRANSACTION-ID TO CM-TR-TRANSACTION-ID.
011230     MOVE CM-MONTH-END-DATE TO CM-TR-DATE.
011240     MOVE "REBPOST" TO CM-TR-OPERATOR-ID.
011250     MOVE OUT-ACCOUNT-NO TO CM-TR-ACCOUNT-NO.
011260     MOVE OUT-CUSTOMER-TIER TO CM-TR-CUSTOMER-TIER.
011270     MOVE ZERO TO CM-TR-NX.
011280     MOVE ZERO TO CM-TR-NY.
011290     MOVE OUT-RESULT TO CM-TR-RESULT.
011300     MOVE "VR" TO CM-TR-STATUS-CODE.
011310     MOVE ZERO TO CM-TR-ORIGINAL-ID.
011320     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
011330 4300-LOG-CREDIT-EXIT.
011340     EXIT.
011350*
011360*****************************************************************
011370*    4400-POST-EXPOSURE
011380*    POSTS THE CREDIT AGAINST THE ACCOUNT'S EXPOSURE ON
011390*    CUSTMAST, PRICED AT THE MONTH END. A CREDIT THAT DOES NOT
011400*    POST IS NAMED ON SYSOUT AND ENDS THE RUN RC=4 - THE
011410*    EXPOSURE CATCHES UP WHEN CSISBACK RELIEVES IT.
011420*****************************************************************
011430 4400-POST-EXPOSURE.
011440     SET CM-CR-POST TO TRUE.
011450     SET CM-CR-CREDIT TO TRUE.
011460     MOVE OUT-ACCOUNT-NO TO CM-CR-ACCOUNT-NO.
011470     MOVE OUT-CUSTOMER-TIER TO CM-CR-CUSTOMER-TIER.
011480     MOVE OUT-RESULT TO CM-CR-RESULT.
011490     MOVE CM-MONTH-END-DATE TO CM-CR-PRICE-DATE.
011500     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
011510     IF CM-CR-OVER-LIMIT
011520         DISPLAY "REBPOST: EXPOSURE NOT POSTED FOR "
011530                 "TRANSACTION " OUT-TRANSACTION-ID
011540                 " ACCOUNT " CM-CR-ACCOUNT-NO
011550                 " - " CM-CR-REASON
011560         ADD 1 TO CM-EXPOSURE-FAIL-CT
011570     END-IF.
011580 4400-POST-EXPOSURE-EXIT.
011590     EXIT.
011600*
011610*****************************************************************
011620*    6000-PRINT-REGISTER
011630*    PRINTS THE REBRPT REBATE REGISTER - ONE LINE FOR EACH
011640*    ACCOUNT WITH VOLUME IN THE MONTH, THEN THE RUN TOTALS.
011650*****************************************************************
011660 6000-PRINT-REGISTER.
011670     MOVE CM-MONTH-END-DATE TO CM-RH-MONTH-END-DATE.
011680     MOVE CM-REGISTER-HEADING-1 TO REBATE-REPORT-LINE.
011690     WRITE REBATE-REPORT-LINE.
011700     MOVE CM-BLANK-LINE TO REBATE-REPORT-LINE.
011710     WRITE REBATE-REPORT-LINE.
011720     MOVE CM-REGISTER-HEADING-2 TO REBATE-REPORT-LINE.
011730     WRITE REBATE-REPORT-LINE.
011740     PERFORM 6100-PRINT-ACCOUNT-LINE
011750         THRU 6100-PRINT-ACCOUNT-LINE-EXIT
011760         VARYING CM-ACCOUNT-SUB FROM 1 BY 1
011770         UNTIL CM-ACCOUNT-SUB > CM-ACCOUNT-ENTRY-CT.
011780     MOVE CM-BLANK-LINE TO REBATE-REPORT-LINE.
011790     WRITE REBATE-REPORT-LINE.
011800     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
011810     MOVE "ACCOUNTS WITH VOLUME" TO CM-TL-LABEL.
011820     MOVE CM-VOLUME-ACCOUNT-CT TO CM-TL-COUNT.
011830     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
011840     WRITE REBATE-REPORT-LINE.
011850     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
011860     MOVE "RESULT VOLUME IN MONTH" TO CM-TL-LABEL.
011870     MOVE CM-TOTAL-VOLUME TO CM-TL-COUNT.
011880     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
011890     WRITE REBATE-REPORT-LINE.
011900     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
011910     MOVE "ACCOUNTS BELOW EVERY BAND" TO CM-TL-LABEL.
011920     MOVE CM-NO-BAND-CT TO CM-TL-COUNT.
011930     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
011940     WRITE REBATE-REPORT-LINE.
011950     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
011960     MOVE "ACCOUNTS ALREADY POSTED" TO CM-TL-LABEL.
011970     MOVE CM-ALREADY-POSTED-CT TO CM-TL-COUNT.
011980     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
011990     WRITE REBATE-REPORT-LINE.
012000     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
012010     MOVE "ACCOUNTS REBATED THIS RUN" TO CM-TL-LABEL.
012020     MOVE CM-REBATED-CT TO CM-TL-COUNT.
012030     MOVE CM-TOTAL-AMOUNT TO CM-TL-AMOUNT.
012040     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
012050     WRITE REBATE-REPORT-LINE.
012060     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
012070     MOVE "CREDIT UNITS POSTED" TO CM-TL-LABEL.
012080     MOVE CM-TOTAL-UNITS TO CM-TL-COUNT.
012090     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
012100     WRITE REBATE-REPORT-LINE.
012110     MOVE SPACES TO CM-REGISTER-TOTAL-LINE.
012120     MOVE "CREDIT RECORDS WRITTEN" TO CM-TL-LABEL.
012130     MOVE CM-CREDIT-RECORD-CT TO CM-TL-COUNT.
012140     MOVE CM-REGISTER-TOTAL-LINE TO REBATE-REPORT-LINE.
012150     WRITE REBATE-REPORT-LINE.
012160     MOVE CM-BLANK-LINE TO REBATE-REPORT-LINE.
012170     WRITE REBATE-REPORT-LINE.
012180     EVALUATE TRUE
012190         WHEN CM-FAILED-CT > ZERO
012200             MOVE "*** CREDITS NOT FULLY POSTED - SEE SYSOUT"
012210                 TO CM-RESULT-LINE
012220         WHEN CM-ALREADY-POSTED-CT > ZERO
012230             MOVE "ACCOUNTS ALREADY POSTED - NOT POSTED AGAIN"
012240                 TO CM-RESULT-LINE
012250         WHEN CM-REBATED-CT = ZERO
012260             MOVE "NO REBATE DUE - NOTHING POSTED"
012270                 TO CM-RESULT-LINE
012280         WHEN OTHER
012290             MOVE "REBATE CREDITS POSTED FOR THE NEXT EXTRACT"
012300                 TO CM-RESULT-LINE
012310     END-EVALUATE.
012320     MOVE CM-RESULT-LINE TO REBATE-REPORT-LINE.
012330     WRITE REBATE-REPORT-LINE.
012340 6000-PRINT-REGISTER-EXIT.
012350     EXIT.
012360*
012370*****************************************************************
012380*    6100-PRINT-ACCOUNT-LINE
012390*    PRINTS ONE ACCOUNT'S VOLUME, BAND, AND CREDIT, IF IT HAD
012400*    VOLUME IN THE MONTH OR A REBATE ALREADY POSTED FOR IT.
012410*****************************************************************
012420 6100-PRINT-ACCOUNT-LINE.
012430     IF CM-AC-STATE-SW (CM-ACCOUNT-SUB) = SPACE
012440         GO TO 6100-PRINT-ACCOUNT-LINE-EXIT
012450     END-IF.
012460     MOVE CM-AC-ACCOUNT-NO (CM-ACCOUNT-SUB) TO CM-RG-ACCOUNT-NO.
012470     MOVE CM-AC-CUSTOMER-TIER (CM-ACCOUNT-SUB) TO CM-RG-TIER.
012480     MOVE CM-AC-VOLUME (CM-ACCOUNT-SUB) TO CM-RG-VOLUME.
012490     MOVE CM-AC-BAND-FLOOR (CM-ACCOUNT-SUB) TO CM-RG-BAND-FLOOR.
012500     MOVE CM-AC-REBATE-PCT (CM-ACCOUNT-SUB) TO CM-RG-PCT.
012510     MOVE CM-AC-REBATE-UNITS (CM-ACCOUNT-SUB) TO CM-RG-UNITS.
012520     MOVE CM-AC-REBATE-AMOUNT (CM-ACCOUNT-SUB) TO CM-RG-AMOUNT.
012530     EVALUATE TRUE
012540         WHEN CM-AC-NO-BAND (CM-ACCOUNT-SUB)
012550             MOVE "NO BAND" TO CM-RG-NOTE
012560         WHEN CM-AC-ALREADY-POSTED (CM-ACCOUNT-SUB)
012570             MOVE "ALREADY POSTED" TO CM-RG-NOTE
012580             MOVE CM-AC-POSTED-UNITS (CM-ACCOUNT-SUB)
012590                 TO CM-RG-UNITS
012600         WHEN CM-AC-POST-FAILED (CM-ACCOUNT-SUB)
012610             MOVE "NOT POSTED" TO CM-RG-NOTE
012620         WHEN CM-AC-POSTED (CM-ACCOUNT-SUB)
012630             MOVE "POSTED" TO CM-RG-NOTE
012640         WHEN OTHER
012650             MOVE "BELOW 1 UNIT" TO CM-RG-NOTE
012660     END-EVALUATE.
012670     MOVE CM-REGISTER-LINE TO REBATE-REPORT-LINE.
012680     WRITE REBATE-REPORT-LINE.
012690 6100-PRINT-ACCOUNT-LINE-EXIT.
012700     EXIT.
012710*
012720*****************************************************************
012730*    7000-TERMINATE
012740*    CLOSES THE REGISTER, SETS THE RETURN CODE, AND DISPLAYS
012750*    THE COUNTS. AN ACCOUNT ALREADY POSTED OR A CREDIT WHOSE
012760*    EXPOSURE DID NOT POST ENDS THE RUN RC=4 UNLESS SOMETHING
012770*    WORSE HAPPENED.
012780*****************************************************************
012790 7000-TERMINATE.
012800     CLOSE REBATE-REPORT-FILE.
012810     IF RETURN-CODE < 4
012820         AND (CM-ALREADY-POSTED-CT > ZERO
012830              OR CM-EXPOSURE-FAIL-CT > ZERO)
012840         MOVE 04 TO RETURN-CODE
012850     END-IF.
012860     DISPLAY "REBPOST: MONTH END            = "
012870             CM-MONTH-END-DATE.
012880     DISPLAY "REBPOST: MULTHIST RECORDS READ = "
012890             CM-HISTORY-READ-CT.
012900     DISPLAY "REBPOST: MULTOUT RECORDS READ  = "
012910             CM-RESULT-READ-CT.
012920     DISPLAY "REBPOST: RESULTS COUNTED      = " CM-COUNTED-CT.
012930     DISPLAY "REBPOST: UNKNOWN ACCOUNT      = "
012940             CM-UNKNOWN-ACCOUNT-CT.
012950     DISPLAY "REBPOST: ACCOUNTS REBATED     = " CM-REBATED-CT.
012960     DISPLAY "REBPOST: ALREADY POSTED       = "
012970             CM-ALREADY-POSTED-CT.
012980     DISPLAY "REBPOST: CREDIT RECORDS       = "
012990             CM-CREDIT-RECORD-CT.
013000     SET CM-RL-STEP-END TO TRUE.
013010     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
013020     MOVE "ACCOUNTS" TO CM-RL-KEY-COUNT-LABEL(1).
013030     MOVE CM-VOLUME-ACCOUNT-CT TO CM-RL-KEY-COUNT(1).
013040     MOVE "REBATED" TO CM-RL-KEY-COUNT-LABEL(2).
013050     MOVE CM-REBATED-CT TO CM-RL-KEY-COUNT(2).
013060     MOVE "CREDITS" TO CM-RL-KEY-COUNT-LABEL(3).
013070     MOVE CM-CREDIT-RECORD-CT TO CM-RL-KEY-COUNT(3).
013080     MOVE "ALREADY" TO CM-RL-KEY-COUNT-LABEL(4).
013090     MOVE CM-ALREADY-POSTED-CT TO CM-RL-KEY-COUNT(4).
013100     MOVE CM-MONTH-END-DATE TO CM-RL-KEY-TEXT.
013110     MOVE CM-TOTAL-AMOUNT TO CM-RL-KEY-AMOUNT.
013120     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
013130 7000-TERMINATE-EXIT.
013140     EXIT.
