000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGAPPR.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - SECOND-SUPERVISOR APPROVAL
000120*                  SCREEN FOR BILLRATE AND CUSTLIM CHANGES.
000130*                  RATMAINT AND LIMMAINT NOW ONLY KEY A PENDING
000140*                  CHANGE ONTO PENDCHG; NOTHING REACHES THE
000150*                  LIVE FILES UNTIL A SUPERVISOR OTHER THAN THE
000160*                  ONE WHO KEYED IT APPROVES IT HERE. FUNCTIONS
000170*                  ARE N (NEXT PENDING CHANGE AFTER THE CHANGE
000180*                  ID ON THE PANEL - BLANK STARTS FROM THE
000190*                  BEGINNING), I (INQUIRE BY CHANGE ID), A
000200*                  (APPROVE AND APPLY), D (DECLINE), AND X.
000210*                  APPROVE AND DECLINE REQUIRE SUPERVISOR
000220*                  AUTHORITY AND ARE REFUSED TO THE KEYER.
000230*                  APPROVE CHECKS SYSSTAT THROUGH CMSTACHK LIKE
000240*                  EVERY OTHER LIVE-FILE CHANGE, WITH THE SAME
000250*                  LOGGED "QO" OVERRIDE, AND REFUSES A CHANGE
000260*                  OR DELETE WHEN THE LIVE RECORD NO LONGER
000270*                  HOLDS THE VALUES IT HELD WHEN THE CHANGE WAS
000280*                  KEYED - THAT CHANGE IS DECLINED AND REKEYED.
000290*                  AN APPLIED CHANGE IS LOGGED THROUGH CMAUDLOG
000300*                  UNDER THE SAME RA/RC/RD AND LA/LC/LD CODES
000310*                  THE MAINTENANCE SCREENS USED TO WRITE, AND A
000320*                  DECLINE UNDER "RX" OR "LX". EACH ROW CARRIES
000330*                  THE DECIDING SUPERVISOR AS THE OPERATOR, THE
000340*                  PENDING CHANGE ID IN THE ACCOUNT COLUMN, AND
000350*                  THE KEYER IN THE SOURCE SYSTEM COLUMN, SO
000360*                  ONE ROW NAMES BOTH PEOPLE.
000361*    10/15/26  JI  REBSCHED VOLUME REBATE BANDS KEYED ON
000362*                  REBMAINT (PENDCHG FILE CODE "V") ARE DECIDED
000363*                  HERE TOO. AN APPROVED BAND IS APPLIED TO
000364*                  REBSCHED, OPENED FOR THAT ONE APPROVAL LIKE
000365*                  BILLRATE, AND LOGGED UNDER "VA", "VC", OR
000366*                  "VD" WITH THE PERCENTAGE TIMES 100 IN THE
000367*                  RESULT COLUMN AND THE EFFECTIVE DATE IN THE
000368*                  ORIGINAL-ID COLUMN; A DECLINE LOGS "VX". THE
000369*                  PANEL SHOWS THE BAND FLOOR NEXT TO THE
000370*                  EFFECTIVE DATE.
000371*    10/15/26  JI  AN ADD TO THE LIVE FILE THAT FAILS WITH ANY
000372*                  STATUS BUT A DUPLICATE KEY NOW LEAVES THE
000373*                  CHANGE PENDING WITH AN I-O ERROR MESSAGE. A
000374*                  CHANGE APPLIED TO THE LIVE FILE IS NOW ALWAYS
000375*                  LOGGED, EVEN WHEN PENDCHG CANNOT BE REWRITTEN
000376*                  AS APPROVED - THE PANEL THEN SAYS SO.
000377*****************************************************************
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. CSIS-UL-IE.
000420 OBJECT-COMPUTER. CSIS-UL-IE.
000430 SPECIAL-NAMES.
000440     CONSOLE IS CRT.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PC-PENDING-ID
000510         FILE STATUS IS CM-PENDING-STATUS.
000520
000530     SELECT BILLING-RATE-FILE ASSIGN TO "BILLRATE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS BR-RATE-KEY
000570         FILE STATUS IS CM-RATE-STATUS.
000580
000590     SELECT CUSTOMER-LIMITS-FILE ASSIGN TO "CUSTLIM"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CL-CUSTOMER-TIER
000630         FILE STATUS IS CM-LIMITS-STATUS.
000631
000632     SELECT REBATE-SCHEDULE-FILE ASSIGN TO "REBSCHED"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS RANDOM
000635         RECORD KEY IS RS-REBATE-KEY
000636         FILE STATUS IS CM-REBATE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680*****************************************************************
000690*    PENDCHG - PENDING BILLRATE, CUSTLIM, AND REBSCHED CHANGES
000700*    KEYED ON RATMAINT, LIMMAINT, AND REBMAINT, SHARED THROUGH
000710*    THE PENDCHG COPYBOOK.
000720*****************************************************************
000730 FD  PENDING-CHANGE-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  PENDING-CHANGE-RECORD.
000760     COPY PENDCHG.
000770*
000780*****************************************************************
000790*    BILLRATE, CUSTLIM, AND REBSCHED - THE LIVE REFERENCE FILES AN
000800*    APPROVED CHANGE IS APPLIED TO. EACH IS OPENED ONLY FOR
000810*    THE APPROVAL THAT NEEDS IT AND CLOSED STRAIGHT AFTER, SO
000820*    THE SCREEN NEVER HOLDS THEM OPEN AGAINST THE BATCH.
000830*****************************************************************
000840 FD  BILLING-RATE-FILE
000850     RECORD CONTAINS 16 CHARACTERS.
000860 01  BILLING-RATE-RECORD.
000870     COPY BILLRATE.
000880
000890 FD  CUSTOMER-LIMITS-FILE
000900     RECORD CONTAINS 06 CHARACTERS.
000910 01  CUSTOMER-LIMITS-RECORD.
000920     COPY CUSTLIM.
000921
000922 FD  REBATE-SCHEDULE-FILE
000923     RECORD CONTAINS 24 CHARACTERS.
000924 01  REBATE-SCHEDULE-RECORD.
000925     COPY REBSCHED.
000930
000940 WORKING-STORAGE SECTION.
000950*
000960*****************************************************************
000970*    FILE STATUS FOR PENDCHG, BILLRATE, CUSTLIM, AND REBSCHED
000980*****************************************************************
000990 01  CM-PENDING-STATUS               PIC X(02) VALUE ZEROS.
001000     88  CM-PENDING-OK                   VALUE "00".
001010
001020 01  CM-RATE-STATUS                  PIC X(02) VALUE ZEROS.
001030     88  CM-RATE-OK                      VALUE "00".
001040
001050 01  CM-LIMITS-STATUS                PIC X(02) VALUE ZEROS.
001060     88  CM-LIMITS-OK                    VALUE "00".
001062
001064 01  CM-REBATE-STATUS                PIC X(02) VALUE ZEROS.
001066     88  CM-REBATE-OK                    VALUE "00".
001070*
001080*****************************************************************
001090*    PROGRAM SWITCHES
001100*****************************************************************
001110 01  CM-SWITCHES.
001120     05  CM-EXIT-REQUESTED-SW        PIC X(01) VALUE "N".
001130         88  CM-EXIT-REQUESTED           VALUE "Y".
001140     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
001150         88  CM-VALID-ENTRY              VALUE "Y".
001160     05  CM-LIVE-FILE-NEW-SW         PIC X(01) VALUE "N".
001170         88  CM-LIVE-FILE-NEW            VALUE "Y".
001180     05  CM-BROWSE-DONE-SW           PIC X(01) VALUE "N".
001190         88  CM-BROWSE-DONE              VALUE "Y".
001200*
001210*****************************************************************
001220*    SCREEN ENTRY FIELDS AND WORK AREAS - THE CHANGE ID IS
001230*    KEYED AS RATMAINT OR LIMMAINT GAVE IT TO THE KEYER. THE
001240*    PENDING CHANGE IS DISPLAYED BACK BELOW IT.
001250*****************************************************************
001260 01  CM-FUNCTION-ENTRY               PIC X(01) VALUE SPACES.
001270     88  CM-FUNCTION-NEXT                VALUE "N".
001280     88  CM-FUNCTION-INQUIRE             VALUE "I".
001290     88  CM-FUNCTION-APPROVE             VALUE "A".
001300     88  CM-FUNCTION-DECLINE             VALUE "D".
001310     88  CM-FUNCTION-EXIT                VALUE "X".
001320 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
001330 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
001340 01  CM-OVERRIDE-ENTRY               PIC X(01) VALUE SPACES.
001350 01  CM-PENDING-ID-ENTRY             PIC X(08) VALUE SPACES.
001360 01  CM-PENDING-ID-NUM REDEFINES CM-PENDING-ID-ENTRY
001370                                     PIC 9(08).
001380 01  CM-FILE-DISPLAY                 PIC X(08) VALUE SPACES.
001390 01  CM-ACTION-DISPLAY               PIC X(06) VALUE SPACES.
001400 01  CM-STATUS-DISPLAY               PIC X(01) VALUE SPACES.
001410 01  CM-TIER-DISPLAY                 PIC X(02) VALUE SPACES.
001420 01  CM-EFF-DATE-DISPLAY             PIC X(08) VALUE SPACES.
001425 01  CM-FLOOR-DISPLAY                PIC X(07) VALUE SPACES.
001430 01  CM-OLD-VALUE-DISPLAY            PIC X(14) VALUE SPACES.
001440 01  CM-NEW-VALUE-DISPLAY            PIC X(14) VALUE SPACES.
001450 01  CM-KEYED-BY-DISPLAY             PIC X(08) VALUE SPACES.
001460 01  CM-KEYED-DATE-DISPLAY           PIC X(08) VALUE SPACES.
001470 01  CM-KEYED-TIME-DISPLAY           PIC X(06) VALUE SPACES.
001480 01  CM-DECIDED-BY-DISPLAY           PIC X(08) VALUE SPACES.
001490 01  CM-DECIDED-DATE-DISPLAY         PIC X(08) VALUE SPACES.
001500 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
001510 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001520 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
001530*
001540*****************************************************************
001550*    VALUE DISPLAY BUILDERS - A RATE SHOWS AS 9.99, A TIER'S
001560*    CAPS AS "QTY 99 PRC 99", A REBATE BAND AS "99.99 PCT".
001570*****************************************************************
001580 01  CM-RATE-VALUE-LINE.
001590     05  CM-RV-RATE                  PIC 9.99.
001600     05  FILLER                      PIC X(10) VALUE SPACES.
001610
001620 01  CM-CAPS-VALUE-LINE.
001630     05  FILLER                      PIC X(04) VALUE "QTY ".
001640     05  CM-CV-MAX-QUANTITY          PIC 9(02).
001650     05  FILLER                      PIC X(05) VALUE " PRC ".
001660     05  CM-CV-MAX-UNIT-PRICE        PIC 9(02).
001670     05  FILLER                      PIC X(01) VALUE SPACES.
001672
001674 01  CM-REBATE-VALUE-LINE.
001676     05  CM-PV-REBATE-PCT            PIC 99.99.
001678     05  FILLER                      PIC X(09) VALUE " PCT".
001680*
001690*****************************************************************
001700*    CALCREC - SHARED TRANSACTION RECORD BUILT FOR THE AUDIT
001710*    TRAIL OF EACH DECISION (SEE CSIS_UL_IE/COPYBOOKS/
001720*    CALCREC.CPY). A BILLRATE ROW CARRIES THE RATE TIMES 100
001730*    IN THE RESULT COLUMN AND THE EFFECTIVE DATE IN THE
001740*    ORIGINAL-ID COLUMN, A CUSTLIM ROW THE CAPS IN THE NX/NY
001750*    COLUMNS, AND A REBSCHED ROW THE PERCENTAGE TIMES 100 IN
001752*    THE RESULT COLUMN AND THE EFFECTIVE DATE IN THE
001754*    ORIGINAL-ID COLUMN, EXACTLY AS THE MAINTENANCE SCREENS
001756*    LOG THEM.
001760*****************************************************************
001770 01  CM-TRANSACTION-RECORD.
001780     COPY CALCREC.
001790*
001800*****************************************************************
001810*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
001820*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY).
001830*****************************************************************
001840 01  CM-NEXT-ID-PARMS.
001850     COPY NEXTPARM.
001860*
001870*****************************************************************
001880*    PARAMETERS PASSED TO THE CMOPRCHK SUBPROGRAM (SEE
001890*    CSIS_UL_IE/COPYBOOKS/OPRPARM.CPY).
001900*****************************************************************
001910 01  CM-OPERATOR-PARMS.
001920     COPY OPRPARM.
001930*
001940*****************************************************************
001950*    PARAMETERS PASSED TO THE CMSTACHK SUBPROGRAM (SEE
001960*    CSIS_UL_IE/COPYBOOKS/SYSPARM.CPY).
001970*****************************************************************
001980 01  CM-STATUS-PARMS.
001990     COPY SYSPARM.
002000*
002010*****************************************************************
002020*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
002030*    MARKS A MAINTENANCE ROW ON THE AUDIT TRAIL; THE SOURCE
002040*    SYSTEM COLUMN CARRIES THE OPERATOR WHO KEYED THE CHANGE.
002050*****************************************************************
002060 01  CM-AUDIT-PARMS.
002070     05  CM-AP-SOURCE                PIC X(01) VALUE "M".
002080     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "TERM01".
002090     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
002100     COPY CALCREC.
002110
002120 SCREEN SECTION.
002130*
002140*****************************************************************
002150*    CM-APPROVAL-SCREEN
002160*    APPROVAL PANEL - THE SUPERVISOR KEYS A FUNCTION AND A
002170*    CHANGE ID. THE PENDING CHANGE - WHICH FILE, WHAT ACTION,
002180*    THE VALUES BEFORE AND AFTER, WHO KEYED IT AND WHEN, AND
002190*    WHO DECIDED IT - AND ANY MESSAGE ARE DISPLAYED BACK.
002200*****************************************************************
002210 01  CM-APPROVAL-SCREEN.
002220     05  BLANK SCREEN.
002230     05  LINE 01 COLUMN 01
002240         VALUE "BILLRATE/CUSTLIM/REBSCHED CHANGES - APPROVAL".
002250     05  LINE 02 COLUMN 01 VALUE "FUNCTION (N/I/A/D/X) = ".
002260     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
002270     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
002280     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
002290     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
002300     05  COLUMN PLUS 01 PIC X(08) SECURE
002310         USING CM-PASSWORD-ENTRY.
002320     05  LINE 04 COLUMN 01 VALUE "CHANGE ID = ".
002330     05  COLUMN PLUS 01 PIC X(08) USING CM-PENDING-ID-ENTRY.
002340     05  LINE 05 COLUMN 01 VALUE "BATCH OVERRIDE (Y) = ".
002350     05  COLUMN PLUS 01 PIC X(01) USING CM-OVERRIDE-ENTRY.
002360     05  LINE 07 COLUMN 01 VALUE "FILE = ".
002370     05  COLUMN PLUS 01 PIC X(08) FROM CM-FILE-DISPLAY.
002380     05  COLUMN PLUS 02 VALUE "ACTION = ".
002390     05  COLUMN PLUS 01 PIC X(06) FROM CM-ACTION-DISPLAY.
002400     05  COLUMN PLUS 02 VALUE "STATUS (P/A/D) = ".
002410     05  COLUMN PLUS 01 PIC X(01) FROM CM-STATUS-DISPLAY.
002420     05  LINE 08 COLUMN 01 VALUE "CUSTOMER TIER = ".
002430     05  COLUMN PLUS 01 PIC X(02) FROM CM-TIER-DISPLAY.
002440     05  COLUMN PLUS 02 VALUE "EFFECTIVE DATE = ".
002450     05  COLUMN PLUS 01 PIC X(08) FROM CM-EFF-DATE-DISPLAY.
002453     05  COLUMN PLUS 02 VALUE "BAND FLOOR = ".
002456     05  COLUMN PLUS 01 PIC X(07) FROM CM-FLOOR-DISPLAY.
002460     05  LINE 09 COLUMN 01 VALUE "ON FILE WHEN KEYED = ".
002470     05  COLUMN PLUS 01 PIC X(14) FROM CM-OLD-VALUE-DISPLAY.
002480     05  LINE 10 COLUMN 01 VALUE "CHANGE TO = ".
002490     05  COLUMN PLUS 01 PIC X(14) FROM CM-NEW-VALUE-DISPLAY.
002500     05  LINE 11 COLUMN 01 VALUE "KEYED BY = ".
002510     05  COLUMN PLUS 01 PIC X(08) FROM CM-KEYED-BY-DISPLAY.
002520     05  COLUMN PLUS 01 VALUE "ON ".
002530     05  COLUMN PLUS 01 PIC X(08) FROM CM-KEYED-DATE-DISPLAY.
002540     05  COLUMN PLUS 01 VALUE "AT ".
002550     05  COLUMN PLUS 01 PIC X(06) FROM CM-KEYED-TIME-DISPLAY.
002560     05  LINE 12 COLUMN 01 VALUE "DECIDED BY = ".
002570     05  COLUMN PLUS 01 PIC X(08) FROM CM-DECIDED-BY-DISPLAY.
002580     05  COLUMN PLUS 01 VALUE "ON ".
002590     05  COLUMN PLUS 01 PIC X(08) FROM CM-DECIDED-DATE-DISPLAY.
002600     05  LINE 14 COLUMN 01 PIC X(40) FROM CM-MESSAGE.
002610
002620 PROCEDURE DIVISION.
002630*
002640*****************************************************************
002650*    0000-MAINLINE
002660*    OPENS PENDCHG, LOOPS THE APPROVAL SCREEN UNTIL THE
002670*    OPERATOR KEYS FUNCTION X, THEN CLOSES AND STOPS.
002680*****************************************************************
002690 0000-MAINLINE.
002700     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002710     MOVE 1 TO CM-NI-BLOCK-SIZE.
002720     PERFORM 1000-OPEN-PENDING-FILE
002730         THRU 1000-OPEN-PENDING-FILE-EXIT.
002740     PERFORM 2000-PROCESS-SCREEN
002750         THRU 2000-PROCESS-SCREEN-EXIT
002760         UNTIL CM-EXIT-REQUESTED.
002770     CLOSE PENDING-CHANGE-FILE.
002780     STOP RUN.
002790*
002800*****************************************************************
002810*    1000-OPEN-PENDING-FILE
002820*    OPENS PENDCHG I-O. THE FILE IS CREATED BY THE FIRST
002830*    CHANGE KEYED ON RATMAINT, LIMMAINT, OR REBMAINT, SO A
002840*    MISSING FILE MEANS NOTHING HAS EVER BEEN KEYED FOR
002845*    APPROVAL.
002850*****************************************************************
002860 1000-OPEN-PENDING-FILE.
002870     OPEN I-O PENDING-CHANGE-FILE.
002880     IF NOT CM-PENDING-OK
002890         DISPLAY "CHGAPPR: UNABLE TO OPEN PENDCHG, "
002900                 "STATUS = " CM-PENDING-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940 1000-OPEN-PENDING-FILE-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980*    2000-PROCESS-SCREEN
002990*    DISPLAYS AND ACCEPTS THE PANEL ONCE AND ROUTES THE KEYED
003000*    FUNCTION TO THE RIGHT PARAGRAPH.
003010*****************************************************************
003020 2000-PROCESS-SCREEN.
003030     DISPLAY CM-APPROVAL-SCREEN.
003040     ACCEPT CM-APPROVAL-SCREEN.
003050     MOVE SPACES TO CM-MESSAGE.
003060     EVALUATE TRUE
003070         WHEN CM-FUNCTION-EXIT
003080             SET CM-EXIT-REQUESTED TO TRUE
003090         WHEN CM-FUNCTION-NEXT
003100             PERFORM 3000-NEXT-PENDING-CHANGE
003110                 THRU 3000-NEXT-PENDING-CHANGE-EXIT
003120         WHEN CM-FUNCTION-INQUIRE
003130             PERFORM 3500-INQUIRE-CHANGE
003140                 THRU 3500-INQUIRE-CHANGE-EXIT
003150         WHEN CM-FUNCTION-APPROVE
003160             PERFORM 4000-APPROVE-CHANGE
003170                 THRU 4000-APPROVE-CHANGE-EXIT
003180         WHEN CM-FUNCTION-DECLINE
003190             PERFORM 4500-DECLINE-CHANGE
003200                 THRU 4500-DECLINE-CHANGE-EXIT
003210         WHEN OTHER
003220             MOVE "FUNCTION MUST BE N, I, A, D, OR X" TO
003230                 CM-MESSAGE
003240     END-EVALUATE.
003250 2000-PROCESS-SCREEN-EXIT.
003260     EXIT.
003270*
003280*****************************************************************
003290*    3000-NEXT-PENDING-CHANGE
003300*    BROWSES PENDCHG FORWARD FROM THE CHANGE ID ON THE PANEL
003310*    (OR FROM THE START WHEN IT IS BLANK) TO THE NEXT CHANGE
003320*    STILL PENDING, AND DISPLAYS IT. KEYING N AGAIN STEPS ON
003330*    TO THE ONE AFTER, SO A SUPERVISOR CAN WORK THROUGH THE
003340*    QUEUE WITHOUT KNOWING THE IDS.
003350*****************************************************************
003360 3000-NEXT-PENDING-CHANGE.
003370     PERFORM 7000-VALIDATE-ENTRY
003380         THRU 7000-VALIDATE-ENTRY-EXIT.
003390     IF NOT CM-VALID-ENTRY
003400         GO TO 3000-NEXT-PENDING-CHANGE-EXIT
003410     END-IF.
003420     IF CM-PENDING-ID-ENTRY NUMERIC
003430         MOVE CM-PENDING-ID-NUM TO PC-PENDING-ID
003440     ELSE
003450         MOVE ZERO TO PC-PENDING-ID
003460     END-IF.
003470     START PENDING-CHANGE-FILE
003480         KEY IS GREATER THAN PC-PENDING-ID
003490         INVALID KEY
003500             PERFORM 6200-CLEAR-DISPLAY
003510                 THRU 6200-CLEAR-DISPLAY-EXIT
003520             MOVE "NO MORE PENDING CHANGES" TO CM-MESSAGE
003530             GO TO 3000-NEXT-PENDING-CHANGE-EXIT
003540     END-START.
003550     MOVE "N" TO CM-BROWSE-DONE-SW.
003560     PERFORM 3100-READ-NEXT-CHANGE
003570         THRU 3100-READ-NEXT-CHANGE-EXIT
003580         UNTIL CM-BROWSE-DONE.
003590     IF NOT PC-PENDING
003600         PERFORM 6200-CLEAR-DISPLAY
003610             THRU 6200-CLEAR-DISPLAY-EXIT
003620         MOVE "NO MORE PENDING CHANGES" TO CM-MESSAGE
003630         GO TO 3000-NEXT-PENDING-CHANGE-EXIT
003640     END-IF.
003650     MOVE PC-PENDING-ID TO CM-PENDING-ID-ENTRY.
003660     PERFORM 6000-SHOW-CHANGE
003670         THRU 6000-SHOW-CHANGE-EXIT.
003680     MOVE "PENDING CHANGE DISPLAYED" TO CM-MESSAGE.
003690 3000-NEXT-PENDING-CHANGE-EXIT.
003700     EXIT.
003710*
003720*****************************************************************
003730*    3100-READ-NEXT-CHANGE
003740*    READS THE NEXT PENDCHG RECORD IN KEY ORDER, STOPPING AT
003750*    THE FIRST ONE STILL PENDING OR AT END OF FILE - AT END
003760*    THE STATUS IS FORCED OFF PENDING SO THE CALLER SEES NONE.
003770*****************************************************************
003780 3100-READ-NEXT-CHANGE.
003790     READ PENDING-CHANGE-FILE NEXT RECORD
003800         AT END
003810             MOVE SPACES TO PC-STATUS
003820             SET CM-BROWSE-DONE TO TRUE
003830             GO TO 3100-READ-NEXT-CHANGE-EXIT
003840     END-READ.
003850     IF PC-PENDING
003860         SET CM-BROWSE-DONE TO TRUE
003870     END-IF.
003880 3100-READ-NEXT-CHANGE-EXIT.
003890     EXIT.
003900*
003910*****************************************************************
003920*    3500-INQUIRE-CHANGE
003930*    VALIDATES THE ENTRY AND DISPLAYS THE CHANGE, WHATEVER ITS
003940*    STATUS. AN INQUIRY CHANGES NOTHING, SO IT IS NOT AUDITED.
003950*****************************************************************
003960 3500-INQUIRE-CHANGE.
003970     PERFORM 7000-VALIDATE-ENTRY
003980         THRU 7000-VALIDATE-ENTRY-EXIT.
003990     IF NOT CM-VALID-ENTRY
004000         GO TO 3500-INQUIRE-CHANGE-EXIT
004010     END-IF.
004020     PERFORM 7400-READ-PENDING-CHANGE
004030         THRU 7400-READ-PENDING-CHANGE-EXIT.
004040     IF NOT CM-VALID-ENTRY
004050         GO TO 3500-INQUIRE-CHANGE-EXIT
004060     END-IF.
004070     MOVE "CHANGE DISPLAYED" TO CM-MESSAGE.
004080 3500-INQUIRE-CHANGE-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*    4000-APPROVE-CHANGE
004130*    VALIDATES THE ENTRY, READS THE CHANGE, CHECKS IT IS STILL
004140*    PENDING AND THE APPROVER IS NOT THE KEYER, APPLIES IT TO
004150*    THE LIVE FILE, AND ONLY THEN MARKS IT APPROVED AND LOGS
004155*    IT. A CHANGE THAT CANNOT BE APPLIED STAYS PENDING. ONE
004160*    THAT WAS APPLIED IS LOGGED EVEN IF PENDCHG CANNOT BE
004165*    REWRITTEN, SO THE LIVE CHANGE ALWAYS NAMES ITS APPROVER.
004170*****************************************************************
004180 4000-APPROVE-CHANGE.
004190     PERFORM 7000-VALIDATE-ENTRY
004200         THRU 7000-VALIDATE-ENTRY-EXIT.
004210     IF NOT CM-VALID-ENTRY
004220         GO TO 4000-APPROVE-CHANGE-EXIT
004230     END-IF.
004240     PERFORM 7400-READ-PENDING-CHANGE
004250         THRU 7400-READ-PENDING-CHANGE-EXIT.
004260     IF NOT CM-VALID-ENTRY
004270         GO TO 4000-APPROVE-CHANGE-EXIT
004280     END-IF.
004290     PERFORM 7500-CHECK-DECISION-ALLOWED
004300         THRU 7500-CHECK-DECISION-ALLOWED-EXIT.
004310     IF NOT CM-VALID-ENTRY
004320         GO TO 4000-APPROVE-CHANGE-EXIT
004330     END-IF.
004340     PERFORM 7200-CHECK-SYSTEM-STATUS
004350         THRU 7200-CHECK-SYSTEM-STATUS-EXIT.
004360     IF NOT CM-VALID-ENTRY
004370         GO TO 4000-APPROVE-CHANGE-EXIT
004380     END-IF.
004390     EVALUATE TRUE
004395         WHEN PC-RATE-CHANGE
004400             PERFORM 5000-APPLY-RATE-CHANGE
004410                 THRU 5000-APPLY-RATE-CHANGE-EXIT
004412         WHEN PC-REBATE-CHANGE
004414             PERFORM 5700-APPLY-REBATE-CHANGE
004416                 THRU 5700-APPLY-REBATE-CHANGE-EXIT
004420         WHEN OTHER
004430             PERFORM 5500-APPLY-LIMIT-CHANGE
004440                 THRU 5500-APPLY-LIMIT-CHANGE-EXIT
004450     END-EVALUATE.
004460     IF NOT CM-VALID-ENTRY
004470         GO TO 4000-APPROVE-CHANGE-EXIT
004480     END-IF.
004490     SET PC-APPROVED TO TRUE.
004500     PERFORM 7600-REWRITE-DECISION
004510         THRU 7600-REWRITE-DECISION-EXIT.
004550     EVALUATE TRUE
004560         WHEN PC-RATE-CHANGE AND PC-ACTION-ADD
004570             MOVE "RA" TO CM-AUDIT-STATUS-CODE
004580         WHEN PC-RATE-CHANGE AND PC-ACTION-CHANGE
004590             MOVE "RC" TO CM-AUDIT-STATUS-CODE
004600         WHEN PC-RATE-CHANGE
004610             MOVE "RD" TO CM-AUDIT-STATUS-CODE
004611         WHEN PC-REBATE-CHANGE AND PC-ACTION-ADD
004612             MOVE "VA" TO CM-AUDIT-STATUS-CODE
004613         WHEN PC-REBATE-CHANGE AND PC-ACTION-CHANGE
004614             MOVE "VC" TO CM-AUDIT-STATUS-CODE
004615         WHEN PC-REBATE-CHANGE
004616             MOVE "VD" TO CM-AUDIT-STATUS-CODE
004620         WHEN PC-ACTION-ADD
004630             MOVE "LA" TO CM-AUDIT-STATUS-CODE
004640         WHEN PC-ACTION-CHANGE
004650             MOVE "LC" TO CM-AUDIT-STATUS-CODE
004660         WHEN OTHER
004670             MOVE "LD" TO CM-AUDIT-STATUS-CODE
004680     END-EVALUATE.
004690     PERFORM 8000-WRITE-AUDIT-ENTRY
004700         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
004702     IF NOT CM-VALID-ENTRY
004704         MOVE "CHANGE APPLIED - PENDCHG NOT UPDATED" TO CM-MESSAGE
004706         GO TO 4000-APPROVE-CHANGE-EXIT
004708     END-IF.
004710     PERFORM 6000-SHOW-CHANGE
004720         THRU 6000-SHOW-CHANGE-EXIT.
004730     MOVE "CHANGE APPROVED AND APPLIED" TO CM-MESSAGE.
004740 4000-APPROVE-CHANGE-EXIT.
004750     EXIT.
004760*
004770*****************************************************************
004780*    4500-DECLINE-CHANGE
004790*    VALIDATES THE ENTRY, READS THE CHANGE, CHECKS IT IS STILL
004800*    PENDING AND THE DECLINER IS NOT THE KEYER, AND MARKS IT
004810*    DECLINED. THE LIVE FILE IS NOT TOUCHED, SO THERE IS NO
004820*    QUIESCE CHECK.
004830*****************************************************************
004840 4500-DECLINE-CHANGE.
004850     PERFORM 7000-VALIDATE-ENTRY
004860         THRU 7000-VALIDATE-ENTRY-EXIT.
004870     IF NOT CM-VALID-ENTRY
004880         GO TO 4500-DECLINE-CHANGE-EXIT
004890     END-IF.
004900     PERFORM 7400-READ-PENDING-CHANGE
004910         THRU 7400-READ-PENDING-CHANGE-EXIT.
004920     IF NOT CM-VALID-ENTRY
004930         GO TO 4500-DECLINE-CHANGE-EXIT
004940     END-IF.
004950     PERFORM 7500-CHECK-DECISION-ALLOWED
004960         THRU 7500-CHECK-DECISION-ALLOWED-EXIT.
004970     IF NOT CM-VALID-ENTRY
004980         GO TO 4500-DECLINE-CHANGE-EXIT
004990     END-IF.
005000     SET PC-DECLINED TO TRUE.
005010     PERFORM 7600-REWRITE-DECISION
005020         THRU 7600-REWRITE-DECISION-EXIT.
005030     IF NOT CM-VALID-ENTRY
005040         GO TO 4500-DECLINE-CHANGE-EXIT
005050     END-IF.
005060     EVALUATE TRUE
005065         WHEN PC-RATE-CHANGE
005070             MOVE "RX" TO CM-AUDIT-STATUS-CODE
005073         WHEN PC-REBATE-CHANGE
005076             MOVE "VX" TO CM-AUDIT-STATUS-CODE
005080         WHEN OTHER
005090             MOVE "LX" TO CM-AUDIT-STATUS-CODE
005100     END-EVALUATE.
005110     PERFORM 8000-WRITE-AUDIT-ENTRY
005120         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
005130     PERFORM 6000-SHOW-CHANGE
005140         THRU 6000-SHOW-CHANGE-EXIT.
005150     MOVE "CHANGE DECLINED" TO CM-MESSAGE.
005160 4500-DECLINE-CHANGE-EXIT.
005170     EXIT.
005180*
005190*****************************************************************
005200*    5000-APPLY-RATE-CHANGE
005210*    OPENS BILLRATE FOR THIS ONE APPROVAL, APPLIES THE CHANGE,
005220*    AND CLOSES IT AGAIN. THE FIRST APPROVED ADD EVER CREATES
005230*    THE FILE.
005240*****************************************************************
005250 5000-APPLY-RATE-CHANGE.
005260     MOVE "N" TO CM-LIVE-FILE-NEW-SW.
005270     OPEN I-O BILLING-RATE-FILE.
005280     IF NOT CM-RATE-OK
005290         OPEN OUTPUT BILLING-RATE-FILE
005300         SET CM-LIVE-FILE-NEW TO TRUE
005310     END-IF.
005320     IF NOT CM-RATE-OK
005330         MOVE "N" TO CM-VALID-ENTRY-SW
005340         MOVE "BILLRATE I-O ERROR - NOTIFY SUPERVISOR" TO
005350             CM-MESSAGE
005360         GO TO 5000-APPLY-RATE-CHANGE-EXIT
005370     END-IF.
005380     PERFORM 5100-UPDATE-RATE-FILE
005390         THRU 5100-UPDATE-RATE-FILE-EXIT.
005400     CLOSE BILLING-RATE-FILE.
005410 5000-APPLY-RATE-CHANGE-EXIT.
005420     EXIT.
005430*
005440*****************************************************************
005450*    5100-UPDATE-RATE-FILE
005460*    WRITES AN ADD, OR FOR A CHANGE OR DELETE FIRST CONFIRMS
005470*    THE LIVE RATE IS STILL THE ONE ON FILE WHEN THE CHANGE WAS
005480*    KEYED, THEN REWRITES OR DELETES IT.
005490*****************************************************************
005500 5100-UPDATE-RATE-FILE.
005510     MOVE SPACES TO BILLING-RATE-RECORD.
005520     MOVE PC-CUSTOMER-TIER TO BR-CUSTOMER-TIER.
005530     MOVE PC-EFFECTIVE-DATE TO BR-EFFECTIVE-DATE.
005540     IF PC-ACTION-ADD
005550         MOVE PC-NEW-RATE TO BR-RATE
005560         WRITE BILLING-RATE-RECORD
005570             INVALID KEY
005580                 MOVE "N" TO CM-VALID-ENTRY-SW
005590                 MOVE "RATE NOW ON FILE - DECLINE AND REKEY"
005600                     TO CM-MESSAGE
005610         END-WRITE
005611         IF CM-VALID-ENTRY
005612             AND NOT CM-RATE-OK
005613             MOVE "N" TO CM-VALID-ENTRY-SW
005614             MOVE "BILLRATE I-O ERROR - NOTIFY SUPERVISOR" TO
005615                 CM-MESSAGE
005616         END-IF
005620         GO TO 5100-UPDATE-RATE-FILE-EXIT
005630     END-IF.
005640     IF CM-LIVE-FILE-NEW
005650         MOVE "N" TO CM-VALID-ENTRY-SW
005660         MOVE "RATE NO LONGER ON FILE - DECLINE IT" TO
005670             CM-MESSAGE
005680         GO TO 5100-UPDATE-RATE-FILE-EXIT
005690     END-IF.
005700     READ BILLING-RATE-FILE
005710         INVALID KEY
005720             MOVE "N" TO CM-VALID-ENTRY-SW
005730             MOVE "RATE NO LONGER ON FILE - DECLINE IT" TO
005740                 CM-MESSAGE
005750             GO TO 5100-UPDATE-RATE-FILE-EXIT
005760     END-READ.
005770     IF BR-RATE NOT = PC-OLD-RATE
005780         MOVE "N" TO CM-VALID-ENTRY-SW
005790         MOVE "RATE CHANGED SINCE KEYED - DECLINE IT" TO
005800             CM-MESSAGE
005810         GO TO 5100-UPDATE-RATE-FILE-EXIT
005820     END-IF.
005830     IF PC-ACTION-CHANGE
005840         MOVE PC-NEW-RATE TO BR-RATE
005850         REWRITE BILLING-RATE-RECORD
005860             INVALID KEY
005870                 MOVE "N" TO CM-VALID-ENTRY-SW
005880         END-REWRITE
005890     ELSE
005900         DELETE BILLING-RATE-FILE
005910             INVALID KEY
005920                 MOVE "N" TO CM-VALID-ENTRY-SW
005930         END-DELETE
005940     END-IF.
005950     IF NOT CM-RATE-OK
005960         MOVE "N" TO CM-VALID-ENTRY-SW
005970     END-IF.
005980     IF NOT CM-VALID-ENTRY
005990         MOVE "BILLRATE I-O ERROR - NOTIFY SUPERVISOR" TO
006000             CM-MESSAGE
006010     END-IF.
006020 5100-UPDATE-RATE-FILE-EXIT.
006030     EXIT.
006040*
006050*****************************************************************
006060*    5500-APPLY-LIMIT-CHANGE
006070*    OPENS CUSTLIM FOR THIS ONE APPROVAL, APPLIES THE CHANGE,
006080*    AND CLOSES IT AGAIN. THE FIRST APPROVED ADD EVER CREATES
006090*    THE FILE.
006100*****************************************************************
006110 5500-APPLY-LIMIT-CHANGE.
006120     MOVE "N" TO CM-LIVE-FILE-NEW-SW.
006130     OPEN I-O CUSTOMER-LIMITS-FILE.
006140     IF NOT CM-LIMITS-OK
006150         OPEN OUTPUT CUSTOMER-LIMITS-FILE
006160         SET CM-LIVE-FILE-NEW TO TRUE
006170     END-IF.
006180     IF NOT CM-LIMITS-OK
006190         MOVE "N" TO CM-VALID-ENTRY-SW
006200         MOVE "CUSTLIM I-O ERROR - NOTIFY SUPERVISOR" TO
006210             CM-MESSAGE
006220         GO TO 5500-APPLY-LIMIT-CHANGE-EXIT
006230     END-IF.
006240     PERFORM 5600-UPDATE-LIMITS-FILE
006250         THRU 5600-UPDATE-LIMITS-FILE-EXIT.
006260     CLOSE CUSTOMER-LIMITS-FILE.
006270 5500-APPLY-LIMIT-CHANGE-EXIT.
006280     EXIT.
006290*
006300*****************************************************************
006310*    5600-UPDATE-LIMITS-FILE
006320*    WRITES AN ADD, OR FOR A CHANGE OR DELETE FIRST CONFIRMS
006330*    THE LIVE CAPS ARE STILL THE ONES ON FILE WHEN THE CHANGE
006340*    WAS KEYED, THEN REWRITES OR DELETES THE TIER.
006350*****************************************************************
006360 5600-UPDATE-LIMITS-FILE.
006370     MOVE PC-CUSTOMER-TIER TO CL-CUSTOMER-TIER.
006380     IF PC-ACTION-ADD
006390         MOVE PC-NEW-MAX-QUANTITY TO CL-MAX-QUANTITY
006400         MOVE PC-NEW-MAX-UNIT-PRICE TO CL-MAX-UNIT-PRICE
006410         WRITE CUSTOMER-LIMITS-RECORD
006420             INVALID KEY
006430                 MOVE "N" TO CM-VALID-ENTRY-SW
006440                 MOVE "TIER NOW ON FILE - DECLINE AND REKEY"
006450                     TO CM-MESSAGE
006460         END-WRITE
006461         IF CM-VALID-ENTRY
006462             AND NOT CM-LIMITS-OK
006463             MOVE "N" TO CM-VALID-ENTRY-SW
006464             MOVE "CUSTLIM I-O ERROR - NOTIFY SUPERVISOR" TO
006465                 CM-MESSAGE
006466         END-IF
006470         GO TO 5600-UPDATE-LIMITS-FILE-EXIT
006480     END-IF.
006490     IF CM-LIVE-FILE-NEW
006500         MOVE "N" TO CM-VALID-ENTRY-SW
006510         MOVE "TIER NO LONGER ON FILE - DECLINE IT" TO
006520             CM-MESSAGE
006530         GO TO 5600-UPDATE-LIMITS-FILE-EXIT
006540     END-IF.
006550     READ CUSTOMER-LIMITS-FILE
006560         INVALID KEY
006570             MOVE "N" TO CM-VALID-ENTRY-SW
006580             MOVE "TIER NO LONGER ON FILE - DECLINE IT" TO
006590                 CM-MESSAGE
006600             GO TO 5600-UPDATE-LIMITS-FILE-EXIT
006610     END-READ.
006620     IF CL-MAX-QUANTITY NOT = PC-OLD-MAX-QUANTITY
006630         OR CL-MAX-UNIT-PRICE NOT = PC-OLD-MAX-UNIT-PRICE
006640         MOVE "N" TO CM-VALID-ENTRY-SW
006650         MOVE "CAPS CHANGED SINCE KEYED - DECLINE IT" TO
006660             CM-MESSAGE
006670         GO TO 5600-UPDATE-LIMITS-FILE-EXIT
006680     END-IF.
006690     IF PC-ACTION-CHANGE
006700         MOVE PC-NEW-MAX-QUANTITY TO CL-MAX-QUANTITY
006710         MOVE PC-NEW-MAX-UNIT-PRICE TO CL-MAX-UNIT-PRICE
006720         REWRITE CUSTOMER-LIMITS-RECORD
006730             INVALID KEY
006740                 MOVE "N" TO CM-VALID-ENTRY-SW
006750         END-REWRITE
006760     ELSE
006770         DELETE CUSTOMER-LIMITS-FILE
006780             INVALID KEY
006790                 MOVE "N" TO CM-VALID-ENTRY-SW
006800         END-DELETE
006810     END-IF.
006820     IF NOT CM-LIMITS-OK
006830         MOVE "N" TO CM-VALID-ENTRY-SW
006840     END-IF.
006850     IF NOT CM-VALID-ENTRY
006860         MOVE "CUSTLIM I-O ERROR - NOTIFY SUPERVISOR" TO
006870             CM-MESSAGE
006880     END-IF.
006890 5600-UPDATE-LIMITS-FILE-EXIT.
006900     EXIT.
006901*
006902*****************************************************************
006903*    5700-APPLY-REBATE-CHANGE
006904*    OPENS REBSCHED FOR THIS ONE APPROVAL, APPLIES THE CHANGE,
006905*    AND CLOSES IT AGAIN. THE FIRST APPROVED ADD EVER CREATES
006906*    THE FILE.
006907*****************************************************************
006908 5700-APPLY-REBATE-CHANGE.
006909     MOVE "N" TO CM-LIVE-FILE-NEW-SW.
006910     OPEN I-O REBATE-SCHEDULE-FILE.
006911     IF NOT CM-REBATE-OK
006912         OPEN OUTPUT REBATE-SCHEDULE-FILE
006913         SET CM-LIVE-FILE-NEW TO TRUE
006914     END-IF.
006915     IF NOT CM-REBATE-OK
006916         MOVE "N" TO CM-VALID-ENTRY-SW
006917         MOVE "REBSCHED I-O ERROR - NOTIFY SUPERVISOR" TO
006918             CM-MESSAGE
006919         GO TO 5700-APPLY-REBATE-CHANGE-EXIT
006920     END-IF.
006921     PERFORM 5800-UPDATE-REBATE-FILE
006922         THRU 5800-UPDATE-REBATE-FILE-EXIT.
006923     CLOSE REBATE-SCHEDULE-FILE.
006924 5700-APPLY-REBATE-CHANGE-EXIT.
006925     EXIT.
006926*
006927*****************************************************************
006928*    5800-UPDATE-REBATE-FILE
006929*    WRITES AN ADD, OR FOR A CHANGE OR DELETE FIRST CONFIRMS
006930*    THE LIVE PERCENTAGE IS STILL THE ONE ON FILE WHEN THE
006931*    CHANGE WAS KEYED, THEN REWRITES OR DELETES THE BAND.
006932*****************************************************************
006933 5800-UPDATE-REBATE-FILE.
006934     MOVE SPACES TO REBATE-SCHEDULE-RECORD.
006935     MOVE PC-CUSTOMER-TIER TO RS-CUSTOMER-TIER.
006936     MOVE PC-EFFECTIVE-DATE TO RS-EFFECTIVE-DATE.
006937     MOVE PC-BAND-FLOOR TO RS-BAND-FLOOR.
006938     IF PC-ACTION-ADD
006939         MOVE PC-NEW-REBATE-PCT TO RS-REBATE-PCT
006940         WRITE REBATE-SCHEDULE-RECORD
006941             INVALID KEY
006942                 MOVE "N" TO CM-VALID-ENTRY-SW
006943                 MOVE "BAND NOW ON FILE - DECLINE AND REKEY"
006944                     TO CM-MESSAGE
006945         END-WRITE
006946         IF CM-VALID-ENTRY
006947             AND NOT CM-REBATE-OK
006948             MOVE "N" TO CM-VALID-ENTRY-SW
006949             MOVE "REBSCHED I-O ERROR - NOTIFY SUPERVISOR" TO
006950                 CM-MESSAGE
006951         END-IF
006952         GO TO 5800-UPDATE-REBATE-FILE-EXIT
006953     END-IF.
006954     IF CM-LIVE-FILE-NEW
006955         MOVE "N" TO CM-VALID-ENTRY-SW
006956         MOVE "BAND NO LONGER ON FILE - DECLINE IT" TO
006957             CM-MESSAGE
006958         GO TO 5800-UPDATE-REBATE-FILE-EXIT
006959     END-IF.
006960     READ REBATE-SCHEDULE-FILE
006961         INVALID KEY
006962             MOVE "N" TO CM-VALID-ENTRY-SW
006963             MOVE "BAND NO LONGER ON FILE - DECLINE IT" TO
006964                 CM-MESSAGE
006965             GO TO 5800-UPDATE-REBATE-FILE-EXIT
006966     END-READ.
006967     IF RS-REBATE-PCT NOT = PC-OLD-REBATE-PCT
006968         MOVE "N" TO CM-VALID-ENTRY-SW
006969         MOVE "BAND CHANGED SINCE KEYED - DECLINE IT" TO
006970             CM-MESSAGE
006971         GO TO 5800-UPDATE-REBATE-FILE-EXIT
006972     END-IF.
006973     IF PC-ACTION-CHANGE
006974         MOVE PC-NEW-REBATE-PCT TO RS-REBATE-PCT
006975         REWRITE REBATE-SCHEDULE-RECORD
006976             INVALID KEY
006977                 MOVE "N" TO CM-VALID-ENTRY-SW
006978         END-REWRITE
006979     ELSE
006980         DELETE REBATE-SCHEDULE-FILE
006981             INVALID KEY
006982                 MOVE "N" TO CM-VALID-ENTRY-SW
006983         END-DELETE
006984     END-IF.
006985     IF NOT CM-REBATE-OK
006986         MOVE "N" TO CM-VALID-ENTRY-SW
006987     END-IF.
006988     IF NOT CM-VALID-ENTRY
006989         MOVE "REBSCHED I-O ERROR - NOTIFY SUPERVISOR" TO
006990             CM-MESSAGE
006991     END-IF.
006992 5800-UPDATE-REBATE-FILE-EXIT.
006993     EXIT.
006994*
006995*****************************************************************
006996*    6000-SHOW-CHANGE
006997*    MOVES THE PENDING CHANGE TO THE DISPLAY FIELDS - THE
006998*    FILE, ACTION, STATUS, KEY, THE VALUES ON FILE WHEN IT WAS
006999*    KEYED AND THE VALUES IT CHANGES TO, AND WHO KEYED AND
007000*    DECIDED IT.
007001*****************************************************************
007002 6000-SHOW-CHANGE.
007003     PERFORM 6200-CLEAR-DISPLAY
007010         THRU 6200-CLEAR-DISPLAY-EXIT.
007020     EVALUATE TRUE
007030         WHEN PC-ACTION-ADD
007040             MOVE "ADD" TO CM-ACTION-DISPLAY
007050         WHEN PC-ACTION-CHANGE
007060             MOVE "CHANGE" TO CM-ACTION-DISPLAY
007070         WHEN OTHER
007080             MOVE "DELETE" TO CM-ACTION-DISPLAY
007090     END-EVALUATE.
007100     MOVE PC-STATUS TO CM-STATUS-DISPLAY.
007110     MOVE PC-CUSTOMER-TIER TO CM-TIER-DISPLAY.
007120     EVALUATE TRUE
007125         WHEN PC-RATE-CHANGE
007130             MOVE "BILLRATE" TO CM-FILE-DISPLAY
007140             MOVE PC-EFFECTIVE-DATE TO CM-EFF-DATE-DISPLAY
007150             MOVE PC-OLD-RATE TO CM-RV-RATE
007160             MOVE CM-RATE-VALUE-LINE TO CM-OLD-VALUE-DISPLAY
007170             MOVE PC-NEW-RATE TO CM-RV-RATE
007180             MOVE CM-RATE-VALUE-LINE TO CM-NEW-VALUE-DISPLAY
007181         WHEN PC-REBATE-CHANGE
007182             MOVE "REBSCHED" TO CM-FILE-DISPLAY
007183             MOVE PC-EFFECTIVE-DATE TO CM-EFF-DATE-DISPLAY
007184             MOVE PC-BAND-FLOOR TO CM-FLOOR-DISPLAY
007185             MOVE PC-OLD-REBATE-PCT TO CM-PV-REBATE-PCT
007186             MOVE CM-REBATE-VALUE-LINE TO CM-OLD-VALUE-DISPLAY
007187             MOVE PC-NEW-REBATE-PCT TO CM-PV-REBATE-PCT
007188             MOVE CM-REBATE-VALUE-LINE TO CM-NEW-VALUE-DISPLAY
007190         WHEN OTHER
007200             MOVE "CUSTLIM" TO CM-FILE-DISPLAY
007210             MOVE PC-OLD-MAX-QUANTITY TO CM-CV-MAX-QUANTITY
007220             MOVE PC-OLD-MAX-UNIT-PRICE TO CM-CV-MAX-UNIT-PRICE
007230             MOVE CM-CAPS-VALUE-LINE TO CM-OLD-VALUE-DISPLAY
007240             MOVE PC-NEW-MAX-QUANTITY TO CM-CV-MAX-QUANTITY
007250             MOVE PC-NEW-MAX-UNIT-PRICE TO CM-CV-MAX-UNIT-PRICE
007260             MOVE CM-CAPS-VALUE-LINE TO CM-NEW-VALUE-DISPLAY
007270     END-EVALUATE.
007280     IF PC-ACTION-ADD
007290         MOVE "NONE" TO CM-OLD-VALUE-DISPLAY
007300     END-IF.
007310     IF PC-ACTION-DELETE
007320         MOVE "DELETED" TO CM-NEW-VALUE-DISPLAY
007330     END-IF.
007340     MOVE PC-KEYED-BY TO CM-KEYED-BY-DISPLAY.
007350     MOVE PC-KEYED-DATE TO CM-KEYED-DATE-DISPLAY.
007360     MOVE PC-KEYED-TIME TO CM-KEYED-TIME-DISPLAY.
007370     IF NOT PC-PENDING
007380         MOVE PC-DECIDED-BY TO CM-DECIDED-BY-DISPLAY
007390         MOVE PC-DECIDED-DATE TO CM-DECIDED-DATE-DISPLAY
007400     END-IF.
007410 6000-SHOW-CHANGE-EXIT.
007420     EXIT.
007430*
007440*****************************************************************
007450*    6200-CLEAR-DISPLAY
007460*    BLANKS THE DISPLAYED CHANGE SO NOTHING FROM AN EARLIER
007470*    ENTRY IS LEFT ON THE PANEL.
007480*****************************************************************
007490 6200-CLEAR-DISPLAY.
007500     MOVE SPACES TO CM-FILE-DISPLAY.
007510     MOVE SPACES TO CM-ACTION-DISPLAY.
007520     MOVE SPACES TO CM-STATUS-DISPLAY.
007530     MOVE SPACES TO CM-TIER-DISPLAY.
007540     MOVE SPACES TO CM-EFF-DATE-DISPLAY.
007545     MOVE SPACES TO CM-FLOOR-DISPLAY.
007550     MOVE SPACES TO CM-OLD-VALUE-DISPLAY.
007560     MOVE SPACES TO CM-NEW-VALUE-DISPLAY.
007570     MOVE SPACES TO CM-KEYED-BY-DISPLAY.
007580     MOVE SPACES TO CM-KEYED-DATE-DISPLAY.
007590     MOVE SPACES TO CM-KEYED-TIME-DISPLAY.
007600     MOVE SPACES TO CM-DECIDED-BY-DISPLAY.
007610     MOVE SPACES TO CM-DECIDED-DATE-DISPLAY.
007620 6200-CLEAR-DISPLAY-EXIT.
007630     EXIT.
007640*
007650*****************************************************************
007660*    7000-VALIDATE-ENTRY
007670*    COMMON VALIDATION FOR EVERY FUNCTION - THE OPERATOR AND
007680*    PASSWORD ARE VERIFIED THROUGH CMOPRCHK, AND APPROVE AND
007690*    DECLINE REQUIRE SUPERVISOR AUTHORITY. EVERYTHING BUT N
007700*    NEEDS A NUMERIC CHANGE ID.
007710*****************************************************************
007720 7000-VALIDATE-ENTRY.
007730     SET CM-VALID-ENTRY TO TRUE.
007740     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
007750     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
007760     MOVE SPACES TO CM-OP-NEW-PASSWORD.
007770     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
007780     IF CM-OP-INVALID
007790         MOVE "N" TO CM-VALID-ENTRY-SW
007800         MOVE CM-OP-MESSAGE TO CM-MESSAGE
007810         GO TO 7000-VALIDATE-ENTRY-EXIT
007820     END-IF.
007830     IF (CM-FUNCTION-APPROVE OR CM-FUNCTION-DECLINE)
007840         AND NOT CM-OP-SUPERVISOR
007850         MOVE "N" TO CM-VALID-ENTRY-SW
007860         MOVE "APPROVAL NEEDS SUPERVISOR AUTHORITY" TO
007870             CM-MESSAGE
007880         GO TO 7000-VALIDATE-ENTRY-EXIT
007890     END-IF.
007900     IF CM-FUNCTION-NEXT
007910         GO TO 7000-VALIDATE-ENTRY-EXIT
007920     END-IF.
007930     IF CM-PENDING-ID-ENTRY NOT NUMERIC
007940         MOVE "N" TO CM-VALID-ENTRY-SW
007950         MOVE "CHANGE ID MUST BE 8 DIGITS" TO CM-MESSAGE
007960     END-IF.
007970 7000-VALIDATE-ENTRY-EXIT.
007980     EXIT.
007990*
008000*****************************************************************
008010*    7200-CHECK-SYSTEM-STATUS
008020*    READS THE SYSSTAT CONTROL RECORD THROUGH CMSTACHK - AN
008030*    APPROVAL WHILE THE BATCH HOLDS THE SYSTEM CLOSED WOULD
008040*    CHANGE A LIVE FILE UNDER IT, SO IT IS TURNED AWAY UNLESS
008050*    THE SUPERVISOR KEYS THE OVERRIDE, WHICH IS ITSELF LOGGED
008060*    UNDER STATUS "QO".
008070*****************************************************************
008080 7200-CHECK-SYSTEM-STATUS.
008090     CALL "CMSTACHK" USING CM-STATUS-PARMS.
008100     IF CM-SS-SYSTEM-OPEN
008110         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
008120     END-IF.
008130     IF CM-OVERRIDE-ENTRY NOT = "Y"
008140         MOVE "N" TO CM-VALID-ENTRY-SW
008150         MOVE "SYSTEM CLOSED FOR BATCH - TRY LATER" TO
008160             CM-MESSAGE
008170         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
008180     END-IF.
008190     MOVE "QO" TO CM-AUDIT-STATUS-CODE.
008200     PERFORM 8000-WRITE-AUDIT-ENTRY
008210         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
008220 7200-CHECK-SYSTEM-STATUS-EXIT.
008230     EXIT.
008240*
008250*****************************************************************
008260*    7400-READ-PENDING-CHANGE
008270*    KEYED READ OF THE CHANGE FOR THE KEYED ID, DISPLAYING IT.
008280*****************************************************************
008290 7400-READ-PENDING-CHANGE.
008300     PERFORM 6200-CLEAR-DISPLAY
008310         THRU 6200-CLEAR-DISPLAY-EXIT.
008320     MOVE CM-PENDING-ID-NUM TO PC-PENDING-ID.
008330     READ PENDING-CHANGE-FILE
008340         INVALID KEY
008350             MOVE "N" TO CM-VALID-ENTRY-SW
008360             MOVE "CHANGE ID NOT ON FILE" TO CM-MESSAGE
008370             GO TO 7400-READ-PENDING-CHANGE-EXIT
008380     END-READ.
008390     PERFORM 6000-SHOW-CHANGE
008400         THRU 6000-SHOW-CHANGE-EXIT.
008410 7400-READ-PENDING-CHANGE-EXIT.
008420     EXIT.
008430*
008440*****************************************************************
008450*    7500-CHECK-DECISION-ALLOWED
008460*    A CHANGE CAN BE DECIDED ONCE, AND NEVER BY THE SUPERVISOR
008470*    WHO KEYED IT - THAT IS THE WHOLE POINT OF THE SECOND PAIR
008480*    OF EYES.
008490*****************************************************************
008500 7500-CHECK-DECISION-ALLOWED.
008510     IF PC-APPROVED
008520         MOVE "N" TO CM-VALID-ENTRY-SW
008530         MOVE "CHANGE ALREADY APPROVED" TO CM-MESSAGE
008540         GO TO 7500-CHECK-DECISION-ALLOWED-EXIT
008550     END-IF.
008560     IF PC-DECLINED
008570         MOVE "N" TO CM-VALID-ENTRY-SW
008580         MOVE "CHANGE ALREADY DECLINED" TO CM-MESSAGE
008590         GO TO 7500-CHECK-DECISION-ALLOWED-EXIT
008600     END-IF.
008610     IF PC-KEYED-BY = CM-OPERATOR-ENTRY
008620         MOVE "N" TO CM-VALID-ENTRY-SW
008630         MOVE "KEYER CANNOT DECIDE OWN CHANGE" TO CM-MESSAGE
008640     END-IF.
008650 7500-CHECK-DECISION-ALLOWED-EXIT.
008660     EXIT.
008670*
008680*****************************************************************
008690*    7600-REWRITE-DECISION
008700*    STAMPS THE DECIDING SUPERVISOR AND DATE ON THE CHANGE AND
008710*    REWRITES IT WITH ITS NEW STATUS.
008720*****************************************************************
008730 7600-REWRITE-DECISION.
008740     MOVE CM-OPERATOR-ENTRY TO PC-DECIDED-BY.
008750     MOVE CM-RUN-DATE TO PC-DECIDED-DATE.
008760     REWRITE PENDING-CHANGE-RECORD
008770         INVALID KEY
008780             MOVE "N" TO CM-VALID-ENTRY-SW
008790     END-REWRITE.
008800     IF NOT CM-PENDING-OK
008810         MOVE "N" TO CM-VALID-ENTRY-SW
008820     END-IF.
008830     IF NOT CM-VALID-ENTRY
008840         MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
008850             CM-MESSAGE
008860     END-IF.
008870 7600-REWRITE-DECISION-EXIT.
008880     EXIT.
008890*
008900*****************************************************************
008910*    8000-WRITE-AUDIT-ENTRY
008920*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FOR THIS
008930*    DECISION AND LOGS IT THROUGH CMAUDLOG - THE DECIDING
008940*    SUPERVISOR AS THE OPERATOR, THE CHANGE ID IN THE ACCOUNT
008950*    COLUMN, THE KEYER IN THE SOURCE SYSTEM COLUMN, AND THE
008960*    VALUES IN THE SAME COLUMNS THE MAINTENANCE SCREENS USE - THE
008970*    NEW VALUES, OR FOR A DELETE THE VALUES BEING REMOVED.
008980*****************************************************************
008990 8000-WRITE-AUDIT-ENTRY.
009000     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
009010     MOVE CM-NI-NEXT-ID TO CM-TR-TRANSACTION-ID
009020         OF CM-TRANSACTION-RECORD.
009030     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
009040     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
009050         OF CM-TRANSACTION-RECORD.
009060     MOVE CM-PENDING-ID-ENTRY TO CM-TR-ACCOUNT-NO
009070         OF CM-TRANSACTION-RECORD.
009080     MOVE PC-CUSTOMER-TIER TO CM-TR-CUSTOMER-TIER
009090         OF CM-TRANSACTION-RECORD.
009100     MOVE ZERO TO CM-TR-NX OF CM-TRANSACTION-RECORD.
009110     MOVE ZERO TO CM-TR-NY OF CM-TRANSACTION-RECORD.
009120     MOVE ZERO TO CM-TR-RESULT OF CM-TRANSACTION-RECORD.
009130     MOVE ZERO TO CM-TR-ORIGINAL-ID OF CM-TRANSACTION-RECORD.
009140     IF PC-RATE-CHANGE AND PC-ACTION-DELETE
009150         COMPUTE CM-TR-RESULT OF CM-TRANSACTION-RECORD =
009160             PC-OLD-RATE * 100
009170     END-IF.
009180     IF PC-RATE-CHANGE AND NOT PC-ACTION-DELETE
009190         COMPUTE CM-TR-RESULT OF CM-TRANSACTION-RECORD =
009200             PC-NEW-RATE * 100
009210     END-IF.
009220     IF PC-RATE-CHANGE
009230         MOVE PC-EFFECTIVE-DATE TO CM-TR-ORIGINAL-ID
009240             OF CM-TRANSACTION-RECORD
009250     END-IF.
009251     IF PC-REBATE-CHANGE AND PC-ACTION-DELETE
009252         COMPUTE CM-TR-RESULT OF CM-TRANSACTION-RECORD =
009253             PC-OLD-REBATE-PCT * 100
009254     END-IF.
009255     IF PC-REBATE-CHANGE AND NOT PC-ACTION-DELETE
009256         COMPUTE CM-TR-RESULT OF CM-TRANSACTION-RECORD =
009257             PC-NEW-REBATE-PCT * 100
009258     END-IF.
009259     IF PC-REBATE-CHANGE
009260         MOVE PC-EFFECTIVE-DATE TO CM-TR-ORIGINAL-ID
009261             OF CM-TRANSACTION-RECORD
009262     END-IF.
009263     IF PC-LIMIT-CHANGE AND PC-ACTION-DELETE
009270         MOVE PC-OLD-MAX-QUANTITY TO CM-TR-NX
009280             OF CM-TRANSACTION-RECORD
009290         MOVE PC-OLD-MAX-UNIT-PRICE TO CM-TR-NY
009300             OF CM-TRANSACTION-RECORD
009310     END-IF.
009320     IF PC-LIMIT-CHANGE AND NOT PC-ACTION-DELETE
009330         MOVE PC-NEW-MAX-QUANTITY TO CM-TR-NX
009340             OF CM-TRANSACTION-RECORD
009350         MOVE PC-NEW-MAX-UNIT-PRICE TO CM-TR-NY
009360             OF CM-TRANSACTION-RECORD
009370     END-IF.
009380     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
009390         OF CM-TRANSACTION-RECORD.
009400     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
009410     MOVE PC-KEYED-BY TO CM-AP-SOURCE-SYSTEM.
009420     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
009430 8000-WRITE-AUDIT-ENTRY-EXIT.
009440     EXIT.
