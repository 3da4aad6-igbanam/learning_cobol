000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REBMAINT.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - ONLINE MAINTENANCE SCREEN
000120*                  FOR THE REBSCHED VOLUME REBATE SCHEDULE,
000130*                  FOLLOWING RATMAINT'S PANEL FOR BILLRATE. THE
000140*                  REBATES SALES AGREED WITH THE LARGER ACCOUNTS
000150*                  WERE KEPT ON SPREADSHEETS AND KEYED BY HAND
000160*                  AS MANUAL CREDITS. ADD, CHANGE, DELETE, AND
000170*                  INQUIRE BY TIER, EFFECTIVE DATE, AND VOLUME
000180*                  BAND FLOOR - A BAND KEYED TODAY MAY CARRY A
000190*                  FUTURE EFFECTIVE DATE AND TAKES HOLD BY
000200*                  ITSELF WHEN REBPOST LOADS THE BANDS IN FORCE
000210*                  AT MONTH END, AND A BAND KEYED AT 00.00
000220*                  PERCENT WITHDRAWS THAT FLOOR FROM ITS DATE.
000230*                  THE OPERATOR ID AND PASSWORD ARE VERIFIED
000240*                  THROUGH CMOPRCHK, ADD, CHANGE, AND DELETE
000250*                  REQUIRE SUPERVISOR AUTHORITY AND AN OPEN
000260*                  SYSTEM (OR THE LOGGED "QO" OVERRIDE), AND
000270*                  NONE OF THEM TOUCHES REBSCHED - EACH WRITES
000280*                  A PENDING CHANGE, FILE CODE "V", TO PENDCHG
000290*                  FOR A SECOND SUPERVISOR TO APPROVE ON
000300*                  CHGAPPR. THE KEYING IS LOGGED THROUGH
000310*                  CMAUDLOG UNDER SOURCE "M" WITH STATUS "VP",
000320*                  THE PERCENTAGE TIMES 100 IN THE RESULT
000330*                  COLUMN, THE EFFECTIVE DATE IN THE
000340*                  ORIGINAL-ID COLUMN, THE PENDING CHANGE ID IN
000350*                  THE ACCOUNT COLUMN, AND THE ACTION IN THE
000360*                  SOURCE SYSTEM COLUMN. THE BAND FLOOR WILL NOT
000370*                  FIT THE AUDIT ROW AND IS READ FROM THE
000380*                  PENDCHG RECORD THE ROW NAMES.
000390*****************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. CSIS-UL-IE.
000440 OBJECT-COMPUTER. CSIS-UL-IE.
000450 SPECIAL-NAMES.
000460     CONSOLE IS CRT.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT REBATE-SCHEDULE-FILE ASSIGN TO "REBSCHED"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RS-REBATE-KEY
000530         FILE STATUS IS CM-REBATE-STATUS.
000540
000550     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PC-PENDING-ID
000590         FILE STATUS IS CM-PENDING-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*****************************************************************
000650*    REBSCHED - MAINTAINED VOLUME REBATE SCHEDULE, KEYED BY
000660*    TIER, EFFECTIVE DATE, AND BAND FLOOR, SHARED WITH REBPOST
000670*    AND CHGAPPR THROUGH THE REBSCHED COPYBOOK.
000680*****************************************************************
000690 FD  REBATE-SCHEDULE-FILE
000700     RECORD CONTAINS 24 CHARACTERS.
000710 01  REBATE-SCHEDULE-RECORD.
000720     COPY REBSCHED.
000730*
000740*****************************************************************
000750*    PENDCHG - PENDING REFERENCE CHANGES AWAITING A SECOND
000760*    SUPERVISOR ON CHGAPPR, SHARED THROUGH THE PENDCHG
000770*    COPYBOOK.
000780*****************************************************************
000790 FD  PENDING-CHANGE-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  PENDING-CHANGE-RECORD.
000820     COPY PENDCHG.
000830
000840 WORKING-STORAGE SECTION.
000850*
000860*****************************************************************
000870*    FILE STATUS FOR REBSCHED AND PENDCHG
000880*****************************************************************
000890 01  CM-REBATE-STATUS                PIC X(02) VALUE ZEROS.
000900     88  CM-REBATE-OK                    VALUE "00".
000910     88  CM-REBATE-FILE-NOT-FOUND        VALUE "35".
000920
000930 01  CM-PENDING-STATUS               PIC X(02) VALUE ZEROS.
000940     88  CM-PENDING-OK                   VALUE "00".
000950*
000960*****************************************************************
000970*    PROGRAM SWITCHES
000980*****************************************************************
000990 01  CM-SWITCHES.
001000     05  CM-EXIT-REQUESTED-SW        PIC X(01) VALUE "N".
001010         88  CM-EXIT-REQUESTED           VALUE "Y".
001020     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
001030         88  CM-VALID-ENTRY              VALUE "Y".
001040     05  CM-REBATE-FILE-ABSENT-SW    PIC X(01) VALUE "N".
001050         88  CM-REBATE-FILE-ABSENT       VALUE "Y".
001060     05  CM-LIVE-BAND-FOUND-SW       PIC X(01) VALUE "N".
001070         88  CM-LIVE-BAND-FOUND          VALUE "Y".
001080*
001090*****************************************************************
001100*    SCREEN ENTRY FIELDS AND WORK AREAS
001110*****************************************************************
001120 01  CM-FUNCTION-ENTRY               PIC X(01) VALUE SPACES.
001130     88  CM-FUNCTION-ADD                 VALUE "A".
001140     88  CM-FUNCTION-CHANGE              VALUE "C".
001150     88  CM-FUNCTION-DELETE              VALUE "D".
001160     88  CM-FUNCTION-INQUIRE             VALUE "I".
001170     88  CM-FUNCTION-EXIT                VALUE "X".
001180 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
001190 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
001200 01  CM-OVERRIDE-ENTRY               PIC X(01) VALUE SPACES.
001210 01  CM-TIER-ENTRY                   PIC X(02) VALUE SPACES.
001220 01  CM-EFF-DATE-ENTRY               PIC X(08) VALUE SPACES.
001230 01  CM-FLOOR-ENTRY                  PIC X(07) VALUE SPACES.
001240 01  CM-FLOOR-ENTRY-NUM REDEFINES CM-FLOOR-ENTRY
001250                                     PIC 9(07).
001260 01  CM-PCT-ENTRY                    PIC X(04) VALUE SPACES.
001270 01  CM-PCT-ENTRY-NUM REDEFINES CM-PCT-ENTRY
001280                                     PIC 9(02)V99.
001290 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
001300 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001310 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
001320 01  CM-TIME-NOW                     PIC 9(08) VALUE ZERO.
001330*
001340*****************************************************************
001350*    PENDING CHANGE WORK AREAS - THE LIVE PERCENTAGE AS IT
001360*    STANDS WHEN THE CHANGE IS KEYED, AND THE PENDING CHANGE ID
001370*    AND ACTION WORD THE "VP" AUDIT ROW CARRIES.
001380*****************************************************************
001390 01  CM-OLD-PCT                      PIC 9(02)V99 VALUE ZERO.
001400 01  CM-PENDING-ID-TEXT              PIC X(08) VALUE SPACES.
001410 01  CM-ACTION-WORD                  PIC X(08) VALUE SPACES.
001420*
001430*****************************************************************
001440*    EFFECTIVE DATE PIECES FOR THE PLAUSIBILITY CHECK - A DATE
001450*    THAT IS NOT A REAL CALENDAR MONTH AND DAY WOULD SIT ON THE
001460*    FILE AND NEVER BE COMPARED SENSIBLY WITH A MONTH END.
001470*****************************************************************
001480 01  CM-EFF-DATE-PIECES.
001490     05  CM-ED-YEAR                  PIC 9(04).
001500     05  CM-ED-MONTH                 PIC 9(02).
001510     05  CM-ED-DAY                   PIC 9(02).
001520*
001530*****************************************************************
001540*    CALCREC - SHARED TRANSACTION RECORD BUILT FOR THE AUDIT
001550*    TRAIL OF EACH MAINTENANCE ACTION (SEE
001560*    CSIS_UL_IE/COPYBOOKS/CALCREC.CPY). THE PERCENTAGE TIMES
001570*    100 RIDES IN THE RESULT COLUMN, THE EFFECTIVE DATE IN THE
001580*    ORIGINAL-ID COLUMN, AND THE STATUS CODE CARRIES THE
001590*    MAINTENANCE ACTION - "VP" A CHANGE KEYED FOR APPROVAL.
001600*****************************************************************
001610 01  CM-TRANSACTION-RECORD.
001620     COPY CALCREC.
001630*
001640*****************************************************************
001650*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
001660*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY). MAINTENANCE ACTIONS
001670*    DRAW FROM THE SAME SEQUENCE AS CALCULATIONS SO EVERY ROW
001680*    ON THE AUDIT LOG HAS A UNIQUE TRANSACTION ID.
001690*****************************************************************
001700 01  CM-NEXT-ID-PARMS.
001710     COPY NEXTPARM.
001720*
001730*****************************************************************
001740*    PARAMETERS PASSED TO THE CMOPRCHK SUBPROGRAM (SEE
001750*    CSIS_UL_IE/COPYBOOKS/OPRPARM.CPY).
001760*****************************************************************
001770 01  CM-OPERATOR-PARMS.
001780     COPY OPRPARM.
001790*
001800*****************************************************************
001810*    PARAMETERS PASSED TO THE CMSTACHK SUBPROGRAM (SEE
001820*    CSIS_UL_IE/COPYBOOKS/SYSPARM.CPY).
001830*****************************************************************
001840 01  CM-STATUS-PARMS.
001850     COPY SYSPARM.
001860*
001870*****************************************************************
001880*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
001890*    MARKS A MAINTENANCE ROW ON THE AUDIT TRAIL; THE VP STATUS
001900*    CODE TELLS A PENDING REBSCHED CHANGE FROM RATMAINT'S "RP"
001910*    AND LIMMAINT'S "LP" ROWS.
001920*****************************************************************
001930 01  CM-AUDIT-PARMS.
001940     05  CM-AP-SOURCE                PIC X(01) VALUE "M".
001950     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "TERM01".
001960     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
001970     COPY CALCREC.
001980
001990 SCREEN SECTION.
002000*
002010*****************************************************************
002020*    CM-REBATE-SCREEN
002030*    MAINTENANCE PANEL - OPERATOR KEYS A FUNCTION, THE TIER,
002040*    THE EFFECTIVE DATE, THE BAND FLOOR, AND FOR ADD/CHANGE THE
002050*    REBATE PERCENTAGE. THE CURRENT PERCENTAGE AND ANY MESSAGE
002060*    ARE DISPLAYED BACK.
002070*****************************************************************
002080 01  CM-REBATE-SCREEN.
002090     05  BLANK SCREEN.
002100     05  LINE 01 COLUMN 01
002110         VALUE "REBSCHED VOLUME REBATES - MAINTENANCE".
002120     05  LINE 02 COLUMN 01 VALUE "FUNCTION (A/C/D/I/X) = ".
002130     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
002140     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
002150     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
002160     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
002170     05  COLUMN PLUS 01 PIC X(08) SECURE
002180         USING CM-PASSWORD-ENTRY.
002190     05  LINE 04 COLUMN 01 VALUE "CUSTOMER TIER = ".
002200     05  COLUMN PLUS 01 PIC X(02) USING CM-TIER-ENTRY.
002210     05  LINE 05 COLUMN 01 VALUE "EFFECTIVE DATE (YYYYMMDD) = ".
002220     05  COLUMN PLUS 01 PIC X(08) USING CM-EFF-DATE-ENTRY.
002230     05  LINE 06 COLUMN 01 VALUE "BAND FLOOR (RESULTS) = ".
002240     05  COLUMN PLUS 01 PIC X(07) USING CM-FLOOR-ENTRY.
002250     05  LINE 07 COLUMN 01 VALUE "REBATE PCT (0250 = 2.50) = ".
002260     05  COLUMN PLUS 01 PIC X(04) USING CM-PCT-ENTRY.
002270     05  LINE 08 COLUMN 01 VALUE "BATCH OVERRIDE (Y) = ".
002280     05  COLUMN PLUS 01 PIC X(01) USING CM-OVERRIDE-ENTRY.
002290     05  LINE 09 COLUMN 01 PIC X(40) FROM CM-MESSAGE.
002300
002310 PROCEDURE DIVISION.
002320*
002330*****************************************************************
002340*    0000-MAINLINE
002350*    OPENS REBSCHED AND PENDCHG, LOOPS THE MAINTENANCE SCREEN
002360*    UNTIL THE OPERATOR KEYS FUNCTION X, THEN CLOSES AND STOPS.
002370*****************************************************************
002380 0000-MAINLINE.
002390     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002400     MOVE 1 TO CM-NI-BLOCK-SIZE.
002410     PERFORM 1000-OPEN-REBATE-FILE
002420         THRU 1000-OPEN-REBATE-FILE-EXIT.
002430     PERFORM 2000-PROCESS-SCREEN
002440         THRU 2000-PROCESS-SCREEN-EXIT
002450         UNTIL CM-EXIT-REQUESTED.
002460     IF NOT CM-REBATE-FILE-ABSENT
002470         CLOSE REBATE-SCHEDULE-FILE
002480     END-IF.
002490     CLOSE PENDING-CHANGE-FILE.
002500     STOP RUN.
002510*
002520*****************************************************************
002530*    1000-OPEN-REBATE-FILE
002540*    OPENS REBSCHED INPUT - THIS SCREEN ONLY READS THE LIVE
002550*    SCHEDULE. A FILE NOT YET CREATED MEANS NO BAND IS ON IT;
002560*    CHGAPPR CREATES IT WITH THE FIRST APPROVED ADD. PENDCHG IS
002570*    OPENED I-O, OR OUTPUT WHEN THE FIRST CHANGE EVER KEYED
002580*    CREATES IT.
002590*****************************************************************
002600 1000-OPEN-REBATE-FILE.
002610     OPEN INPUT REBATE-SCHEDULE-FILE.
002620     IF CM-REBATE-FILE-NOT-FOUND
002630         SET CM-REBATE-FILE-ABSENT TO TRUE
002640         GO TO 1000-OPEN-REBATE-FILE-PENDING
002650     END-IF.
002660     IF NOT CM-REBATE-OK
002670         DISPLAY "REBMAINT: UNABLE TO OPEN REBSCHED, "
002680                 "STATUS = " CM-REBATE-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720 1000-OPEN-REBATE-FILE-PENDING.
002730     OPEN I-O PENDING-CHANGE-FILE.
002740     IF NOT CM-PENDING-OK
002750         OPEN OUTPUT PENDING-CHANGE-FILE
002760     END-IF.
002770     IF NOT CM-PENDING-OK
002780         DISPLAY "REBMAINT: UNABLE TO OPEN PENDCHG, "
002790                 "STATUS = " CM-PENDING-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830 1000-OPEN-REBATE-FILE-EXIT.
002840     EXIT.
002850*
002860*****************************************************************
002870*    2000-PROCESS-SCREEN
002880*    DISPLAYS AND ACCEPTS THE PANEL ONCE AND ROUTES THE KEYED
002890*    FUNCTION TO THE RIGHT MAINTENANCE PARAGRAPH.
002900*****************************************************************
002910 2000-PROCESS-SCREEN.
002920     DISPLAY CM-REBATE-SCREEN.
002930     ACCEPT CM-REBATE-SCREEN.
002940     MOVE SPACES TO CM-MESSAGE.
002950     MOVE SPACES TO CM-PENDING-ID-TEXT.
002960     MOVE SPACES TO CM-ACTION-WORD.
002970     EVALUATE TRUE
002980         WHEN CM-FUNCTION-EXIT
002990             SET CM-EXIT-REQUESTED TO TRUE
003000         WHEN CM-FUNCTION-ADD
003010             PERFORM 3000-ADD-BAND
003020                 THRU 3000-ADD-BAND-EXIT
003030         WHEN CM-FUNCTION-CHANGE
003040             PERFORM 4000-CHANGE-BAND
003050                 THRU 4000-CHANGE-BAND-EXIT
003060         WHEN CM-FUNCTION-DELETE
003070             PERFORM 5000-DELETE-BAND
003080                 THRU 5000-DELETE-BAND-EXIT
003090         WHEN CM-FUNCTION-INQUIRE
003100             PERFORM 6000-INQUIRE-BAND
003110                 THRU 6000-INQUIRE-BAND-EXIT
003120         WHEN OTHER
003130             MOVE "FUNCTION MUST BE A, C, D, I, OR X" TO
003140                 CM-MESSAGE
003150     END-EVALUATE.
003160 2000-PROCESS-SCREEN-EXIT.
003170     EXIT.
003180*
003190*****************************************************************
003200*    3000-ADD-BAND
003210*    VALIDATES THE ENTRY AND KEYS A PENDING ADD. A TIER,
003220*    EFFECTIVE DATE, AND FLOOR ALREADY ON THE FILE IS TURNED
003230*    BACK TO THE OPERATOR.
003240*****************************************************************
003250 3000-ADD-BAND.
003260     PERFORM 7000-VALIDATE-BAND-ENTRY
003270         THRU 7000-VALIDATE-BAND-ENTRY-EXIT.
003280     IF NOT CM-VALID-ENTRY
003290         GO TO 3000-ADD-BAND-EXIT
003300     END-IF.
003310     PERFORM 7300-READ-LIVE-BAND
003320         THRU 7300-READ-LIVE-BAND-EXIT.
003330     IF CM-LIVE-BAND-FOUND
003340         MOVE "BAND ALREADY ON FILE - USE C TO CHANGE" TO
003350             CM-MESSAGE
003360         GO TO 3000-ADD-BAND-EXIT
003370     END-IF.
003380     MOVE ZERO TO CM-OLD-PCT.
003390     MOVE "ADD" TO CM-ACTION-WORD.
003400     PERFORM 8500-WRITE-PENDING-CHANGE
003410         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
003420 3000-ADD-BAND-EXIT.
003430     EXIT.
003440*
003450*****************************************************************
003460*    4000-CHANGE-BAND
003470*    VALIDATES THE ENTRY AND KEYS A PENDING CHANGE OF AN
003480*    EXISTING BAND TO THE NEW PERCENTAGE. THE PERCENTAGE ON
003490*    FILE NOW IS KEPT WITH THE CHANGE SO THE APPROVER SEES BOTH.
003500*****************************************************************
003510 4000-CHANGE-BAND.
003520     PERFORM 7000-VALIDATE-BAND-ENTRY
003530         THRU 7000-VALIDATE-BAND-ENTRY-EXIT.
003540     IF NOT CM-VALID-ENTRY
003550         GO TO 4000-CHANGE-BAND-EXIT
003560     END-IF.
003570     PERFORM 7300-READ-LIVE-BAND
003580         THRU 7300-READ-LIVE-BAND-EXIT.
003590     IF NOT CM-LIVE-BAND-FOUND
003600         MOVE "BAND NOT ON FILE - USE A TO ADD" TO
003610             CM-MESSAGE
003620         GO TO 4000-CHANGE-BAND-EXIT
003630     END-IF.
003640     IF RS-REBATE-PCT = CM-PCT-ENTRY-NUM
003650         MOVE "PERCENT UNCHANGED - NOTHING TO APPROVE" TO
003660             CM-MESSAGE
003670         GO TO 4000-CHANGE-BAND-EXIT
003680     END-IF.
003690     MOVE RS-REBATE-PCT TO CM-OLD-PCT.
003700     MOVE "CHANGE" TO CM-ACTION-WORD.
003710     PERFORM 8500-WRITE-PENDING-CHANGE
003720         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
003730 4000-CHANGE-BAND-EXIT.
003740     EXIT.
003750*
003760*****************************************************************
003770*    5000-DELETE-BAND
003780*    VALIDATES THE KEY ENTRY AND KEYS A PENDING DELETE OF THE
003790*    BAND RECORD. THE BAND BEING REMOVED IS READ FIRST SO THE
003800*    PENDING CHANGE AND ITS AUDIT ROW SHOW WHAT IT WAS. A
003810*    DELETE TAKES THE RECORD OFF THE FILE, SO THE BAND BEFORE
003820*    IT COMES BACK INTO FORCE - TO STOP A REBATE FROM A DATE,
003830*    ADD THE SAME FLOOR AT 00.00 PERCENT INSTEAD.
003840*****************************************************************
003850 5000-DELETE-BAND.
003860     PERFORM 7100-VALIDATE-KEY-ENTRY
003870         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
003880     IF NOT CM-VALID-ENTRY
003890         GO TO 5000-DELETE-BAND-EXIT
003900     END-IF.
003910     PERFORM 7300-READ-LIVE-BAND
003920         THRU 7300-READ-LIVE-BAND-EXIT.
003930     IF NOT CM-LIVE-BAND-FOUND
003940         MOVE "BAND NOT ON FILE" TO CM-MESSAGE
003950         GO TO 5000-DELETE-BAND-EXIT
003960     END-IF.
003970     MOVE RS-REBATE-PCT TO CM-PCT-ENTRY-NUM.
003980     MOVE RS-REBATE-PCT TO CM-OLD-PCT.
003990     MOVE "DELETE" TO CM-ACTION-WORD.
004000     PERFORM 8500-WRITE-PENDING-CHANGE
004010         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
004020 5000-DELETE-BAND-EXIT.
004030     EXIT.
004040*
004050*****************************************************************
004060*    6000-INQUIRE-BAND
004070*    VALIDATES THE KEY ENTRY AND DISPLAYS THE PERCENTAGE ON
004080*    FILE FOR THE TIER, EFFECTIVE DATE, AND FLOOR BACK ON THE
004090*    PANEL. AN INQUIRY CHANGES NOTHING, SO IT IS NOT AUDITED.
004100*****************************************************************
004110 6000-INQUIRE-BAND.
004120     PERFORM 7100-VALIDATE-KEY-ENTRY
004130         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
004140     IF NOT CM-VALID-ENTRY
004150         GO TO 6000-INQUIRE-BAND-EXIT
004160     END-IF.
004170     PERFORM 7300-READ-LIVE-BAND
004180         THRU 7300-READ-LIVE-BAND-EXIT.
004190     IF NOT CM-LIVE-BAND-FOUND
004200         MOVE "BAND NOT ON FILE" TO CM-MESSAGE
004210         GO TO 6000-INQUIRE-BAND-EXIT
004220     END-IF.
004230     MOVE RS-REBATE-PCT TO CM-PCT-ENTRY-NUM.
004240     MOVE "BAND DISPLAYED" TO CM-MESSAGE.
004250 6000-INQUIRE-BAND-EXIT.
004260     EXIT.
004270*
004280*****************************************************************
004290*    7000-VALIDATE-BAND-ENTRY
004300*    FULL VALIDATION FOR ADD AND CHANGE - THE KEY CHECKS BELOW
004310*    AND THE PERCENTAGE NUMERIC. A PERCENTAGE OF ZERO IS
004320*    ALLOWED - IT IS HOW A FLOOR IS WITHDRAWN FROM A DATE.
004330*****************************************************************
004340 7000-VALIDATE-BAND-ENTRY.
004350     PERFORM 7100-VALIDATE-KEY-ENTRY
004360         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
004370     IF NOT CM-VALID-ENTRY
004380         GO TO 7000-VALIDATE-BAND-ENTRY-EXIT
004390     END-IF.
004400     IF CM-PCT-ENTRY NOT NUMERIC
004410         MOVE "N" TO CM-VALID-ENTRY-SW
004420         MOVE "PERCENT MUST BE NUMERIC - RE-ENTER" TO
004430             CM-MESSAGE
004440     END-IF.
004450 7000-VALIDATE-BAND-ENTRY-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    7100-VALIDATE-KEY-ENTRY
004500*    COMMON VALIDATION FOR EVERY FUNCTION - THE OPERATOR ID IS
004510*    VERIFIED AGAINST THE OPERMAST MASTER FILE THROUGH
004520*    CMOPRCHK, ADD/CHANGE/DELETE REQUIRE SUPERVISOR AUTHORITY
004530*    AND AN OPEN SYSTEM, AND THE TIER, A PLAUSIBLE EFFECTIVE
004540*    DATE, AND A NUMERIC BAND FLOOR MUST BE KEYED.
004550*****************************************************************
004560 7100-VALIDATE-KEY-ENTRY.
004570     SET CM-VALID-ENTRY TO TRUE.
004580     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
004590     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
004600     MOVE SPACES TO CM-OP-NEW-PASSWORD.
004610     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
004620     IF CM-OP-INVALID
004630         MOVE "N" TO CM-VALID-ENTRY-SW
004640         MOVE CM-OP-MESSAGE TO CM-MESSAGE
004650         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004660     END-IF.
004670     IF (CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
004680         OR CM-FUNCTION-DELETE)
004690         AND NOT CM-OP-SUPERVISOR
004700         MOVE "N" TO CM-VALID-ENTRY-SW
004710         MOVE "MAINTENANCE NEEDS SUPERVISOR AUTHORITY" TO
004720             CM-MESSAGE
004730         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004740     END-IF.
004750     IF CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
004760         OR CM-FUNCTION-DELETE
004770         PERFORM 7200-CHECK-SYSTEM-STATUS
004780             THRU 7200-CHECK-SYSTEM-STATUS-EXIT
004790     END-IF.
004800     IF NOT CM-VALID-ENTRY
004810         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004820     END-IF.
004830     IF CM-TIER-ENTRY = SPACES
004840         MOVE "N" TO CM-VALID-ENTRY-SW
004850         MOVE "CUSTOMER TIER REQUIRED" TO CM-MESSAGE
004860         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004870     END-IF.
004880     IF CM-EFF-DATE-ENTRY NOT NUMERIC
004890         MOVE "N" TO CM-VALID-ENTRY-SW
004900         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD" TO CM-MESSAGE
004910         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004920     END-IF.
004930     MOVE CM-EFF-DATE-ENTRY TO CM-EFF-DATE-PIECES.
004940     IF CM-ED-MONTH < 01 OR CM-ED-MONTH > 12
004950         OR CM-ED-DAY < 01 OR CM-ED-DAY > 31
004960         MOVE "N" TO CM-VALID-ENTRY-SW
004970         MOVE "EFFECTIVE DATE NOT A REAL DATE" TO CM-MESSAGE
004980         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004990     END-IF.
005000     IF CM-FLOOR-ENTRY NOT NUMERIC
005010         MOVE "N" TO CM-VALID-ENTRY-SW
005020         MOVE "BAND FLOOR MUST BE 7 DIGITS" TO CM-MESSAGE
005030     END-IF.
005040 7100-VALIDATE-KEY-ENTRY-EXIT.
005050     EXIT.
005060*
005070*****************************************************************
005080*    7200-CHECK-SYSTEM-STATUS
005090*    READS THE SYSSTAT CONTROL RECORD THROUGH CMSTACHK -
005100*    MAINTENANCE WHILE THE BATCH HOLDS THE SYSTEM CLOSED IS
005110*    TURNED AWAY UNLESS THE SUPERVISOR KEYS THE OVERRIDE,
005120*    WHICH IS ITSELF LOGGED UNDER STATUS "QO" THROUGH THE
005130*    SAME AUDIT PARAGRAPH EVERY MAINTENANCE ACTION USES.
005140*****************************************************************
005150 7200-CHECK-SYSTEM-STATUS.
005160     CALL "CMSTACHK" USING CM-STATUS-PARMS.
005170     IF CM-SS-SYSTEM-OPEN
005180         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
005190     END-IF.
005200     IF CM-OVERRIDE-ENTRY NOT = "Y"
005210         MOVE "N" TO CM-VALID-ENTRY-SW
005220         MOVE "SYSTEM CLOSED FOR BATCH - TRY LATER" TO
005230             CM-MESSAGE
005240         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
005250     END-IF.
005260     MOVE "QO" TO CM-AUDIT-STATUS-CODE.
005270     PERFORM 8000-WRITE-AUDIT-ENTRY
005280         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
005290 7200-CHECK-SYSTEM-STATUS-EXIT.
005300     EXIT.
005310*
005320*****************************************************************
005330*    7300-READ-LIVE-BAND
005340*    KEYED READ OF THE LIVE REBSCHED RECORD FOR THE KEYED TIER,
005350*    EFFECTIVE DATE, AND FLOOR, SETTING THE FOUND SWITCH.
005360*    NOTHING IS FOUND WHILE THE FILE HAS NEVER BEEN CREATED.
005370*****************************************************************
005380 7300-READ-LIVE-BAND.
005390     MOVE "N" TO CM-LIVE-BAND-FOUND-SW.
005400     IF CM-REBATE-FILE-ABSENT
005410         GO TO 7300-READ-LIVE-BAND-EXIT
005420     END-IF.
005430     MOVE CM-TIER-ENTRY TO RS-CUSTOMER-TIER.
005440     MOVE CM-EFF-DATE-ENTRY TO RS-EFFECTIVE-DATE.
005450     MOVE CM-FLOOR-ENTRY-NUM TO RS-BAND-FLOOR.
005460     READ REBATE-SCHEDULE-FILE
005470         INVALID KEY
005480             GO TO 7300-READ-LIVE-BAND-EXIT
005490     END-READ.
005500     SET CM-LIVE-BAND-FOUND TO TRUE.
005510 7300-READ-LIVE-BAND-EXIT.
005520     EXIT.
005530*
005540*****************************************************************
005550*    8000-WRITE-AUDIT-ENTRY
005560*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FOR THIS
005570*    MAINTENANCE ACTION AND LOGS IT THROUGH CMAUDLOG - THE
005580*    PERCENTAGE TIMES 100 RIDES IN THE RESULT COLUMN, THE
005590*    EFFECTIVE DATE IN THE ORIGINAL-ID COLUMN, AND THE STATUS
005600*    CODE SAYS WHICH ACTION WAS TAKEN.
005610*****************************************************************
005620 8000-WRITE-AUDIT-ENTRY.
005630     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
005640     MOVE CM-NI-NEXT-ID TO CM-TR-TRANSACTION-ID
005650         OF CM-TRANSACTION-RECORD.
005660     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
005670     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
005680         OF CM-TRANSACTION-RECORD.
005690     MOVE CM-PENDING-ID-TEXT TO CM-TR-ACCOUNT-NO
005700         OF CM-TRANSACTION-RECORD.
005710     MOVE CM-TIER-ENTRY TO CM-TR-CUSTOMER-TIER
005720         OF CM-TRANSACTION-RECORD.
005730     MOVE ZERO TO CM-TR-NX OF CM-TRANSACTION-RECORD.
005740     MOVE ZERO TO CM-TR-NY OF CM-TRANSACTION-RECORD.
005750     IF CM-PCT-ENTRY NUMERIC
005760         COMPUTE CM-TR-RESULT OF CM-TRANSACTION-RECORD =
005770             CM-PCT-ENTRY-NUM * 100
005780     ELSE
005790         MOVE ZERO TO CM-TR-RESULT OF CM-TRANSACTION-RECORD
005800     END-IF.
005810*    ON THE OVERRIDE PATH THIS RUNS BEFORE THE DATE IS
005820*    VALIDATED, SO A BLANK OR MIS-KEYED ENTRY LOGS AS ZERO.
005830     IF CM-EFF-DATE-ENTRY NUMERIC
005840         MOVE CM-EFF-DATE-ENTRY TO CM-TR-ORIGINAL-ID
005850             OF CM-TRANSACTION-RECORD
005860     ELSE
005870         MOVE ZERO TO CM-TR-ORIGINAL-ID
005880             OF CM-TRANSACTION-RECORD
005890     END-IF.
005900     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
005910         OF CM-TRANSACTION-RECORD.
005920     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
005930     MOVE CM-ACTION-WORD TO CM-AP-SOURCE-SYSTEM.
005940     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
005950 8000-WRITE-AUDIT-ENTRY-EXIT.
005960     EXIT.
005970*
005980*****************************************************************
005990*    8500-WRITE-PENDING-CHANGE
006000*    WRITES THE KEYED ADD, CHANGE, OR DELETE TO PENDCHG UNDER
006010*    A NEW PENDING CHANGE ID, WITH THE LIVE PERCENTAGE AS IT
006020*    STANDS NOW, LOGS THE KEYING UNDER STATUS "VP", AND GIVES
006030*    THE OPERATOR THE ID TO PASS TO THE APPROVING SUPERVISOR.
006040*****************************************************************
006050 8500-WRITE-PENDING-CHANGE.
006060     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
006070     ACCEPT CM-TIME-NOW FROM TIME.
006080     MOVE SPACES TO PENDING-CHANGE-RECORD.
006090     MOVE CM-NI-NEXT-ID TO PC-PENDING-ID.
006100     SET PC-REBATE-CHANGE TO TRUE.
006110     MOVE CM-FUNCTION-ENTRY TO PC-ACTION.
006120     SET PC-PENDING TO TRUE.
006130     MOVE CM-TIER-ENTRY TO PC-CUSTOMER-TIER.
006140     MOVE CM-EFF-DATE-ENTRY TO PC-EFFECTIVE-DATE.
006150     MOVE CM-FLOOR-ENTRY-NUM TO PC-BAND-FLOOR.
006160     IF CM-FUNCTION-DELETE
006170         MOVE ZERO TO PC-NEW-REBATE-PCT
006180     ELSE
006190         MOVE CM-PCT-ENTRY-NUM TO PC-NEW-REBATE-PCT
006200     END-IF.
006210     MOVE CM-OLD-PCT TO PC-OLD-REBATE-PCT.
006220     MOVE CM-OPERATOR-ENTRY TO PC-KEYED-BY.
006230     MOVE CM-RUN-DATE TO PC-KEYED-DATE.
006240     MOVE CM-TIME-NOW (1:6) TO PC-KEYED-TIME.
006250     MOVE ZERO TO PC-DECIDED-DATE.
006260     WRITE PENDING-CHANGE-RECORD
006270         INVALID KEY
006280             MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
006290                 CM-MESSAGE
006300             GO TO 8500-WRITE-PENDING-CHANGE-EXIT
006310     END-WRITE.
006320     IF NOT CM-PENDING-OK
006330         MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
006340             CM-MESSAGE
006350         GO TO 8500-WRITE-PENDING-CHANGE-EXIT
006360     END-IF.
006370     MOVE PC-PENDING-ID TO CM-PENDING-ID-TEXT.
006380     MOVE "VP" TO CM-AUDIT-STATUS-CODE.
006390     PERFORM 8000-WRITE-AUDIT-ENTRY
006400         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
006410     STRING "PENDING APPROVAL - CHANGE ID "
006420            CM-PENDING-ID-TEXT
006430            DELIMITED BY SIZE INTO CM-MESSAGE.
006440 8500-WRITE-PENDING-CHANGE-EXIT.
006450     EXIT.
