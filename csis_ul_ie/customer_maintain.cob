000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSMAINT.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - ONLINE MAINTENANCE SCREEN
000120*                  FOR THE CUSTMAST CUSTOMER MASTER, FOLLOWING
000130*                  LIMMAINT AND RATMAINT. THE TIER ON CUSTMAST
000140*                  DRIVES BOTH THE CUSTLIM CAPS AND THE
000150*                  BILLRATE PRICE, YET CHANGES WERE LOADED BY
000160*                  HAND BY OPERATIONS WITH NOTHING RECORDING WHO
000170*                  MOVED A TIER OR CLOSED AN ACCOUNT. ADD,
000180*                  CHANGE, CLOSE, AND INQUIRE BY ACCOUNT NUMBER.
000190*                  THE OPERATOR ID IS VERIFIED THROUGH CMOPRCHK
000200*                  AND ADD, CHANGE, AND CLOSE NEED SUPERVISOR
000210*                  AUTHORITY AND AN OPEN SYSTEM ON SYSSTAT (THE
000220*                  "Y" OVERRIDE IS LOGGED "QO"), THE SAME AS
000230*                  LIMMAINT. A NEW TIER MUST EXIST ON CUSTLIM.
000240*                  A TIER CHANGE KEEPS THE TIER IT REPLACED AND
000250*                  THE DATE IN CU-PRIOR-TIER/CU-TIER-CHANGE-DATE.
000260*                  A CLOSE SETS THE STATUS FLAG "C" - THE RECORD
000270*                  IS NEVER DELETED - AND IS REFUSED WHILE THE
000280*                  ACCOUNT STILL HAS EXPOSURE, AN UNEXTRACTED
000290*                  MULTOUT TRANSACTION, OR A TRANSACTION ON THE
000300*                  ACKOUTS FILE AWAITING BILLING'S ACCEPTANCE.
000310*                  EVERY ADD, CHANGE, AND CLOSE GOES THROUGH
000320*                  CMAUDLOG UNDER SOURCE "M": A CHANGE OR CLOSE
000330*                  LOGS A "CB" ROW WITH THE VALUES BEFORE, THEN
000340*                  A "CC" (CHANGE) OR "CX" (CLOSE) ROW WITH THE
000350*                  VALUES AFTER; AN ADD LOGS ONE "CA" ROW. EACH
000360*                  ROW CARRIES THE ACCOUNT, THE TIER, THE CREDIT
000370*                  LIMIT IN WHOLE UNITS IN THE ORIGINAL-ID
000380*                  COLUMN, AND THE STATUS FLAG IN THE SOURCE
000390*                  SYSTEM COLUMN. THE EXPOSURE IS SHOWN BUT IS
000400*                  NEVER KEYED - CMCRDCHK OWNS IT.
000401*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
000402*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
000403*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
000404*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
000405*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
000410*****************************************************************
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. CSIS-UL-IE.
000460 OBJECT-COMPUTER. CSIS-UL-IE.
000470 SPECIAL-NAMES.
000480     CONSOLE IS CRT.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CU-ACCOUNT-NO
000550         FILE STATUS IS CM-CUSTOMER-STATUS.
000560
000570     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OUT-TRANSACTION-ID
000610         FILE STATUS IS CM-RESULT-STATUS.
000620
000630     SELECT OUTSTANDING-FILE ASSIGN TO "ACKOUTS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CM-OUTS-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700*****************************************************************
000710*    CUSTMAST - THE CUSTOMER MASTER, KEYED BY ACCOUNT NUMBER,
000720*    SHARED WITH CMCUSCHK AND CMCRDCHK THROUGH THE CUSTMST
000730*    COPYBOOK.
000740*****************************************************************
000750 FD  CUSTOMER-MASTER-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  CUSTOMER-MASTER-RECORD.
000780     COPY CUSTMST.
000790
000800*****************************************************************
000810*    MULTOUT - READ ONLY, TO FIND THE ACCOUNT'S TRANSACTIONS
000820*    BEFORE A CLOSE IS ALLOWED.
000830*****************************************************************
000840 FD  RESULT-FILE
000850     RECORD CONTAINS 52 CHARACTERS.
000860 01  RESULT-RECORD.
000870     COPY MULTOUT.
000880
000890*****************************************************************
000900*    ACKOUTS - CSISBACK'S OUTSTANDING-ACKNOWLEDGMENT FILE, ONE
000910*    RECORD PER EXTRACTED TRANSACTION BILLING HAS NOT YET
000920*    ACCEPTED (SEE BILLING_ACK.COB).
000930*****************************************************************
000940 FD  OUTSTANDING-FILE
000950     RECORD CONTAINS 20 CHARACTERS.
000960 01  OUTSTANDING-RECORD.
000970     05  AI-TRANSACTION-ID           PIC 9(08).
000980     05  AI-EXTRACT-DATE             PIC 9(08).
000990     05  AI-ACK-STATUS               PIC X(01).
001000     05  FILLER                      PIC X(03).
001010
001020 WORKING-STORAGE SECTION.
001030*
001040*****************************************************************
001050*    FILE STATUS SWITCHES
001060*****************************************************************
001070 01  CM-CUSTOMER-STATUS              PIC X(02) VALUE ZEROS.
001080     88  CM-CUSTOMER-OK                  VALUE "00".
001090
001100 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001110     88  CM-RESULT-OK                    VALUE "00".
001120
001130 01  CM-OUTS-STATUS                  PIC X(02) VALUE ZEROS.
001140     88  CM-OUTS-OK                      VALUE "00".
001150*
001160*****************************************************************
001170*    PROGRAM SWITCHES
001180*****************************************************************
001190 01  CM-SWITCHES.
001200     05  CM-EXIT-REQUESTED-SW        PIC X(01) VALUE "N".
001210         88  CM-EXIT-REQUESTED           VALUE "Y".
001220     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
001230         88  CM-VALID-ENTRY              VALUE "Y".
001240     05  CM-OPEN-ITEMS-SW            PIC X(01) VALUE "N".
001250         88  CM-OPEN-ITEMS-FOUND         VALUE "Y".
001260     05  CM-RESULT-EOF-SW            PIC X(01) VALUE "N".
001270         88  CM-RESULT-EOF               VALUE "Y".
001280     05  CM-OUTS-EOF-SW              PIC X(01) VALUE "N".
001290         88  CM-OUTS-EOF                 VALUE "Y".
001300*
001310*****************************************************************
001320*    SCREEN ENTRY FIELDS AND WORK AREAS. THE CREDIT LIMIT IS
001330*    KEYED IN WHOLE UNITS, ALL SEVEN DIGITS - ZERO MEANS NO
001340*    LIMIT IS SET.
001350*****************************************************************
001360 01  CM-FUNCTION-ENTRY               PIC X(01) VALUE SPACES.
001370     88  CM-FUNCTION-ADD                 VALUE "A".
001380     88  CM-FUNCTION-CHANGE              VALUE "C".
001390     88  CM-FUNCTION-CLOSE               VALUE "D".
001400     88  CM-FUNCTION-INQUIRE             VALUE "I".
001410     88  CM-FUNCTION-EXIT                VALUE "X".
001420 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
001421 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
001430 01  CM-OVERRIDE-ENTRY               PIC X(01) VALUE SPACES.
001440 01  CM-ACCOUNT-ENTRY                PIC X(08) VALUE SPACES.
001450 01  CM-NAME-ENTRY                   PIC X(20) VALUE SPACES.
001460 01  CM-TIER-ENTRY                   PIC X(02) VALUE SPACES.
001470 01  CM-LIMIT-ENTRY                  PIC X(07) VALUE SPACES.
001480 01  CM-LIMIT-ENTRY-NUM REDEFINES CM-LIMIT-ENTRY
001490                                     PIC 9(07).
001500 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
001510 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001520 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
001521 01  CM-ACTION-STATUS-CODE           PIC X(02) VALUE SPACES.
001530*
001540*****************************************************************
001550*    DISPLAY-ONLY FIELDS - WHAT THE FILE HOLDS THAT THE
001560*    OPERATOR MAY NOT KEY. BLANKED ON EVERY PASS SO ONE
001570*    ACCOUNT'S FIGURES ARE NEVER LEFT SHOWING AGAINST ANOTHER.
001580*****************************************************************
001590 01  CM-ACCOUNT-DISPLAY.
001600     05  CM-STATUS-DISPLAY           PIC X(01).
001610     05  CM-EXPOSURE-DISPLAY         PIC Z(06)9.99-.
001620     05  CM-PRIOR-TIER-DISPLAY       PIC X(02).
001630     05  CM-CHANGE-DATE-DISPLAY      PIC X(08).
001640*
001650*****************************************************************
001660*    ACCOUNT IMAGES FOR THE AUDIT ROWS - THE VALUES AS READ,
001670*    SAVED BEFORE A CHANGE OR CLOSE, AND THE VALUES THE NEXT
001680*    AUDIT ROW IS BUILT FROM.
001690*****************************************************************
001700 01  CM-BEFORE-IMAGE.
001710     05  CM-BI-CUSTOMER-NAME         PIC X(20).
001720     05  CM-BI-STATUS-FLAG           PIC X(01).
001730     05  CM-BI-CUSTOMER-TIER         PIC X(02).
001740     05  CM-BI-CREDIT-LIMIT          PIC 9(07)V99.
001750
001760 01  CM-AUDIT-IMAGE.
001770     05  CM-AI-CUSTOMER-NAME         PIC X(20).
001780     05  CM-AI-STATUS-FLAG           PIC X(01).
001790     05  CM-AI-CUSTOMER-TIER         PIC X(02).
001800     05  CM-AI-CREDIT-LIMIT          PIC 9(07)V99.
001810*
001820*****************************************************************
001830*    CALCREC - SHARED TRANSACTION RECORD BUILT FOR THE AUDIT
001840*    TRAIL OF EACH MAINTENANCE ACTION (SEE
001850*    CSIS_UL_IE/COPYBOOKS/CALCREC.CPY). THE CREDIT LIMIT IN
001860*    WHOLE UNITS RIDES IN THE ORIGINAL-ID COLUMN AND THE
001870*    STATUS CODE CARRIES THE MAINTENANCE ACTION - "CA" ADD,
001880*    "CB" BEFORE-IMAGE, "CC" CHANGE, "CX" CLOSE.
001890*****************************************************************
001900 01  CM-TRANSACTION-RECORD.
001910     COPY CALCREC.
001920*
001930*****************************************************************
001940*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
001950*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY). MAINTENANCE ACTIONS
001960*    DRAW FROM THE SAME SEQUENCE AS CALCULATIONS SO EVERY ROW
001970*    ON THE AUDIT LOG HAS A UNIQUE TRANSACTION ID.
001980*****************************************************************
001990 01  CM-NEXT-ID-PARMS.
002000     COPY NEXTPARM.
002010*
002020*****************************************************************
002030*    PARAMETERS PASSED TO THE CMOPRCHK SUBPROGRAM (SEE
002040*    CSIS_UL_IE/COPYBOOKS/OPRPARM.CPY).
002050*****************************************************************
002060 01  CM-OPERATOR-PARMS.
002070     COPY OPRPARM.
002080*
002090*****************************************************************
002100*    PARAMETERS PASSED TO THE CMSTACHK SUBPROGRAM (SEE
002110*    CSIS_UL_IE/COPYBOOKS/SYSPARM.CPY).
002120*****************************************************************
002130 01  CM-STATUS-PARMS.
002140     COPY SYSPARM.
002150*
002160*****************************************************************
002170*    PARAMETERS PASSED TO THE CMLIMCHK SUBPROGRAM (SEE
002180*    CSIS_UL_IE/COPYBOOKS/LIMTPARM.CPY) - USED HERE ONLY TO
002190*    PROVE A KEYED TIER EXISTS ON CUSTLIM.
002200*****************************************************************
002210 01  CM-LIMIT-PARMS.
002220     COPY LIMTPARM.
002230*
002240*****************************************************************
002250*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
002260*    MARKS A MAINTENANCE ROW ON THE AUDIT TRAIL. THE SOURCE
002270*    SYSTEM COLUMN CARRIES THE ACCOUNT'S STATUS FLAG ON A
002280*    CUSTMAST ROW.
002290*****************************************************************
002300 01  CM-AUDIT-PARMS.
002310     05  CM-AP-SOURCE                PIC X(01) VALUE "M".
002320     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "TERM01".
002330     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
002340     COPY CALCREC.
002350
002360 SCREEN SECTION.
002370*
002380*****************************************************************
002390*    CM-MAINT-SCREEN
002400*    MAINTENANCE PANEL - OPERATOR KEYS A FUNCTION, THE ACCOUNT,
002410*    AND FOR ADD/CHANGE THE NAME, TIER, AND CREDIT LIMIT. THE
002420*    STATUS, EXPOSURE, PRIOR TIER, AND ANY MESSAGE ARE
002430*    DISPLAYED BACK.
002440*****************************************************************
002450 01  CM-MAINT-SCREEN.
002460     05  BLANK SCREEN.
002470     05  LINE 01 COLUMN 01
002480         VALUE "CUSTMAST CUSTOMER MASTER - MAINTENANCE".
002490     05  LINE 02 COLUMN 01
002500         VALUE "FUNCTION (A/C/D=CLOSE/I/X) = ".
002510     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
002520     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
002530     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
002531     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
002532     05  COLUMN PLUS 01 PIC X(08) SECURE
002533         USING CM-PASSWORD-ENTRY.
002540     05  LINE 04 COLUMN 01 VALUE "ACCOUNT NUMBER = ".
002550     05  COLUMN PLUS 01 PIC X(08) USING CM-ACCOUNT-ENTRY.
002560     05  LINE 05 COLUMN 01 VALUE "CUSTOMER NAME = ".
002570     05  COLUMN PLUS 01 PIC X(20) USING CM-NAME-ENTRY.
002580     05  LINE 06 COLUMN 01 VALUE "CUSTOMER TIER = ".
002590     05  COLUMN PLUS 01 PIC X(02) USING CM-TIER-ENTRY.
002600     05  LINE 07 COLUMN 01 VALUE "CREDIT LIMIT (0 = NONE) = ".
002610     05  COLUMN PLUS 01 PIC X(07) USING CM-LIMIT-ENTRY.
002620     05  LINE 08 COLUMN 01 VALUE "BATCH OVERRIDE (Y) = ".
002630     05  COLUMN PLUS 01 PIC X(01) USING CM-OVERRIDE-ENTRY.
002640     05  LINE 09 COLUMN 01 VALUE "STATUS = ".
002650     05  COLUMN PLUS 01 PIC X(01) FROM CM-STATUS-DISPLAY.
002660     05  COLUMN PLUS 03 VALUE "EXPOSURE = ".
002670     05  COLUMN PLUS 01 PIC X(11) FROM CM-EXPOSURE-DISPLAY.
002680     05  LINE 10 COLUMN 01 VALUE "PRIOR TIER = ".
002690     05  COLUMN PLUS 01 PIC X(02) FROM CM-PRIOR-TIER-DISPLAY.
002700     05  COLUMN PLUS 03 VALUE "TIER CHANGED = ".
002710     05  COLUMN PLUS 01 PIC X(08) FROM CM-CHANGE-DATE-DISPLAY.
002720     05  LINE 11 COLUMN 01 PIC X(40) FROM CM-MESSAGE.
002730
002740 PROCEDURE DIVISION.
002750*
002760*****************************************************************
002770*    0000-MAINLINE
002780*    OPENS CUSTMAST, LOOPS THE MAINTENANCE SCREEN UNTIL THE
002790*    OPERATOR KEYS FUNCTION X, THEN CLOSES AND STOPS.
002800*****************************************************************
002810 0000-MAINLINE.
002820     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002830     MOVE 1 TO CM-NI-BLOCK-SIZE.
002840     PERFORM 1000-OPEN-CUSTOMER-FILE
002850         THRU 1000-OPEN-CUSTOMER-FILE-EXIT.
002860     PERFORM 2000-PROCESS-SCREEN
002870         THRU 2000-PROCESS-SCREEN-EXIT
002880         UNTIL CM-EXIT-REQUESTED.
002890     CLOSE CUSTOMER-MASTER-FILE.
002900     STOP RUN.
002910*
002920*****************************************************************
002930*    1000-OPEN-CUSTOMER-FILE
002940*    OPENS CUSTMAST I-O, OR OUTPUT WHEN THE FILE DOES NOT YET
002950*    EXIST, THE SAME AS LIMMAINT DOES FOR CUSTLIM.
002960*****************************************************************
002970 1000-OPEN-CUSTOMER-FILE.
002980     OPEN I-O CUSTOMER-MASTER-FILE.
002990     IF NOT CM-CUSTOMER-OK
003000         OPEN OUTPUT CUSTOMER-MASTER-FILE
003010     END-IF.
003020     IF NOT CM-CUSTOMER-OK
003030         DISPLAY "CUSMAINT: UNABLE TO OPEN CUSTMAST, "
003040                 "STATUS = " CM-CUSTOMER-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080 1000-OPEN-CUSTOMER-FILE-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120*    2000-PROCESS-SCREEN
003130*    DISPLAYS AND ACCEPTS THE PANEL ONCE AND ROUTES THE KEYED
003140*    FUNCTION TO THE RIGHT MAINTENANCE PARAGRAPH.
003150*****************************************************************
003160 2000-PROCESS-SCREEN.
003170     DISPLAY CM-MAINT-SCREEN.
003180     ACCEPT CM-MAINT-SCREEN.
003190     MOVE SPACES TO CM-MESSAGE.
003200     MOVE SPACES TO CM-ACCOUNT-DISPLAY.
003210     EVALUATE TRUE
003220         WHEN CM-FUNCTION-EXIT
003230             SET CM-EXIT-REQUESTED TO TRUE
003240         WHEN CM-FUNCTION-ADD
003250             PERFORM 3000-ADD-ACCOUNT
003260                 THRU 3000-ADD-ACCOUNT-EXIT
003270         WHEN CM-FUNCTION-CHANGE
003280             PERFORM 4000-CHANGE-ACCOUNT
003290                 THRU 4000-CHANGE-ACCOUNT-EXIT
003300         WHEN CM-FUNCTION-CLOSE
003310             PERFORM 5000-CLOSE-ACCOUNT
003320                 THRU 5000-CLOSE-ACCOUNT-EXIT
003330         WHEN CM-FUNCTION-INQUIRE
003340             PERFORM 6000-INQUIRE-ACCOUNT
003350                 THRU 6000-INQUIRE-ACCOUNT-EXIT
003360         WHEN OTHER
003370             MOVE "FUNCTION MUST BE A, C, D, I, OR X" TO
003380                 CM-MESSAGE
003390     END-EVALUATE.
003400 2000-PROCESS-SCREEN-EXIT.
003410     EXIT.
003420*
003430*****************************************************************
003440*    3000-ADD-ACCOUNT
003450*    VALIDATES THE ENTRY AND WRITES A NEW, ACTIVE ACCOUNT WITH
003460*    NO EXPOSURE AND NO TIER HISTORY. AN ACCOUNT ALREADY ON
003470*    THE FILE IS TURNED BACK TO THE OPERATOR.
003480*****************************************************************
003490 3000-ADD-ACCOUNT.
003500     PERFORM 7000-VALIDATE-DETAIL-ENTRY
003510         THRU 7000-VALIDATE-DETAIL-ENTRY-EXIT.
003520     IF NOT CM-VALID-ENTRY
003530         GO TO 3000-ADD-ACCOUNT-EXIT
003540     END-IF.
003550     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
003560     MOVE CM-ACCOUNT-ENTRY TO CU-ACCOUNT-NO.
003570     MOVE CM-NAME-ENTRY TO CU-CUSTOMER-NAME.
003580     SET CU-ACTIVE TO TRUE.
003590     MOVE CM-TIER-ENTRY TO CU-CUSTOMER-TIER.
003600     MOVE CM-LIMIT-ENTRY-NUM TO CU-CREDIT-LIMIT.
003610     MOVE ZERO TO CU-EXPOSURE.
003620     MOVE ZERO TO CU-EXPOSURE-DATE.
003630     MOVE SPACES TO CU-PRIOR-TIER.
003640     MOVE ZERO TO CU-TIER-CHANGE-DATE.
003650     WRITE CUSTOMER-MASTER-RECORD
003660         INVALID KEY
003670             MOVE "ACCOUNT ON FILE - USE C TO CHANGE"
003680                 TO CM-MESSAGE
003690             GO TO 3000-ADD-ACCOUNT-EXIT
003700     END-WRITE.
003710     IF NOT CM-CUSTOMER-OK
003720         MOVE "CUSTMAST I-O ERROR - NOTIFY SUPERVISOR" TO
003730             CM-MESSAGE
003740         GO TO 3000-ADD-ACCOUNT-EXIT
003750     END-IF.
003760     PERFORM 8200-SAVE-AFTER-IMAGE
003770         THRU 8200-SAVE-AFTER-IMAGE-EXIT.
003780     MOVE "CA" TO CM-AUDIT-STATUS-CODE.
003790     PERFORM 8000-WRITE-AUDIT-ENTRY
003800         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
003810     PERFORM 6100-SHOW-ACCOUNT
003820         THRU 6100-SHOW-ACCOUNT-EXIT.
003830     MOVE "ACCOUNT ADDED" TO CM-MESSAGE.
003840 3000-ADD-ACCOUNT-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880*    4000-CHANGE-ACCOUNT
003890*    VALIDATES THE ENTRY AND REWRITES THE ACCOUNT WITH THE NEW
003900*    NAME, TIER, AND CREDIT LIMIT. A CLOSED ACCOUNT IS NOT
003910*    CHANGED. WHEN THE TIER MOVES, THE TIER IT REPLACES AND
003920*    TODAY'S DATE ARE KEPT ON THE RECORD. THE VALUES BEFORE
003930*    AND AFTER ARE BOTH LOGGED.
003940*****************************************************************
003950 4000-CHANGE-ACCOUNT.
003960     PERFORM 7000-VALIDATE-DETAIL-ENTRY
003970         THRU 7000-VALIDATE-DETAIL-ENTRY-EXIT.
003980     IF NOT CM-VALID-ENTRY
003990         GO TO 4000-CHANGE-ACCOUNT-EXIT
004000     END-IF.
004010     MOVE CM-ACCOUNT-ENTRY TO CU-ACCOUNT-NO.
004020     READ CUSTOMER-MASTER-FILE
004030         INVALID KEY
004040             MOVE "ACCOUNT NOT ON FILE - USE A TO ADD" TO
004050                 CM-MESSAGE
004060             GO TO 4000-CHANGE-ACCOUNT-EXIT
004070     END-READ.
004080     IF CU-CLOSED
004090         MOVE "ACCOUNT IS CLOSED - NO CHANGE ALLOWED" TO
004100             CM-MESSAGE
004110         GO TO 4000-CHANGE-ACCOUNT-EXIT
004120     END-IF.
004130     PERFORM 8100-SAVE-BEFORE-IMAGE
004140         THRU 8100-SAVE-BEFORE-IMAGE-EXIT.
004150     IF CM-NAME-ENTRY = CU-CUSTOMER-NAME
004160         AND CM-TIER-ENTRY = CU-CUSTOMER-TIER
004170         AND CM-LIMIT-ENTRY-NUM = CU-CREDIT-LIMIT
004180         MOVE "NOTHING CHANGED - NO UPDATE MADE" TO CM-MESSAGE
004190         GO TO 4000-CHANGE-ACCOUNT-EXIT
004200     END-IF.
004210     IF CM-TIER-ENTRY NOT = CU-CUSTOMER-TIER
004220         MOVE CU-CUSTOMER-TIER TO CU-PRIOR-TIER
004230         MOVE CM-RUN-DATE TO CU-TIER-CHANGE-DATE
004240         MOVE CM-TIER-ENTRY TO CU-CUSTOMER-TIER
004250     END-IF.
004260     MOVE CM-NAME-ENTRY TO CU-CUSTOMER-NAME.
004270     MOVE CM-LIMIT-ENTRY-NUM TO CU-CREDIT-LIMIT.
004280     REWRITE CUSTOMER-MASTER-RECORD
004290         INVALID KEY
004300             MOVE "ACCOUNT NOT ON FILE - USE A TO ADD" TO
004310                 CM-MESSAGE
004320             GO TO 4000-CHANGE-ACCOUNT-EXIT
004330     END-REWRITE.
004340     IF NOT CM-CUSTOMER-OK
004350         MOVE "CUSTMAST I-O ERROR - NOTIFY SUPERVISOR" TO
004360             CM-MESSAGE
004370         GO TO 4000-CHANGE-ACCOUNT-EXIT
004380     END-IF.
004390     MOVE "CC" TO CM-AUDIT-STATUS-CODE.
004400     PERFORM 8300-AUDIT-BEFORE-AND-AFTER
004410         THRU 8300-AUDIT-BEFORE-AND-AFTER-EXIT.
004420     PERFORM 6100-SHOW-ACCOUNT
004430         THRU 6100-SHOW-ACCOUNT-EXIT.
004440     MOVE "ACCOUNT CHANGED" TO CM-MESSAGE.
004450 4000-CHANGE-ACCOUNT-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490*    5000-CLOSE-ACCOUNT
004500*    VALIDATES THE KEY ENTRY, PROVES NOTHING IS STILL OPEN
004510*    AGAINST THE ACCOUNT, AND SETS ITS STATUS FLAG "C". THE
004520*    RECORD STAYS ON THE FILE SO OLD TRANSACTIONS STILL
004530*    RESOLVE TO A NAME.
004540*****************************************************************
004550 5000-CLOSE-ACCOUNT.
004560     PERFORM 7100-VALIDATE-KEY-ENTRY
004570         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
004580     IF NOT CM-VALID-ENTRY
004590         GO TO 5000-CLOSE-ACCOUNT-EXIT
004600     END-IF.
004610     MOVE CM-ACCOUNT-ENTRY TO CU-ACCOUNT-NO.
004620     READ CUSTOMER-MASTER-FILE
004630         INVALID KEY
004640             MOVE "ACCOUNT NOT ON FILE" TO CM-MESSAGE
004650             GO TO 5000-CLOSE-ACCOUNT-EXIT
004660     END-READ.
004670     IF CU-CLOSED
004680         MOVE "ACCOUNT IS ALREADY CLOSED" TO CM-MESSAGE
004690         GO TO 5000-CLOSE-ACCOUNT-EXIT
004700     END-IF.
004710     PERFORM 7300-CHECK-OPEN-ITEMS
004720         THRU 7300-CHECK-OPEN-ITEMS-EXIT.
004730     IF CM-OPEN-ITEMS-FOUND
004740         GO TO 5000-CLOSE-ACCOUNT-EXIT
004750     END-IF.
004760     PERFORM 8100-SAVE-BEFORE-IMAGE
004770         THRU 8100-SAVE-BEFORE-IMAGE-EXIT.
004780     SET CU-CLOSED TO TRUE.
004790     REWRITE CUSTOMER-MASTER-RECORD
004800         INVALID KEY
004810             MOVE "ACCOUNT NOT ON FILE" TO CM-MESSAGE
004820             GO TO 5000-CLOSE-ACCOUNT-EXIT
004830     END-REWRITE.
004840     IF NOT CM-CUSTOMER-OK
004850         MOVE "CUSTMAST I-O ERROR - NOTIFY SUPERVISOR" TO
004860             CM-MESSAGE
004870         GO TO 5000-CLOSE-ACCOUNT-EXIT
004880     END-IF.
004890     MOVE "CX" TO CM-AUDIT-STATUS-CODE.
004900     PERFORM 8300-AUDIT-BEFORE-AND-AFTER
004910         THRU 8300-AUDIT-BEFORE-AND-AFTER-EXIT.
004920     PERFORM 6100-SHOW-ACCOUNT
004930         THRU 6100-SHOW-ACCOUNT-EXIT.
004940     MOVE "ACCOUNT CLOSED" TO CM-MESSAGE.
004950 5000-CLOSE-ACCOUNT-EXIT.
004960     EXIT.
004970*
004980*****************************************************************
004990*    6000-INQUIRE-ACCOUNT
005000*    VALIDATES THE KEY ENTRY AND DISPLAYS THE ACCOUNT BACK ON
005010*    THE PANEL. AN INQUIRY CHANGES NOTHING, SO IT IS NOT
005020*    AUDITED.
005030*****************************************************************
005040 6000-INQUIRE-ACCOUNT.
005050     PERFORM 7100-VALIDATE-KEY-ENTRY
005060         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
005070     IF NOT CM-VALID-ENTRY
005080         GO TO 6000-INQUIRE-ACCOUNT-EXIT
005090     END-IF.
005100     MOVE CM-ACCOUNT-ENTRY TO CU-ACCOUNT-NO.
005110     READ CUSTOMER-MASTER-FILE
005120         INVALID KEY
005130             MOVE "ACCOUNT NOT ON FILE" TO CM-MESSAGE
005140             GO TO 6000-INQUIRE-ACCOUNT-EXIT
005150     END-READ.
005160     PERFORM 6100-SHOW-ACCOUNT
005170         THRU 6100-SHOW-ACCOUNT-EXIT.
005180     MOVE "ACCOUNT DISPLAYED" TO CM-MESSAGE.
005190 6000-INQUIRE-ACCOUNT-EXIT.
005200     EXIT.
005210*
005220*****************************************************************
005230*    6100-SHOW-ACCOUNT
005240*    MOVES THE CUSTMAST RECORD IN THE RECORD AREA BACK ONTO
005250*    THE PANEL - THE KEYABLE FIELDS SO A CHANGE CAN START FROM
005260*    THEM, AND THE DISPLAY-ONLY STATUS, EXPOSURE, AND TIER
005270*    HISTORY.
005280*****************************************************************
005290 6100-SHOW-ACCOUNT.
005300     MOVE CU-CUSTOMER-NAME TO CM-NAME-ENTRY.
005310     MOVE CU-CUSTOMER-TIER TO CM-TIER-ENTRY.
005320     MOVE CU-CREDIT-LIMIT TO CM-LIMIT-ENTRY-NUM.
005330     MOVE CU-STATUS-FLAG TO CM-STATUS-DISPLAY.
005340     MOVE CU-EXPOSURE TO CM-EXPOSURE-DISPLAY.
005350     MOVE CU-PRIOR-TIER TO CM-PRIOR-TIER-DISPLAY.
005360     IF CU-TIER-CHANGE-DATE NUMERIC
005370         AND CU-TIER-CHANGE-DATE > ZERO
005380         MOVE CU-TIER-CHANGE-DATE TO CM-CHANGE-DATE-DISPLAY
005390     END-IF.
005400 6100-SHOW-ACCOUNT-EXIT.
005410     EXIT.
005420*
005430*****************************************************************
005440*    7000-VALIDATE-DETAIL-ENTRY
005450*    FULL VALIDATION FOR ADD AND CHANGE - OPERATOR AND ACCOUNT
005460*    KEYED, A NAME KEYED, THE TIER ON CUSTLIM, AND THE CREDIT
005470*    LIMIT ALL DIGITS.
005480*****************************************************************
005490 7000-VALIDATE-DETAIL-ENTRY.
005500     PERFORM 7100-VALIDATE-KEY-ENTRY
005510         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
005520     IF NOT CM-VALID-ENTRY
005530         GO TO 7000-VALIDATE-DETAIL-ENTRY-EXIT
005540     END-IF.
005550     IF CM-NAME-ENTRY = SPACES
005560         MOVE "N" TO CM-VALID-ENTRY-SW
005570         MOVE "CUSTOMER NAME REQUIRED" TO CM-MESSAGE
005580         GO TO 7000-VALIDATE-DETAIL-ENTRY-EXIT
005590     END-IF.
005600     IF CM-LIMIT-ENTRY NOT NUMERIC
005610         MOVE "N" TO CM-VALID-ENTRY-SW
005620         MOVE "CREDIT LIMIT MUST BE 7 DIGITS - RE-ENTER" TO
005630             CM-MESSAGE
005640         GO TO 7000-VALIDATE-DETAIL-ENTRY-EXIT
005650     END-IF.
005660*    THE CAPS ARE NOT BEING TESTED HERE - 01 BY 01 PASSES ANY
005670*    TIER'S CAPS - SO ONLY A MISSING TIER OR FILE COMES BACK.
005680     MOVE CM-TIER-ENTRY TO CM-LP-CUSTOMER-TIER.
005690     MOVE 01 TO CM-LP-NX.
005700     MOVE 01 TO CM-LP-NY.
005710     CALL "CMLIMCHK" USING CM-LIMIT-PARMS.
005720     IF CM-LP-OVER-LIMITS
005730         MOVE "N" TO CM-VALID-ENTRY-SW
005740         IF CM-LP-REASON = "NOTIER"
005750             MOVE "TIER NOT ON CUSTLIM - RE-ENTER" TO
005760                 CM-MESSAGE
005770         ELSE
005780             MOVE "CUSTLIM UNAVAILABLE - NOTIFY SUPERVISOR" TO
005790                 CM-MESSAGE
005800         END-IF
005810     END-IF.
005820 7000-VALIDATE-DETAIL-ENTRY-EXIT.
005830     EXIT.
005840*
005850*****************************************************************
005860*    7100-VALIDATE-KEY-ENTRY
005870*    COMMON VALIDATION FOR EVERY FUNCTION - THE OPERATOR ID IS
005880*    VERIFIED AGAINST THE OPERMAST MASTER FILE THROUGH
005890*    CMOPRCHK, ADD/CHANGE/CLOSE REQUIRE SUPERVISOR AUTHORITY
005900*    AND AN OPEN SYSTEM, AND AN ACCOUNT NUMBER MUST BE KEYED.
005910*****************************************************************
005920 7100-VALIDATE-KEY-ENTRY.
005930     SET CM-VALID-ENTRY TO TRUE.
005940     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
005941     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
005942     MOVE SPACES TO CM-OP-NEW-PASSWORD.
005950     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
005960     IF CM-OP-INVALID
005970         MOVE "N" TO CM-VALID-ENTRY-SW
005980         MOVE CM-OP-MESSAGE TO CM-MESSAGE
005990         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
006000     END-IF.
006010     IF (CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
006020         OR CM-FUNCTION-CLOSE)
006030         AND NOT CM-OP-SUPERVISOR
006040         MOVE "N" TO CM-VALID-ENTRY-SW
006050         MOVE "MAINTENANCE NEEDS SUPERVISOR AUTHORITY" TO
006060             CM-MESSAGE
006070         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
006080     END-IF.
006090     IF CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
006100         OR CM-FUNCTION-CLOSE
006110         PERFORM 7200-CHECK-SYSTEM-STATUS
006120             THRU 7200-CHECK-SYSTEM-STATUS-EXIT
006130     END-IF.
006140     IF NOT CM-VALID-ENTRY
006150         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
006160     END-IF.
006170     IF CM-ACCOUNT-ENTRY = SPACES
006180         MOVE "N" TO CM-VALID-ENTRY-SW
006190         MOVE "ACCOUNT NUMBER REQUIRED" TO CM-MESSAGE
006200     END-IF.
006210 7100-VALIDATE-KEY-ENTRY-EXIT.
006220     EXIT.
006230*
006240*****************************************************************
006250*    7200-CHECK-SYSTEM-STATUS
006260*    READS THE SYSSTAT CONTROL RECORD THROUGH CMSTACHK -
006270*    MAINTENANCE WHILE THE BATCH HOLDS THE SYSTEM CLOSED IS
006280*    TURNED AWAY UNLESS THE SUPERVISOR KEYS THE OVERRIDE,
006290*    WHICH IS ITSELF LOGGED UNDER STATUS "QO" WITH THE
006300*    VALUES AS KEYED.
006310*****************************************************************
006320 7200-CHECK-SYSTEM-STATUS.
006330     CALL "CMSTACHK" USING CM-STATUS-PARMS.
006340     IF CM-SS-SYSTEM-OPEN
006350         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
006360     END-IF.
006370     IF CM-OVERRIDE-ENTRY NOT = "Y"
006380         MOVE "N" TO CM-VALID-ENTRY-SW
006390         MOVE "SYSTEM CLOSED FOR BATCH - TRY LATER" TO
006400             CM-MESSAGE
006410         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
006420     END-IF.
006430     MOVE CM-NAME-ENTRY TO CM-AI-CUSTOMER-NAME.
006440     MOVE SPACES TO CM-AI-STATUS-FLAG.
006450     MOVE CM-TIER-ENTRY TO CM-AI-CUSTOMER-TIER.
006460     IF CM-LIMIT-ENTRY NUMERIC
006470         MOVE CM-LIMIT-ENTRY-NUM TO CM-AI-CREDIT-LIMIT
006480     ELSE
006490         MOVE ZERO TO CM-AI-CREDIT-LIMIT
006500     END-IF.
006510     MOVE "QO" TO CM-AUDIT-STATUS-CODE.
006520     PERFORM 8000-WRITE-AUDIT-ENTRY
006530         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
006540 7200-CHECK-SYSTEM-STATUS-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580*    7300-CHECK-OPEN-ITEMS
006590*    A CLOSE IS REFUSED WHILE ANYTHING IS STILL OPEN AGAINST
006600*    THE ACCOUNT - RUNNING EXPOSURE (POSTED BUT NOT YET
006610*    ACCEPTED BY BILLING, WHICH COVERS TONIGHT'S EXTRACT
006620*    BEFORE CSISBACK HAS RUN), ANY MULTOUT TRANSACTION NOT YET
006630*    EXTRACTED, OR ANY TRANSACTION CARRIED ON ACKOUTS. THE
006640*    LAST TWO CATCH ITEMS THE EXPOSURE CANNOT SEE - A RESULT
006650*    AND ITS REVERSAL NETTING TO ZERO, OR A LINE NO RATE
006660*    PRICED. MULTOUT IS READ END TO END; A CLOSE IS RARE
006670*    ENOUGH TO AFFORD IT. A MISSING ACKOUTS MEANS NOTHING IS
006680*    OUTSTANDING WITH BILLING.
006690*****************************************************************
006700 7300-CHECK-OPEN-ITEMS.
006710     MOVE "N" TO CM-OPEN-ITEMS-SW.
006720     IF CU-EXPOSURE NOT = ZERO
006730         SET CM-OPEN-ITEMS-FOUND TO TRUE
006740         MOVE "UNBILLED EXPOSURE ON ACCOUNT - NO CLOSE" TO
006750             CM-MESSAGE
006760         GO TO 7300-CHECK-OPEN-ITEMS-EXIT
006770     END-IF.
006780     OPEN INPUT RESULT-FILE.
006790     IF NOT CM-RESULT-OK
006800         SET CM-OPEN-ITEMS-FOUND TO TRUE
006810         MOVE "MULTOUT UNAVAILABLE - NOTIFY SUPERVISOR" TO
006820             CM-MESSAGE
006830         GO TO 7300-CHECK-OPEN-ITEMS-EXIT
006840     END-IF.
006850     MOVE "N" TO CM-RESULT-EOF-SW.
006860     MOVE ZERO TO OUT-TRANSACTION-ID.
006870     START RESULT-FILE
006880         KEY IS NOT LESS THAN OUT-TRANSACTION-ID
006890         INVALID KEY
006900             SET CM-RESULT-EOF TO TRUE
006910     END-START.
006920     PERFORM 7310-SCAN-UNEXTRACTED
006930         THRU 7310-SCAN-UNEXTRACTED-EXIT
006940         UNTIL CM-RESULT-EOF OR CM-OPEN-ITEMS-FOUND.
006950     IF CM-OPEN-ITEMS-FOUND
006960         CLOSE RESULT-FILE
006970         MOVE "UNEXTRACTED MULTOUT ITEMS - NO CLOSE" TO
006980             CM-MESSAGE
006990         GO TO 7300-CHECK-OPEN-ITEMS-EXIT
007000     END-IF.
007010     OPEN INPUT OUTSTANDING-FILE.
007020     IF CM-OUTS-OK
007030         MOVE "N" TO CM-OUTS-EOF-SW
007040         PERFORM 7320-SCAN-OUTSTANDING
007050             THRU 7320-SCAN-OUTSTANDING-EXIT
007060             UNTIL CM-OUTS-EOF OR CM-OPEN-ITEMS-FOUND
007070         CLOSE OUTSTANDING-FILE
007080     END-IF.
007090     CLOSE RESULT-FILE.
007100     IF CM-OPEN-ITEMS-FOUND
007110         MOVE "ITEMS AWAITING BILLING ACK - NO CLOSE" TO
007120             CM-MESSAGE
007130     END-IF.
007140 7300-CHECK-OPEN-ITEMS-EXIT.
007150     EXIT.
007160*
007170*****************************************************************
007180*    7310-SCAN-UNEXTRACTED
007190*    READS THE NEXT MULTOUT RECORD AND FLAGS AN OPEN ITEM WHEN
007200*    IT BELONGS TO THE ACCOUNT AND IS NOT YET EXTRACTED.
007210*****************************************************************
007220 7310-SCAN-UNEXTRACTED.
007230     READ RESULT-FILE NEXT RECORD
007240         AT END
007250             SET CM-RESULT-EOF TO TRUE
007260             GO TO 7310-SCAN-UNEXTRACTED-EXIT
007270     END-READ.
007280     IF OUT-ACCOUNT-NO = CM-ACCOUNT-ENTRY
007290         AND OUT-NOT-EXTRACTED
007300         SET CM-OPEN-ITEMS-FOUND TO TRUE
007310     END-IF.
007320 7310-SCAN-UNEXTRACTED-EXIT.
007330     EXIT.
007340*
007350*****************************************************************
007360*    7320-SCAN-OUTSTANDING
007370*    READS THE NEXT ACKOUTS ENTRY, LOOKS ITS TRANSACTION UP ON
007380*    MULTOUT, AND FLAGS AN OPEN ITEM WHEN IT BELONGS TO THE
007390*    ACCOUNT.
007400*****************************************************************
007410 7320-SCAN-OUTSTANDING.
007420     READ OUTSTANDING-FILE
007430         AT END
007440             SET CM-OUTS-EOF TO TRUE
007450             GO TO 7320-SCAN-OUTSTANDING-EXIT
007460     END-READ.
007470     IF AI-TRANSACTION-ID NOT NUMERIC
007480         GO TO 7320-SCAN-OUTSTANDING-EXIT
007490     END-IF.
007500     MOVE AI-TRANSACTION-ID TO OUT-TRANSACTION-ID.
007510     READ RESULT-FILE
007520         INVALID KEY
007530             GO TO 7320-SCAN-OUTSTANDING-EXIT
007540     END-READ.
007550     IF OUT-ACCOUNT-NO = CM-ACCOUNT-ENTRY
007560         SET CM-OPEN-ITEMS-FOUND TO TRUE
007570     END-IF.
007580 7320-SCAN-OUTSTANDING-EXIT.
007590     EXIT.
007600*
007610*****************************************************************
007620*    8000-WRITE-AUDIT-ENTRY
007630*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FROM THE
007640*    AUDIT IMAGE AND LOGS IT THROUGH CMAUDLOG - THE ACCOUNT
007650*    AND TIER IN THEIR OWN COLUMNS, THE CREDIT LIMIT IN WHOLE
007660*    UNITS IN THE ORIGINAL-ID COLUMN, THE STATUS FLAG IN THE
007670*    SOURCE SYSTEM COLUMN, AND THE STATUS CODE SAYING WHICH
007680*    ACTION WAS TAKEN.
007690*****************************************************************
007700 8000-WRITE-AUDIT-ENTRY.
007710     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
007720     MOVE CM-NI-NEXT-ID TO CM-TR-TRANSACTION-ID
007730         OF CM-TRANSACTION-RECORD.
007740     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
007750     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
007760         OF CM-TRANSACTION-RECORD.
007770     MOVE CM-ACCOUNT-ENTRY TO CM-TR-ACCOUNT-NO
007780         OF CM-TRANSACTION-RECORD.
007790     MOVE CM-AI-CUSTOMER-TIER TO CM-TR-CUSTOMER-TIER
007800         OF CM-TRANSACTION-RECORD.
007810     MOVE ZERO TO CM-TR-NX OF CM-TRANSACTION-RECORD.
007820     MOVE ZERO TO CM-TR-NY OF CM-TRANSACTION-RECORD.
007830     MOVE ZERO TO CM-TR-RESULT OF CM-TRANSACTION-RECORD.
007840     MOVE CM-AI-CREDIT-LIMIT TO CM-TR-ORIGINAL-ID
007850         OF CM-TRANSACTION-RECORD.
007860     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
007870         OF CM-TRANSACTION-RECORD.
007880     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
007890     MOVE CM-AI-STATUS-FLAG TO CM-AP-SOURCE-SYSTEM.
007900     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
007910 8000-WRITE-AUDIT-ENTRY-EXIT.
007920     EXIT.
007930*
007940*****************************************************************
007950*    8100-SAVE-BEFORE-IMAGE
007960*    KEEPS THE ACCOUNT'S VALUES AS READ, BEFORE A CHANGE OR
007970*    CLOSE TOUCHES THE RECORD AREA.
007980*****************************************************************
007990 8100-SAVE-BEFORE-IMAGE.
008000     MOVE CU-CUSTOMER-NAME TO CM-BI-CUSTOMER-NAME.
008010     MOVE CU-STATUS-FLAG TO CM-BI-STATUS-FLAG.
008020     MOVE CU-CUSTOMER-TIER TO CM-BI-CUSTOMER-TIER.
008030     MOVE CU-CREDIT-LIMIT TO CM-BI-CREDIT-LIMIT.
008040 8100-SAVE-BEFORE-IMAGE-EXIT.
008050     EXIT.
008060*
008070*****************************************************************
008080*    8200-SAVE-AFTER-IMAGE
008090*    LOADS THE AUDIT IMAGE FROM THE RECORD AS WRITTEN.
008100*****************************************************************
008110 8200-SAVE-AFTER-IMAGE.
008120     MOVE CU-CUSTOMER-NAME TO CM-AI-CUSTOMER-NAME.
008130     MOVE CU-STATUS-FLAG TO CM-AI-STATUS-FLAG.
008140     MOVE CU-CUSTOMER-TIER TO CM-AI-CUSTOMER-TIER.
008150     MOVE CU-CREDIT-LIMIT TO CM-AI-CREDIT-LIMIT.
008160 8200-SAVE-AFTER-IMAGE-EXIT.
008170     EXIT.
008180*
008190*****************************************************************
008200*    8300-AUDIT-BEFORE-AND-AFTER
008210*    LOGS THE "CB" ROW FROM THE SAVED BEFORE IMAGE, THEN THE
008220*    ACTION'S OWN ROW ("CC" OR "CX", ALREADY IN THE STATUS
008230*    CODE) FROM THE RECORD AS REWRITTEN.
008240*****************************************************************
008250 8300-AUDIT-BEFORE-AND-AFTER.
008260     MOVE CM-AUDIT-STATUS-CODE TO CM-ACTION-STATUS-CODE.
008280     MOVE CM-BEFORE-IMAGE TO CM-AUDIT-IMAGE.
008290     MOVE "CB" TO CM-AUDIT-STATUS-CODE.
008300     PERFORM 8000-WRITE-AUDIT-ENTRY
008310         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
008320     MOVE CM-ACTION-STATUS-CODE TO CM-AUDIT-STATUS-CODE.
008340     PERFORM 8200-SAVE-AFTER-IMAGE
008350         THRU 8200-SAVE-AFTER-IMAGE-EXIT.
008360     PERFORM 8000-WRITE-AUDIT-ENTRY
008370         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
008380 8300-AUDIT-BEFORE-AND-AFTER-EXIT.
008390     EXIT.
