000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPERADM.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - ONLINE ADMINISTRATION SCREEN
000120*                  FOR THE OPERMAST OPERATOR MASTER, FOLLOWING
000130*                  CUSMAINT. OPERATORS WERE LOADED AND RETIRED BY
000140*                  HAND BY OPERATIONS WITH NOTHING RECORDING WHO
000150*                  GAVE AN ID SUPERVISOR AUTHORITY. A SUPERVISOR
000160*                  ADDS AN OPERATOR (A) WITH A TEMPORARY
000170*                  PASSWORD, CHANGES A NAME OR AUTHORITY LEVEL
000180*                  (C), DEACTIVATES A LEAVER (D), OR RESETS A
000190*                  FORGOTTEN OR LOCKED-OUT PASSWORD (R) TO A NEW
000200*                  TEMPORARY ONE, WHICH ALSO UNLOCKS THE ID. A
000210*                  SUPERVISOR MAY NOT DO ANY OF THESE TO THEIR
000220*                  OWN ID. ANY OPERATOR MAY CHANGE THEIR OWN
000230*                  PASSWORD (P) - THE ONLY WAY PAST A TEMPORARY
000240*                  OR EXPIRED ONE - OR INQUIRE (I). A TEMPORARY
000250*                  PASSWORD IS STORED WITH A ZERO DATE, SO
000260*                  CMOPRCHK TURNS IT BACK EVERYWHERE ELSE UNTIL
000270*                  THE OPERATOR HAS CHANGED IT HERE. PASSWORDS
000280*                  ARE KEYED TWICE AND NEVER DISPLAYED OR
000290*                  STORED - ONLY THE CMPWHASH HASH. EVERY ADD,
000300*                  CHANGE, DEACTIVATE, RESET, AND OWN PASSWORD
000310*                  CHANGE GOES THROUGH CMAUDLOG UNDER SOURCE
000320*                  "M": A CHANGE, DEACTIVATE, OR RESET LOGS AN
000330*                  "OB" ROW WITH THE VALUES BEFORE, THEN AN
000340*                  "OC", "OD", OR "OR" ROW WITH THE VALUES
000350*                  AFTER; AN ADD LOGS ONE "OA" ROW AND A
000360*                  PASSWORD CHANGE ONE "OP" ROW. EACH ROW
000370*                  CARRIES THE OPERATOR ACTED ON IN THE ACCOUNT
000380*                  COLUMN, THE AUTHORITY LEVEL IN THE TIER
000390*                  COLUMN, THE FAILED SIGN-ON COUNT IN NX, THE
000400*                  PASSWORD DATE IN THE ORIGINAL-ID COLUMN, AND
000410*                  THE ACTIVE AND LOCKED FLAGS IN THE SOURCE
000417*                  SYSTEM COLUMN. NO SYSSTAT CHECK IS MADE - THE
000424*                  ONLY BATCH READER, OPRCERT, OPENS OPERMAST
000431*                  INPUT, SO AN ONLINE ACTION DOES NOT LOCK IT.
000440*****************************************************************
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. CSIS-UL-IE.
000490 OBJECT-COMPUTER. CSIS-UL-IE.
000500 SPECIAL-NAMES.
000510     CONSOLE IS CRT.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS OP-OPERATOR-ID
000580         FILE STATUS IS CM-MASTER-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620*
000630*****************************************************************
000640*    OPERMAST - THE OPERATOR MASTER, KEYED BY OPERATOR ID,
000650*    SHARED WITH CMOPRCHK THROUGH THE OPERMST COPYBOOK. IT IS
000660*    OPENED ONLY FOR THE ONE ACTION, AFTER CMOPRCHK HAS
000670*    VERIFIED THE SUPERVISOR AND CLOSED IT AGAIN, SO THE TWO
000680*    NEVER HOLD THE FILE AT THE SAME TIME.
000690*****************************************************************
000700 FD  OPERATOR-MASTER-FILE
000710     RECORD CONTAINS 80 CHARACTERS.
000720 01  OPERATOR-MASTER-RECORD.
000730     COPY OPERMST.
000740
000750 WORKING-STORAGE SECTION.
000760*
000770*****************************************************************
000780*    FILE STATUS SWITCHES
000790*****************************************************************
000800 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
000810     88  CM-MASTER-OK                    VALUE "00".
000820*
000830*****************************************************************
000840*    PROGRAM SWITCHES
000850*****************************************************************
000860 01  CM-SWITCHES.
000870     05  CM-EXIT-REQUESTED-SW        PIC X(01) VALUE "N".
000880         88  CM-EXIT-REQUESTED           VALUE "Y".
000890     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
000900         88  CM-VALID-ENTRY              VALUE "Y".
000910     05  CM-MASTER-OPEN-SW           PIC X(01) VALUE "N".
000920         88  CM-MASTER-FILE-OPEN         VALUE "Y".
000930*
000940*****************************************************************
000950*    SCREEN ENTRY FIELDS AND WORK AREAS. THE NEW PASSWORD AND
000960*    ITS CONFIRMATION ARE CLEARED AFTER EVERY PASS SO THEY ARE
000970*    NEVER LEFT IN STORAGE OR CARRIED INTO THE NEXT ACTION.
000980*****************************************************************
000990 01  CM-FUNCTION-ENTRY               PIC X(01) VALUE SPACES.
001000     88  CM-FUNCTION-ADD                 VALUE "A".
001010     88  CM-FUNCTION-CHANGE              VALUE "C".
001020     88  CM-FUNCTION-DEACTIVATE          VALUE "D".
001030     88  CM-FUNCTION-RESET               VALUE "R".
001040     88  CM-FUNCTION-OWN-PASSWORD        VALUE "P".
001050     88  CM-FUNCTION-INQUIRE             VALUE "I".
001060     88  CM-FUNCTION-EXIT                VALUE "X".
001070 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
001080 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
001090 01  CM-TARGET-ENTRY                 PIC X(08) VALUE SPACES.
001100 01  CM-NAME-ENTRY                   PIC X(20) VALUE SPACES.
001110 01  CM-AUTHORITY-ENTRY              PIC X(01) VALUE SPACES.
001120     88  CM-AUTHORITY-VALID              VALUE "1" "2".
001130 01  CM-NEW-PASSWORD-ENTRY           PIC X(08) VALUE SPACES.
001140 01  CM-CONFIRM-PASSWORD-ENTRY       PIC X(08) VALUE SPACES.
001150 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
001160 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001170 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
001180 01  CM-ACTION-STATUS-CODE           PIC X(02) VALUE SPACES.
001190*
001200*****************************************************************
001210*    DISPLAY-ONLY FIELDS - WHAT THE FILE HOLDS THAT THE
001220*    SUPERVISOR MAY NOT KEY. BLANKED ON EVERY PASS SO ONE
001230*    OPERATOR'S DETAILS ARE NEVER LEFT SHOWING AGAINST ANOTHER.
001240*    A TEMPORARY PASSWORD SHOWS AS "TEMP PWD" IN PLACE OF A DATE.
001250*****************************************************************
001260 01  CM-OPERATOR-DISPLAY.
001270     05  CM-ACTIVE-DISPLAY           PIC X(01).
001280     05  CM-LOCKED-DISPLAY           PIC X(01).
001290     05  CM-PASSWORD-DATE-DISPLAY    PIC X(08).
001300     05  CM-FAILED-DISPLAY           PIC X(02).
001310     05  CM-LOCKED-DATE-DISPLAY      PIC X(08).
001320*
001330*****************************************************************
001340*    OPERATOR IMAGES FOR THE AUDIT ROWS - THE VALUES AS READ,
001350*    SAVED BEFORE A CHANGE, DEACTIVATE, OR RESET, AND THE
001360*    VALUES THE NEXT AUDIT ROW IS BUILT FROM.
001370*****************************************************************
001380 01  CM-BEFORE-IMAGE.
001390     05  CM-BI-AUTHORITY-LEVEL       PIC X(01).
001400     05  CM-BI-FAILED-SIGNON-CT      PIC 9(02).
001410     05  CM-BI-PASSWORD-DATE         PIC 9(08).
001420     05  CM-BI-FLAGS.
001430         10  CM-BI-ACTIVE-FLAG       PIC X(01).
001440         10  CM-BI-LOCKED-FLAG       PIC X(01).
001450
001460 01  CM-AUDIT-IMAGE.
001470     05  CM-AI-AUTHORITY-LEVEL       PIC X(01).
001480     05  CM-AI-FAILED-SIGNON-CT      PIC 9(02).
001490     05  CM-AI-PASSWORD-DATE         PIC 9(08).
001500     05  CM-AI-FLAGS.
001510         10  CM-AI-ACTIVE-FLAG       PIC X(01).
001520         10  CM-AI-LOCKED-FLAG       PIC X(01).
001530*
001540*****************************************************************
001550*    CALCREC - SHARED TRANSACTION RECORD BUILT FOR THE AUDIT
001560*    TRAIL OF EACH ADMINISTRATION ACTION (SEE
001570*    CSIS_UL_IE/COPYBOOKS/CALCREC.CPY). THE STATUS CODE
001580*    CARRIES THE ACTION - "OA" ADD, "OB" BEFORE-IMAGE, "OC"
001590*    CHANGE, "OD" DEACTIVATE, "OR" RESET, "OP" OWN PASSWORD.
001600*****************************************************************
001610 01  CM-TRANSACTION-RECORD.
001620     COPY CALCREC.
001630*
001640*****************************************************************
001650*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
001660*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY). ADMINISTRATION
001670*    ACTIONS DRAW FROM THE SAME SEQUENCE AS CALCULATIONS SO
001680*    EVERY ROW ON THE AUDIT LOG HAS A UNIQUE TRANSACTION ID.
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
001810*    PARAMETERS PASSED TO THE CMPWHASH SUBPROGRAM (SEE
001820*    CSIS_UL_IE/COPYBOOKS/HASHPARM.CPY).
001830*****************************************************************
001840 01  CM-HASH-PARMS.
001850     COPY HASHPARM.
001860*
001870*****************************************************************
001880*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
001890*    MARKS A MAINTENANCE ROW ON THE AUDIT TRAIL. THE SOURCE
001900*    SYSTEM COLUMN CARRIES THE OPERATOR'S ACTIVE AND LOCKED
001910*    FLAGS ON AN OPERMAST ROW.
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
002020*    CM-ADMIN-SCREEN
002030*    ADMINISTRATION PANEL - THE SIGNED-ON OPERATOR KEYS A
002040*    FUNCTION, THEIR OWN ID AND PASSWORD, THE OPERATOR ACTED
002050*    ON, AND AS THE FUNCTION NEEDS A NAME, AN AUTHORITY LEVEL,
002060*    AND A NEW PASSWORD TWICE. THE ACTIVE AND LOCKED FLAGS,
002070*    PASSWORD DATE, FAILED COUNT, AND ANY MESSAGE ARE
002080*    DISPLAYED BACK.
002090*****************************************************************
002100 01  CM-ADMIN-SCREEN.
002110     05  BLANK SCREEN.
002120     05  LINE 01 COLUMN 01
002130         VALUE "OPERMAST OPERATOR MASTER - ADMINISTRATION".
002140     05  LINE 02 COLUMN 01
002150         VALUE "FUNCTION (A/C/D/R=RESET/P=OWN PWD/I/X) = ".
002160     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
002170     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
002180     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
002190     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
002200     05  COLUMN PLUS 01 PIC X(08) SECURE
002210         USING CM-PASSWORD-ENTRY.
002220     05  LINE 04 COLUMN 01 VALUE "OPERATOR TO MAINTAIN = ".
002230     05  COLUMN PLUS 01 PIC X(08) USING CM-TARGET-ENTRY.
002240     05  LINE 05 COLUMN 01 VALUE "OPERATOR NAME = ".
002250     05  COLUMN PLUS 01 PIC X(20) USING CM-NAME-ENTRY.
002260     05  LINE 06 COLUMN 01
002270         VALUE "AUTHORITY (1=CLERK 2=SUPERVISOR) = ".
002280     05  COLUMN PLUS 01 PIC X(01) USING CM-AUTHORITY-ENTRY.
002290     05  LINE 07 COLUMN 01 VALUE "NEW PASSWORD = ".
002300     05  COLUMN PLUS 01 PIC X(08) SECURE
002310         USING CM-NEW-PASSWORD-ENTRY.
002320     05  COLUMN PLUS 03 VALUE "CONFIRM = ".
002330     05  COLUMN PLUS 01 PIC X(08) SECURE
002340         USING CM-CONFIRM-PASSWORD-ENTRY.
002350     05  LINE 08 COLUMN 01 VALUE "ACTIVE = ".
002360     05  COLUMN PLUS 01 PIC X(01) FROM CM-ACTIVE-DISPLAY.
002370     05  COLUMN PLUS 03 VALUE "LOCKED = ".
002380     05  COLUMN PLUS 01 PIC X(01) FROM CM-LOCKED-DISPLAY.
002390     05  COLUMN PLUS 03 VALUE "LOCKED ON = ".
002400     05  COLUMN PLUS 01 PIC X(08) FROM CM-LOCKED-DATE-DISPLAY.
002410     05  LINE 09 COLUMN 01 VALUE "PASSWORD SET = ".
002420     05  COLUMN PLUS 01 PIC X(08) FROM CM-PASSWORD-DATE-DISPLAY.
002430     05  COLUMN PLUS 03 VALUE "FAILED SIGN-ONS = ".
002440     05  COLUMN PLUS 01 PIC X(02) FROM CM-FAILED-DISPLAY.
002450     05  LINE 10 COLUMN 01 PIC X(40) FROM CM-MESSAGE.
002460
002470 PROCEDURE DIVISION.
002480*
002490*****************************************************************
002500*    0000-MAINLINE
002510*    LOOPS THE ADMINISTRATION SCREEN UNTIL THE OPERATOR KEYS
002520*    FUNCTION X, THEN STOPS. OPERMAST IS OPENED AND CLOSED
002530*    AROUND EACH ACTION, NOT HELD FOR THE SESSION.
002540*****************************************************************
002550 0000-MAINLINE.
002560     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002570     MOVE 1 TO CM-NI-BLOCK-SIZE.
002580     PERFORM 2000-PROCESS-SCREEN
002590         THRU 2000-PROCESS-SCREEN-EXIT
002600         UNTIL CM-EXIT-REQUESTED.
002610     STOP RUN.
002620*
002630*****************************************************************
002640*    2000-PROCESS-SCREEN
002650*    DISPLAYS AND ACCEPTS THE PANEL ONCE, ROUTES THE KEYED
002660*    FUNCTION TO THE RIGHT PARAGRAPH, THEN CLOSES OPERMAST IF
002670*    THE ACTION OPENED IT AND CLEARS THE KEYED NEW PASSWORD.
002680*****************************************************************
002690 2000-PROCESS-SCREEN.
002700     DISPLAY CM-ADMIN-SCREEN.
002710     ACCEPT CM-ADMIN-SCREEN.
002720     MOVE SPACES TO CM-MESSAGE.
002730     MOVE SPACES TO CM-OPERATOR-DISPLAY.
002740     EVALUATE TRUE
002750         WHEN CM-FUNCTION-EXIT
002760             SET CM-EXIT-REQUESTED TO TRUE
002770         WHEN CM-FUNCTION-ADD
002780             PERFORM 3000-ADD-OPERATOR
002790                 THRU 3000-ADD-OPERATOR-EXIT
002800         WHEN CM-FUNCTION-CHANGE
002810             PERFORM 4000-CHANGE-OPERATOR
002820                 THRU 4000-CHANGE-OPERATOR-EXIT
002830         WHEN CM-FUNCTION-DEACTIVATE
002840             PERFORM 5000-DEACTIVATE-OPERATOR
002850                 THRU 5000-DEACTIVATE-OPERATOR-EXIT
002860         WHEN CM-FUNCTION-RESET
002870             PERFORM 5500-RESET-PASSWORD
002880                 THRU 5500-RESET-PASSWORD-EXIT
002890         WHEN CM-FUNCTION-OWN-PASSWORD
002900             PERFORM 6500-CHANGE-OWN-PASSWORD
002910                 THRU 6500-CHANGE-OWN-PASSWORD-EXIT
002920         WHEN CM-FUNCTION-INQUIRE
002930             PERFORM 6000-INQUIRE-OPERATOR
002940                 THRU 6000-INQUIRE-OPERATOR-EXIT
002950         WHEN OTHER
002960             MOVE "FUNCTION MUST BE A, C, D, R, P, I, OR X" TO
002970                 CM-MESSAGE
002980     END-EVALUATE.
002990     IF CM-MASTER-FILE-OPEN
003000         CLOSE OPERATOR-MASTER-FILE
003010         MOVE "N" TO CM-MASTER-OPEN-SW
003020     END-IF.
003030     MOVE SPACES TO CM-NEW-PASSWORD-ENTRY.
003040     MOVE SPACES TO CM-CONFIRM-PASSWORD-ENTRY.
003050 2000-PROCESS-SCREEN-EXIT.
003060     EXIT.
003070*
003080*****************************************************************
003090*    3000-ADD-OPERATOR
003100*    VALIDATES THE ENTRY AND WRITES A NEW, ACTIVE, UNLOCKED
003110*    OPERATOR WITH THE KEYED TEMPORARY PASSWORD, DATED ZERO SO
003120*    THE NEW OPERATOR MUST CHANGE IT BEFORE DOING ANYTHING
003130*    ELSE. AN ID ALREADY ON THE FILE IS TURNED BACK.
003140*****************************************************************
003150 3000-ADD-OPERATOR.
003160     PERFORM 7000-VALIDATE-DETAIL-ENTRY
003170         THRU 7000-VALIDATE-DETAIL-ENTRY-EXIT.
003180     IF CM-VALID-ENTRY
003190         PERFORM 7200-VALIDATE-NEW-PASSWORD
003200             THRU 7200-VALIDATE-NEW-PASSWORD-EXIT
003210     END-IF.
003220     IF NOT CM-VALID-ENTRY
003230         GO TO 3000-ADD-OPERATOR-EXIT
003240     END-IF.
003250     PERFORM 7300-OPEN-OPERATOR-FILE
003260         THRU 7300-OPEN-OPERATOR-FILE-EXIT.
003270     IF NOT CM-MASTER-FILE-OPEN
003280         GO TO 3000-ADD-OPERATOR-EXIT
003290     END-IF.
003300     MOVE SPACES TO OPERATOR-MASTER-RECORD.
003310     MOVE CM-TARGET-ENTRY TO OP-OPERATOR-ID.
003320     MOVE CM-NAME-ENTRY TO OP-OPERATOR-NAME.
003330     SET OP-ACTIVE TO TRUE.
003340     MOVE CM-AUTHORITY-ENTRY TO OP-AUTHORITY-LEVEL.
003350     PERFORM 8400-SET-TEMPORARY-PASSWORD
003360         THRU 8400-SET-TEMPORARY-PASSWORD-EXIT.
003370     WRITE OPERATOR-MASTER-RECORD
003380         INVALID KEY
003390             MOVE "OPERATOR ON FILE - USE C TO CHANGE"
003400                 TO CM-MESSAGE
003410             GO TO 3000-ADD-OPERATOR-EXIT
003420     END-WRITE.
003430     IF NOT CM-MASTER-OK
003440         MOVE "OPERMAST I-O ERROR - NOTIFY SUPPORT" TO
003450             CM-MESSAGE
003460         GO TO 3000-ADD-OPERATOR-EXIT
003470     END-IF.
003480     PERFORM 8200-SAVE-AFTER-IMAGE
003490         THRU 8200-SAVE-AFTER-IMAGE-EXIT.
003500     MOVE "OA" TO CM-AUDIT-STATUS-CODE.
003510     PERFORM 8000-WRITE-AUDIT-ENTRY
003520         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
003530     PERFORM 6100-SHOW-OPERATOR
003540         THRU 6100-SHOW-OPERATOR-EXIT.
003550     MOVE "OPERATOR ADDED - TEMPORARY PASSWORD SET" TO
003560         CM-MESSAGE.
003570 3000-ADD-OPERATOR-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610*    4000-CHANGE-OPERATOR
003620*    VALIDATES THE ENTRY AND REWRITES THE OPERATOR WITH THE
003630*    NEW NAME AND AUTHORITY LEVEL. AN INACTIVE OPERATOR IS NOT
003640*    CHANGED. THE VALUES BEFORE AND AFTER ARE BOTH LOGGED.
003650*****************************************************************
003660 4000-CHANGE-OPERATOR.
003670     PERFORM 7000-VALIDATE-DETAIL-ENTRY
003680         THRU 7000-VALIDATE-DETAIL-ENTRY-EXIT.
003690     IF NOT CM-VALID-ENTRY
003700         GO TO 4000-CHANGE-OPERATOR-EXIT
003710     END-IF.
003720     PERFORM 7400-READ-TARGET-OPERATOR
003730         THRU 7400-READ-TARGET-OPERATOR-EXIT.
003740     IF NOT CM-VALID-ENTRY
003750         GO TO 4000-CHANGE-OPERATOR-EXIT
003760     END-IF.
003770     IF NOT OP-ACTIVE
003780         MOVE "OPERATOR IS INACTIVE - NO CHANGE ALLOWED" TO
003790             CM-MESSAGE
003800         GO TO 4000-CHANGE-OPERATOR-EXIT
003810     END-IF.
003820     PERFORM 8100-SAVE-BEFORE-IMAGE
003830         THRU 8100-SAVE-BEFORE-IMAGE-EXIT.
003840     IF CM-NAME-ENTRY = OP-OPERATOR-NAME
003850         AND CM-AUTHORITY-ENTRY = OP-AUTHORITY-LEVEL
003860         MOVE "NOTHING CHANGED - NO UPDATE MADE" TO CM-MESSAGE
003870         GO TO 4000-CHANGE-OPERATOR-EXIT
003880     END-IF.
003890     MOVE CM-NAME-ENTRY TO OP-OPERATOR-NAME.
003900     MOVE CM-AUTHORITY-ENTRY TO OP-AUTHORITY-LEVEL.
003910     MOVE "OC" TO CM-AUDIT-STATUS-CODE.
003920     PERFORM 7500-REWRITE-TARGET-OPERATOR
003930         THRU 7500-REWRITE-TARGET-OPERATOR-EXIT.
003940     IF CM-VALID-ENTRY
003950         MOVE "OPERATOR CHANGED" TO CM-MESSAGE
003960     END-IF.
003970 4000-CHANGE-OPERATOR-EXIT.
003980     EXIT.
003990*
004000*****************************************************************
004010*    5000-DEACTIVATE-OPERATOR
004020*    SETS A LEAVER'S ACTIVE FLAG "N". THE RECORD STAYS ON THE
004030*    FILE SO OLD AUDIT ROWS STILL RESOLVE TO A NAME, AND
004040*    CMOPRCHK TURNS THE ID BACK FROM THEN ON.
004050*****************************************************************
004060 5000-DEACTIVATE-OPERATOR.
004070     PERFORM 7100-VALIDATE-KEY-ENTRY
004080         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
004090     IF NOT CM-VALID-ENTRY
004100         GO TO 5000-DEACTIVATE-OPERATOR-EXIT
004110     END-IF.
004120     PERFORM 7400-READ-TARGET-OPERATOR
004130         THRU 7400-READ-TARGET-OPERATOR-EXIT.
004140     IF NOT CM-VALID-ENTRY
004150         GO TO 5000-DEACTIVATE-OPERATOR-EXIT
004160     END-IF.
004170     IF NOT OP-ACTIVE
004180         MOVE "OPERATOR IS ALREADY INACTIVE" TO CM-MESSAGE
004190         GO TO 5000-DEACTIVATE-OPERATOR-EXIT
004200     END-IF.
004210     PERFORM 8100-SAVE-BEFORE-IMAGE
004220         THRU 8100-SAVE-BEFORE-IMAGE-EXIT.
004230     SET OP-INACTIVE TO TRUE.
004240     MOVE "OD" TO CM-AUDIT-STATUS-CODE.
004250     PERFORM 7500-REWRITE-TARGET-OPERATOR
004260         THRU 7500-REWRITE-TARGET-OPERATOR-EXIT.
004270     IF CM-VALID-ENTRY
004280         MOVE "OPERATOR DEACTIVATED" TO CM-MESSAGE
004290     END-IF.
004300 5000-DEACTIVATE-OPERATOR-EXIT.
004310     EXIT.
004320*
004330*****************************************************************
004340*    5500-RESET-PASSWORD
004350*    GIVES AN ACTIVE OPERATOR A NEW TEMPORARY PASSWORD, CLEARS
004360*    THE FAILED COUNT, AND UNLOCKS THE ID. THE OPERATOR MUST
004370*    CHANGE THE TEMPORARY PASSWORD BEFORE DOING ANYTHING ELSE.
004380*****************************************************************
004390 5500-RESET-PASSWORD.
004400     PERFORM 7100-VALIDATE-KEY-ENTRY
004410         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
004420     IF CM-VALID-ENTRY
004430         PERFORM 7200-VALIDATE-NEW-PASSWORD
004440             THRU 7200-VALIDATE-NEW-PASSWORD-EXIT
004450     END-IF.
004460     IF NOT CM-VALID-ENTRY
004470         GO TO 5500-RESET-PASSWORD-EXIT
004480     END-IF.
004490     PERFORM 7400-READ-TARGET-OPERATOR
004500         THRU 7400-READ-TARGET-OPERATOR-EXIT.
004510     IF NOT CM-VALID-ENTRY
004520         GO TO 5500-RESET-PASSWORD-EXIT
004530     END-IF.
004540     IF NOT OP-ACTIVE
004550         MOVE "OPERATOR IS INACTIVE - NO RESET ALLOWED" TO
004560             CM-MESSAGE
004570         GO TO 5500-RESET-PASSWORD-EXIT
004580     END-IF.
004590     PERFORM 8100-SAVE-BEFORE-IMAGE
004600         THRU 8100-SAVE-BEFORE-IMAGE-EXIT.
004610     PERFORM 8400-SET-TEMPORARY-PASSWORD
004620         THRU 8400-SET-TEMPORARY-PASSWORD-EXIT.
004630     MOVE "OR" TO CM-AUDIT-STATUS-CODE.
004640     PERFORM 7500-REWRITE-TARGET-OPERATOR
004650         THRU 7500-REWRITE-TARGET-OPERATOR-EXIT.
004660     IF CM-VALID-ENTRY
004670         MOVE "PASSWORD RESET - ID UNLOCKED" TO CM-MESSAGE
004680     END-IF.
004690 5500-RESET-PASSWORD-EXIT.
004700     EXIT.
004710*
004720*****************************************************************
004730*    6000-INQUIRE-OPERATOR
004740*    VALIDATES THE KEY ENTRY AND DISPLAYS THE OPERATOR BACK ON
004750*    THE PANEL. AN INQUIRY CHANGES NOTHING, SO IT IS NOT
004760*    AUDITED.
004770*****************************************************************
004780 6000-INQUIRE-OPERATOR.
004790     PERFORM 7100-VALIDATE-KEY-ENTRY
004800         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
004810     IF NOT CM-VALID-ENTRY
004820         GO TO 6000-INQUIRE-OPERATOR-EXIT
004830     END-IF.
004840     PERFORM 7400-READ-TARGET-OPERATOR
004850         THRU 7400-READ-TARGET-OPERATOR-EXIT.
004860     IF NOT CM-VALID-ENTRY
004870         GO TO 6000-INQUIRE-OPERATOR-EXIT
004880     END-IF.
004890     PERFORM 6100-SHOW-OPERATOR
004900         THRU 6100-SHOW-OPERATOR-EXIT.
004910     MOVE "OPERATOR DISPLAYED" TO CM-MESSAGE.
004920 6000-INQUIRE-OPERATOR-EXIT.
004930     EXIT.
004940*
004950*****************************************************************
004960*    6100-SHOW-OPERATOR
004970*    MOVES THE OPERMAST RECORD IN THE RECORD AREA BACK ONTO
004980*    THE PANEL - THE KEYABLE NAME AND AUTHORITY SO A CHANGE
004990*    CAN START FROM THEM, AND THE DISPLAY-ONLY FLAGS, DATES,
005000*    AND FAILED COUNT. THE PASSWORD HASH IS NEVER SHOWN.
005010*****************************************************************
005020 6100-SHOW-OPERATOR.
005030     MOVE OP-OPERATOR-NAME TO CM-NAME-ENTRY.
005040     MOVE OP-AUTHORITY-LEVEL TO CM-AUTHORITY-ENTRY.
005050     MOVE OP-ACTIVE-FLAG TO CM-ACTIVE-DISPLAY.
005060     IF OP-LOCKED
005070         MOVE "Y" TO CM-LOCKED-DISPLAY
005080         MOVE OP-LOCKED-DATE TO CM-LOCKED-DATE-DISPLAY
005090     ELSE
005100         MOVE "N" TO CM-LOCKED-DISPLAY
005110     END-IF.
005120     IF OP-PASSWORD-DATE = ZERO
005130         MOVE "TEMP PWD" TO CM-PASSWORD-DATE-DISPLAY
005140     ELSE
005150         MOVE OP-PASSWORD-DATE TO CM-PASSWORD-DATE-DISPLAY
005160     END-IF.
005170     MOVE OP-FAILED-SIGNON-CT TO CM-FAILED-DISPLAY.
005180 6100-SHOW-OPERATOR-EXIT.
005190     EXIT.
005200*
005210*****************************************************************
005220*    6500-CHANGE-OWN-PASSWORD
005230*    THE SIGNED-ON OPERATOR CHANGES THEIR OWN PASSWORD. THE
005240*    CHANGE ITSELF IS MADE BY CMOPRCHK, WHICH VERIFIES THE
005250*    CURRENT PASSWORD FIRST - AN EXPIRED OR TEMPORARY ONE IS
005260*    ACCEPTED HERE, SINCE THIS IS HOW IT IS REPLACED - AND
005270*    COUNTS A WRONG ONE TOWARD LOCKOUT LIKE ANY SIGN-ON. THE
005273*    OPERATOR TO MAINTAIN IS IGNORED. ONCE CMOPRCHK HAS MADE THE
005276*    CHANGE THE "OP" ROW IS LOGGED FROM WHAT THE CHANGE LEAVES -
005279*    TODAY'S DATE, NO FAILED SIGN-ONS, ACTIVE AND NOT LOCKED -
005282*    BEFORE OPERMAST IS REOPENED, SO THE CHANGE IS AUDITED EVEN
005285*    IF THE RECORD CANNOT BE READ BACK FOR DISPLAY.
005290*****************************************************************
005300 6500-CHANGE-OWN-PASSWORD.
005310     SET CM-VALID-ENTRY TO TRUE.
005320     MOVE CM-OPERATOR-ENTRY TO CM-TARGET-ENTRY.
005330     PERFORM 7200-VALIDATE-NEW-PASSWORD
005340         THRU 7200-VALIDATE-NEW-PASSWORD-EXIT.
005350     IF NOT CM-VALID-ENTRY
005360         GO TO 6500-CHANGE-OWN-PASSWORD-EXIT
005370     END-IF.
005380     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
005390     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
005400     MOVE CM-NEW-PASSWORD-ENTRY TO CM-OP-NEW-PASSWORD.
005410     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
005420     MOVE SPACES TO CM-OP-NEW-PASSWORD.
005430     MOVE CM-OP-MESSAGE TO CM-MESSAGE.
005440     IF CM-OP-INVALID
005450         GO TO 6500-CHANGE-OWN-PASSWORD-EXIT
005460     END-IF.
005461     MOVE CM-OP-AUTHORITY-LEVEL TO CM-AI-AUTHORITY-LEVEL.
005462     MOVE ZERO TO CM-AI-FAILED-SIGNON-CT.
005463     MOVE CM-RUN-DATE TO CM-AI-PASSWORD-DATE.
005464     MOVE "Y" TO CM-AI-ACTIVE-FLAG.
005465     MOVE "N" TO CM-AI-LOCKED-FLAG.
005466     MOVE "OP" TO CM-AUDIT-STATUS-CODE.
005467     PERFORM 8000-WRITE-AUDIT-ENTRY
005468         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
005470     PERFORM 7300-OPEN-OPERATOR-FILE
005480         THRU 7300-OPEN-OPERATOR-FILE-EXIT.
005490     IF NOT CM-MASTER-FILE-OPEN
005500         MOVE "PASSWORD CHANGED" TO CM-MESSAGE
005510         GO TO 6500-CHANGE-OWN-PASSWORD-EXIT
005520     END-IF.
005530     MOVE CM-OPERATOR-ENTRY TO OP-OPERATOR-ID.
005540     READ OPERATOR-MASTER-FILE
005550         INVALID KEY
005560             GO TO 6500-CHANGE-OWN-PASSWORD-EXIT
005570     END-READ.
005630     PERFORM 6100-SHOW-OPERATOR
005640         THRU 6100-SHOW-OPERATOR-EXIT.
005650 6500-CHANGE-OWN-PASSWORD-EXIT.
005660     EXIT.
005670*
005680*****************************************************************
005690*    7000-VALIDATE-DETAIL-ENTRY
005700*    FULL VALIDATION FOR ADD AND CHANGE - THE KEY ENTRY, A
005710*    NAME KEYED, AND AN AUTHORITY LEVEL OF 1 OR 2.
005720*****************************************************************
005730 7000-VALIDATE-DETAIL-ENTRY.
005740     PERFORM 7100-VALIDATE-KEY-ENTRY
005750         THRU 7100-VALIDATE-KEY-ENTRY-EXIT.
005760     IF NOT CM-VALID-ENTRY
005770         GO TO 7000-VALIDATE-DETAIL-ENTRY-EXIT
005780     END-IF.
005790     IF CM-NAME-ENTRY = SPACES
005800         MOVE "N" TO CM-VALID-ENTRY-SW
005810         MOVE "OPERATOR NAME REQUIRED" TO CM-MESSAGE
005820         GO TO 7000-VALIDATE-DETAIL-ENTRY-EXIT
005830     END-IF.
005840     IF NOT CM-AUTHORITY-VALID
005850         MOVE "N" TO CM-VALID-ENTRY-SW
005860         MOVE "AUTHORITY MUST BE 1 OR 2 - RE-ENTER" TO
005870             CM-MESSAGE
005880     END-IF.
005890 7000-VALIDATE-DETAIL-ENTRY-EXIT.
005900     EXIT.
005910*
005920*****************************************************************
005930*    7100-VALIDATE-KEY-ENTRY
005940*    COMMON VALIDATION FOR EVERY FUNCTION BUT P - THE SIGNED-ON
005950*    OPERATOR IS VERIFIED THROUGH CMOPRCHK, EVERYTHING BUT AN
005960*    INQUIRY NEEDS SUPERVISOR AUTHORITY, AN OPERATOR TO
005970*    MAINTAIN MUST BE KEYED, AND A SUPERVISOR MAY NOT ADD,
005980*    CHANGE, DEACTIVATE, OR RESET THEIR OWN ID.
005990*****************************************************************
006000 7100-VALIDATE-KEY-ENTRY.
006010     SET CM-VALID-ENTRY TO TRUE.
006020     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
006030     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
006040     MOVE SPACES TO CM-OP-NEW-PASSWORD.
006050     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
006060     IF CM-OP-INVALID
006070         MOVE "N" TO CM-VALID-ENTRY-SW
006080         MOVE CM-OP-MESSAGE TO CM-MESSAGE
006090         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
006100     END-IF.
006110     IF NOT CM-FUNCTION-INQUIRE
006120         AND NOT CM-OP-SUPERVISOR
006130         MOVE "N" TO CM-VALID-ENTRY-SW
006140         MOVE "ADMINISTRATION NEEDS SUPERVISOR"
006150             TO CM-MESSAGE
006160         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
006170     END-IF.
006180     IF CM-TARGET-ENTRY = SPACES
006190         MOVE "N" TO CM-VALID-ENTRY-SW
006200         MOVE "OPERATOR TO MAINTAIN REQUIRED" TO CM-MESSAGE
006210         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
006220     END-IF.
006230     IF NOT CM-FUNCTION-INQUIRE
006240         AND CM-TARGET-ENTRY = CM-OPERATOR-ENTRY
006250         MOVE "N" TO CM-VALID-ENTRY-SW
006260         MOVE "CANNOT MAINTAIN YOUR OWN OPERATOR ID" TO
006270             CM-MESSAGE
006280     END-IF.
006290 7100-VALIDATE-KEY-ENTRY-EXIT.
006300     EXIT.
006310*
006320*****************************************************************
006330*    7200-VALIDATE-NEW-PASSWORD
006340*    A NEW PASSWORD MUST BE KEYED, KEYED THE SAME TWICE, AND
006350*    MUST NOT BE THE OPERATOR ID IT IS FOR.
006360*****************************************************************
006370 7200-VALIDATE-NEW-PASSWORD.
006380     IF CM-NEW-PASSWORD-ENTRY = SPACES
006390         MOVE "N" TO CM-VALID-ENTRY-SW
006400         MOVE "NEW PASSWORD REQUIRED" TO CM-MESSAGE
006410         GO TO 7200-VALIDATE-NEW-PASSWORD-EXIT
006420     END-IF.
006430     IF CM-NEW-PASSWORD-ENTRY NOT = CM-CONFIRM-PASSWORD-ENTRY
006440         MOVE "N" TO CM-VALID-ENTRY-SW
006450         MOVE "PASSWORDS DO NOT MATCH - RE-ENTER" TO
006460             CM-MESSAGE
006470         GO TO 7200-VALIDATE-NEW-PASSWORD-EXIT
006480     END-IF.
006490     IF CM-NEW-PASSWORD-ENTRY = CM-TARGET-ENTRY
006500         MOVE "N" TO CM-VALID-ENTRY-SW
006510         MOVE "PASSWORD MAY NOT BE THE OPERATOR ID" TO
006520             CM-MESSAGE
006530     END-IF.
006540 7200-VALIDATE-NEW-PASSWORD-EXIT.
006550     EXIT.
006560*
006570*****************************************************************
006580*    7300-OPEN-OPERATOR-FILE
006590*    OPENS OPERMAST I-O FOR ONE ACTION. 2000-PROCESS-SCREEN
006600*    CLOSES IT AGAIN WHEN THE ACTION IS DONE.
006610*****************************************************************
006620 7300-OPEN-OPERATOR-FILE.
006630     OPEN I-O OPERATOR-MASTER-FILE.
006640     IF CM-MASTER-OK
006650         SET CM-MASTER-FILE-OPEN TO TRUE
006660     ELSE
006670         MOVE "N" TO CM-VALID-ENTRY-SW
006680         MOVE "OPERMAST UNAVAILABLE - NOTIFY SUPPORT" TO
006690             CM-MESSAGE
006700     END-IF.
006710 7300-OPEN-OPERATOR-FILE-EXIT.
006720     EXIT.
006730*
006740*****************************************************************
006750*    7400-READ-TARGET-OPERATOR
006760*    OPENS OPERMAST AND READS THE OPERATOR TO MAINTAIN.
006770*****************************************************************
006780 7400-READ-TARGET-OPERATOR.
006790     PERFORM 7300-OPEN-OPERATOR-FILE
006800         THRU 7300-OPEN-OPERATOR-FILE-EXIT.
006810     IF NOT CM-MASTER-FILE-OPEN
006820         GO TO 7400-READ-TARGET-OPERATOR-EXIT
006830     END-IF.
006840     MOVE CM-TARGET-ENTRY TO OP-OPERATOR-ID.
006850     READ OPERATOR-MASTER-FILE
006860         INVALID KEY
006870             MOVE "N" TO CM-VALID-ENTRY-SW
006880             MOVE "OPERATOR NOT ON FILE" TO CM-MESSAGE
006890     END-READ.
006900 7400-READ-TARGET-OPERATOR-EXIT.
006910     EXIT.
006920*
006930*****************************************************************
006940*    7500-REWRITE-TARGET-OPERATOR
006950*    REWRITES THE OPERATOR AFTER A CHANGE, DEACTIVATE, OR
006960*    RESET AND LOGS THE BEFORE AND AFTER ROWS. THE ACTION'S
006970*    STATUS CODE IS ALREADY SET.
006980*****************************************************************
006990 7500-REWRITE-TARGET-OPERATOR.
007000     REWRITE OPERATOR-MASTER-RECORD
007010         INVALID KEY
007020             MOVE "N" TO CM-VALID-ENTRY-SW
007030             MOVE "OPERATOR NOT ON FILE" TO CM-MESSAGE
007040             GO TO 7500-REWRITE-TARGET-OPERATOR-EXIT
007050     END-REWRITE.
007060     IF NOT CM-MASTER-OK
007070         MOVE "N" TO CM-VALID-ENTRY-SW
007080         MOVE "OPERMAST I-O ERROR - NOTIFY SUPPORT" TO
007090             CM-MESSAGE
007100         GO TO 7500-REWRITE-TARGET-OPERATOR-EXIT
007110     END-IF.
007120     PERFORM 8300-AUDIT-BEFORE-AND-AFTER
007130         THRU 8300-AUDIT-BEFORE-AND-AFTER-EXIT.
007140     PERFORM 6100-SHOW-OPERATOR
007150         THRU 6100-SHOW-OPERATOR-EXIT.
007160 7500-REWRITE-TARGET-OPERATOR-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200*    8000-WRITE-AUDIT-ENTRY
007210*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FROM THE
007220*    AUDIT IMAGE AND LOGS IT THROUGH CMAUDLOG - THE SIGNED-ON
007230*    OPERATOR IN THE OPERATOR COLUMN, THE OPERATOR ACTED ON IN
007240*    THE ACCOUNT COLUMN, THE AUTHORITY LEVEL IN THE TIER
007250*    COLUMN, THE FAILED COUNT IN NX, THE PASSWORD DATE IN THE
007260*    ORIGINAL-ID COLUMN, THE ACTIVE AND LOCKED FLAGS IN THE
007270*    SOURCE SYSTEM COLUMN, AND THE STATUS CODE SAYING WHICH
007280*    ACTION WAS TAKEN.
007290*****************************************************************
007300 8000-WRITE-AUDIT-ENTRY.
007310     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
007320     MOVE CM-NI-NEXT-ID TO CM-TR-TRANSACTION-ID
007330         OF CM-TRANSACTION-RECORD.
007340     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
007350     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
007360         OF CM-TRANSACTION-RECORD.
007370     MOVE CM-TARGET-ENTRY TO CM-TR-ACCOUNT-NO
007380         OF CM-TRANSACTION-RECORD.
007390     MOVE CM-AI-AUTHORITY-LEVEL TO CM-TR-CUSTOMER-TIER
007400         OF CM-TRANSACTION-RECORD.
007410     MOVE CM-AI-FAILED-SIGNON-CT TO CM-TR-NX
007420         OF CM-TRANSACTION-RECORD.
007430     MOVE ZERO TO CM-TR-NY OF CM-TRANSACTION-RECORD.
007440     MOVE ZERO TO CM-TR-RESULT OF CM-TRANSACTION-RECORD.
007450     MOVE CM-AI-PASSWORD-DATE TO CM-TR-ORIGINAL-ID
007460         OF CM-TRANSACTION-RECORD.
007470     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
007480         OF CM-TRANSACTION-RECORD.
007490     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
007500     MOVE CM-AI-FLAGS TO CM-AP-SOURCE-SYSTEM.
007510     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
007520 8000-WRITE-AUDIT-ENTRY-EXIT.
007530     EXIT.
007540*
007550*****************************************************************
007560*    8100-SAVE-BEFORE-IMAGE
007570*    KEEPS THE OPERATOR'S VALUES AS READ, BEFORE A CHANGE,
007580*    DEACTIVATE, OR RESET TOUCHES THE RECORD AREA.
007590*****************************************************************
007600 8100-SAVE-BEFORE-IMAGE.
007610     MOVE OP-AUTHORITY-LEVEL TO CM-BI-AUTHORITY-LEVEL.
007620     MOVE OP-FAILED-SIGNON-CT TO CM-BI-FAILED-SIGNON-CT.
007630     MOVE OP-PASSWORD-DATE TO CM-BI-PASSWORD-DATE.
007640     MOVE OP-ACTIVE-FLAG TO CM-BI-ACTIVE-FLAG.
007650     MOVE OP-LOCKED-FLAG TO CM-BI-LOCKED-FLAG.
007660 8100-SAVE-BEFORE-IMAGE-EXIT.
007670     EXIT.
007680*
007690*****************************************************************
007700*    8200-SAVE-AFTER-IMAGE
007710*    LOADS THE AUDIT IMAGE FROM THE RECORD AS WRITTEN.
007720*****************************************************************
007730 8200-SAVE-AFTER-IMAGE.
007740     MOVE OP-AUTHORITY-LEVEL TO CM-AI-AUTHORITY-LEVEL.
007750     MOVE OP-FAILED-SIGNON-CT TO CM-AI-FAILED-SIGNON-CT.
007760     MOVE OP-PASSWORD-DATE TO CM-AI-PASSWORD-DATE.
007770     MOVE OP-ACTIVE-FLAG TO CM-AI-ACTIVE-FLAG.
007780     MOVE OP-LOCKED-FLAG TO CM-AI-LOCKED-FLAG.
007790 8200-SAVE-AFTER-IMAGE-EXIT.
007800     EXIT.
007810*
007820*****************************************************************
007830*    8300-AUDIT-BEFORE-AND-AFTER
007840*    LOGS THE "OB" ROW FROM THE SAVED BEFORE IMAGE, THEN THE
007850*    ACTION'S OWN ROW ("OC", "OD", OR "OR", ALREADY IN THE
007860*    STATUS CODE) FROM THE RECORD AS REWRITTEN.
007870*****************************************************************
007880 8300-AUDIT-BEFORE-AND-AFTER.
007890     MOVE CM-AUDIT-STATUS-CODE TO CM-ACTION-STATUS-CODE.
007900     MOVE CM-BEFORE-IMAGE TO CM-AUDIT-IMAGE.
007910     MOVE "OB" TO CM-AUDIT-STATUS-CODE.
007920     PERFORM 8000-WRITE-AUDIT-ENTRY
007930         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
007940     MOVE CM-ACTION-STATUS-CODE TO CM-AUDIT-STATUS-CODE.
007950     PERFORM 8200-SAVE-AFTER-IMAGE
007960         THRU 8200-SAVE-AFTER-IMAGE-EXIT.
007970     PERFORM 8000-WRITE-AUDIT-ENTRY
007980         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
007990 8300-AUDIT-BEFORE-AND-AFTER-EXIT.
008000     EXIT.
008010*
008020*****************************************************************
008030*    8400-SET-TEMPORARY-PASSWORD
008040*    HASHES THE KEYED NEW PASSWORD ONTO THE RECORD AREA AS A
008050*    TEMPORARY ONE - ZERO DATE - AND CLEARS THE FAILED COUNT
008060*    AND ANY LOCKOUT.
008070*****************************************************************
008080 8400-SET-TEMPORARY-PASSWORD.
008090     MOVE CM-TARGET-ENTRY TO CM-PH-OPERATOR-ID.
008100     MOVE CM-NEW-PASSWORD-ENTRY TO CM-PH-PASSWORD.
008110     CALL "CMPWHASH" USING CM-HASH-PARMS.
008120     MOVE CM-PH-HASH TO OP-PASSWORD-HASH.
008130     MOVE ZERO TO OP-PASSWORD-DATE.
008140     MOVE ZERO TO OP-FAILED-SIGNON-CT.
008150     SET OP-NOT-LOCKED TO TRUE.
008160     MOVE ZERO TO OP-LOCKED-DATE.
008170 8400-SET-TEMPORARY-PASSWORD-EXIT.
008180     EXIT.
