000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FEEDRLSE.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - ONLINE RELEASE SCREEN FOR
000120*                  THE FEEDREG DUPLICATE-BATCH REGISTER. BATCHMUL
000130*                  REFUSES A SOURCE BATCH A COMPLETED RUN HAS
000140*                  ALREADY TAKEN, NAMING THE SOURCE, THE FEED
000150*                  DATE, THE DETAIL COUNT, THE NX HASH, AND THE
000160*                  EARLIER RUN. WHEN THE UPSTREAM DESK CONFIRMS
000170*                  THE BATCH IS A GENUINE RESUBMISSION AND NOT A
000180*                  RETRANSMISSION, A SUPERVISOR KEYS THOSE FOUR
000190*                  FIGURES HERE AND RELEASES THE ENTRY SO THE
000200*                  NEXT RUN MAY TAKE IT. THE SCREEN FOLLOWS
000210*                  LIMMAINT - OPERATOR VERIFIED THROUGH CMOPRCHK,
000220*                  RELEASE NEEDS SUPERVISOR AUTHORITY, AND THE
000230*                  SYSSTAT CHECK THROUGH CMSTACHK TURNS A RELEASE
000240*                  AWAY WHILE THE BATCH HOLDS THE REGISTER UNLESS
000250*                  THE OVERRIDE IS KEYED (LOGGED "QO"). EVERY
000260*                  RELEASE GOES THROUGH CMAUDLOG UNDER SOURCE "M"
000270*                  WITH STATUS "FR", THE SOURCE SYSTEM RELEASED,
000280*                  AND THE FIRST TRANSACTION ID THE EARLIER RUN
000290*                  WROTE THE BATCH UNDER, SO AN AUDITOR CAN SEE
000300*                  WHO LET A REPEATED BATCH THROUGH AND WHEN.
000301*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
000302*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
000303*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
000304*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
000305*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. CSIS-UL-IE.
000360 OBJECT-COMPUTER. CSIS-UL-IE.
000370 SPECIAL-NAMES.
000380     CONSOLE IS CRT.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS FR-REGISTER-KEY
000450         FILE STATUS IS CM-FEED-REGISTER-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500*****************************************************************
000510*    FEEDREG - THE PERMANENT REGISTER OF EVERY SOURCE BATCH
000520*    EVER TAKEN FROM THE ORDRLINE FEED, SHARED WITH BATCHMUL
000530*    THROUGH THE FEEDREG COPYBOOK.
000540*****************************************************************
000550 FD  FEED-REGISTER-FILE
000560     RECORD CONTAINS 100 CHARACTERS.
000570 01  FEED-REGISTER-RECORD.
000580     COPY FEEDREG.
000590
000600 WORKING-STORAGE SECTION.
000610*
000620*****************************************************************
000630*    FILE STATUS FOR FEEDREG
000640*****************************************************************
000650 01  CM-FEED-REGISTER-STATUS         PIC X(02) VALUE ZEROS.
000660     88  CM-FEED-REGISTER-OK             VALUE "00".
000670*
000680*****************************************************************
000690*    PROGRAM SWITCHES
000700*****************************************************************
000710 01  CM-SWITCHES.
000720     05  CM-EXIT-REQUESTED-SW        PIC X(01) VALUE "N".
000730         88  CM-EXIT-REQUESTED           VALUE "Y".
000740     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
000750         88  CM-VALID-ENTRY              VALUE "Y".
000760*
000770*****************************************************************
000780*    SCREEN ENTRY FIELDS AND WORK AREAS - THE FOUR KEY FIGURES
000790*    ARE KEYED AS BATCHMUL DISPLAYED THEM WHEN IT REFUSED THE
000800*    BATCH. THE ENTRY'S STATE IS DISPLAYED BACK BELOW THEM.
000810*****************************************************************
000820 01  CM-FUNCTION-ENTRY               PIC X(01) VALUE SPACES.
000830     88  CM-FUNCTION-RELEASE             VALUE "R".
000840     88  CM-FUNCTION-INQUIRE             VALUE "I".
000850     88  CM-FUNCTION-EXIT                VALUE "X".
000860 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
000861 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
000870 01  CM-OVERRIDE-ENTRY               PIC X(01) VALUE SPACES.
000880 01  CM-SOURCE-ENTRY                 PIC X(08) VALUE SPACES.
000890 01  CM-FEED-DATE-ENTRY              PIC X(08) VALUE SPACES.
000900 01  CM-COUNT-ENTRY                  PIC X(06) VALUE SPACES.
000910 01  CM-HASH-ENTRY                   PIC X(08) VALUE SPACES.
000920 01  CM-STATUS-DISPLAY               PIC X(01) VALUE SPACES.
000930 01  CM-TAKEN-DATE-DISPLAY           PIC X(08) VALUE SPACES.
000940 01  CM-TAKEN-TIME-DISPLAY           PIC X(06) VALUE SPACES.
000950 01  CM-FIRST-ID-DISPLAY             PIC X(08) VALUE SPACES.
000960 01  CM-LAST-ID-DISPLAY              PIC X(08) VALUE SPACES.
000970 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
000980 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
000990 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
001000*
001010*****************************************************************
001020*    CALCREC - SHARED TRANSACTION RECORD BUILT FOR THE AUDIT
001030*    TRAIL OF EACH RELEASE (SEE CSIS_UL_IE/COPYBOOKS/
001040*    CALCREC.CPY). THE ORIGINAL-ID COLUMN CARRIES THE FIRST
001050*    TRANSACTION ID OF THE EARLIER TAKE, AND THE STATUS CODE
001060*    "FR" MARKS A FEED REGISTER RELEASE.
001070*****************************************************************
001080 01  CM-TRANSACTION-RECORD.
001090     COPY CALCREC.
001100*
001110*****************************************************************
001120*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
001130*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY).
001140*****************************************************************
001150 01  CM-NEXT-ID-PARMS.
001160     COPY NEXTPARM.
001170*
001180*****************************************************************
001190*    PARAMETERS PASSED TO THE CMOPRCHK SUBPROGRAM (SEE
001200*    CSIS_UL_IE/COPYBOOKS/OPRPARM.CPY).
001210*****************************************************************
001220 01  CM-OPERATOR-PARMS.
001230     COPY OPRPARM.
001240*
001250*****************************************************************
001260*    PARAMETERS PASSED TO THE CMSTACHK SUBPROGRAM (SEE
001270*    CSIS_UL_IE/COPYBOOKS/SYSPARM.CPY).
001280*****************************************************************
001290 01  CM-STATUS-PARMS.
001300     COPY SYSPARM.
001310*
001320*****************************************************************
001330*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
001340*    MARKS A MAINTENANCE ROW ON THE AUDIT TRAIL; THE SOURCE
001350*    SYSTEM IS THE ONE WHOSE BATCH WAS RELEASED.
001360*****************************************************************
001370 01  CM-AUDIT-PARMS.
001380     05  CM-AP-SOURCE                PIC X(01) VALUE "M".
001390     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "TERM01".
001400     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
001410     COPY CALCREC.
001420
001430 SCREEN SECTION.
001440*
001450*****************************************************************
001460*    CM-RELEASE-SCREEN
001470*    RELEASE PANEL - THE SUPERVISOR KEYS A FUNCTION AND THE
001480*    BATCH'S FOUR KEY FIGURES. THE ENTRY'S STATUS, THE RUN
001490*    THAT TOOK IT, ITS TRANSACTION ID RANGE, AND ANY MESSAGE
001500*    ARE DISPLAYED BACK.
001510*****************************************************************
001520 01  CM-RELEASE-SCREEN.
001530     05  BLANK SCREEN.
001540     05  LINE 01 COLUMN 01
001550         VALUE "FEEDREG DUPLICATE-BATCH REGISTER - RELEASE".
001560     05  LINE 02 COLUMN 01 VALUE "FUNCTION (R/I/X) = ".
001570     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
001580     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
001590     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
001591     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
001592     05  COLUMN PLUS 01 PIC X(08) SECURE
001593         USING CM-PASSWORD-ENTRY.
001600     05  LINE 04 COLUMN 01 VALUE "SOURCE SYSTEM = ".
001610     05  COLUMN PLUS 01 PIC X(08) USING CM-SOURCE-ENTRY.
001620     05  LINE 05 COLUMN 01 VALUE "FEED DATE (YYYYMMDD) = ".
001630     05  COLUMN PLUS 01 PIC X(08) USING CM-FEED-DATE-ENTRY.
001640     05  LINE 06 COLUMN 01 VALUE "DETAIL COUNT = ".
001650     05  COLUMN PLUS 01 PIC X(06) USING CM-COUNT-ENTRY.
001660     05  LINE 07 COLUMN 01 VALUE "NX HASH = ".
001670     05  COLUMN PLUS 01 PIC X(08) USING CM-HASH-ENTRY.
001680     05  LINE 08 COLUMN 01 VALUE "BATCH OVERRIDE (Y) = ".
001690     05  COLUMN PLUS 01 PIC X(01) USING CM-OVERRIDE-ENTRY.
001700     05  LINE 10 COLUMN 01 VALUE "STATUS (P/T/R) = ".
001710     05  COLUMN PLUS 01 PIC X(01) FROM CM-STATUS-DISPLAY.
001720     05  LINE 11 COLUMN 01 VALUE "TAKEN ON = ".
001730     05  COLUMN PLUS 01 PIC X(08) FROM CM-TAKEN-DATE-DISPLAY.
001740     05  COLUMN PLUS 01 VALUE "AT ".
001750     05  COLUMN PLUS 01 PIC X(06) FROM CM-TAKEN-TIME-DISPLAY.
001760     05  LINE 12 COLUMN 01 VALUE "TRANSACTIONS = ".
001770     05  COLUMN PLUS 01 PIC X(08) FROM CM-FIRST-ID-DISPLAY.
001780     05  COLUMN PLUS 01 VALUE "THRU ".
001790     05  COLUMN PLUS 01 PIC X(08) FROM CM-LAST-ID-DISPLAY.
001800     05  LINE 14 COLUMN 01 PIC X(40) FROM CM-MESSAGE.
001810
001820 PROCEDURE DIVISION.
001830*
001840*****************************************************************
001850*    0000-MAINLINE
001860*    OPENS FEEDREG, LOOPS THE RELEASE SCREEN UNTIL THE
001870*    OPERATOR KEYS FUNCTION X, THEN CLOSES AND STOPS.
001880*****************************************************************
001890 0000-MAINLINE.
001900     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001910     MOVE 1 TO CM-NI-BLOCK-SIZE.
001920     PERFORM 1000-OPEN-REGISTER-FILE
001930         THRU 1000-OPEN-REGISTER-FILE-EXIT.
001940     PERFORM 2000-PROCESS-SCREEN
001950         THRU 2000-PROCESS-SCREEN-EXIT
001960         UNTIL CM-EXIT-REQUESTED.
001970     CLOSE FEED-REGISTER-FILE.
001980     STOP RUN.
001990*
002000*****************************************************************
002010*    1000-OPEN-REGISTER-FILE
002020*    OPENS FEEDREG I-O. THE REGISTER IS CREATED BY THE FIRST
002030*    BATCHMUL RUN, SO A MISSING FILE MEANS NOTHING HAS EVER
002040*    BEEN TAKEN AND THERE IS NOTHING TO RELEASE.
002050*****************************************************************
002060 1000-OPEN-REGISTER-FILE.
002070     OPEN I-O FEED-REGISTER-FILE.
002080     IF NOT CM-FEED-REGISTER-OK
002090         DISPLAY "FEEDRLSE: UNABLE TO OPEN FEEDREG, "
002100                 "STATUS = " CM-FEED-REGISTER-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140 1000-OPEN-REGISTER-FILE-EXIT.
002150     EXIT.
002160*
002170*****************************************************************
002180*    2000-PROCESS-SCREEN
002190*    DISPLAYS AND ACCEPTS THE PANEL ONCE AND ROUTES THE KEYED
002200*    FUNCTION TO THE RIGHT PARAGRAPH.
002210*****************************************************************
002220 2000-PROCESS-SCREEN.
002230     DISPLAY CM-RELEASE-SCREEN.
002240     ACCEPT CM-RELEASE-SCREEN.
002250     MOVE SPACES TO CM-MESSAGE.
002260     EVALUATE TRUE
002270         WHEN CM-FUNCTION-EXIT
002280             SET CM-EXIT-REQUESTED TO TRUE
002290         WHEN CM-FUNCTION-RELEASE
002300             PERFORM 3000-RELEASE-BATCH
002310                 THRU 3000-RELEASE-BATCH-EXIT
002320         WHEN CM-FUNCTION-INQUIRE
002330             PERFORM 4000-INQUIRE-BATCH
002340                 THRU 4000-INQUIRE-BATCH-EXIT
002350         WHEN OTHER
002360             MOVE "FUNCTION MUST BE R, I, OR X" TO CM-MESSAGE
002370     END-EVALUATE.
002380 2000-PROCESS-SCREEN-EXIT.
002390     EXIT.
002400*
002410*****************************************************************
002420*    3000-RELEASE-BATCH
002430*    VALIDATES THE ENTRY, READS THE REGISTER ENTRY, AND MARKS
002440*    IT RELEASED SO THE NEXT BATCHMUL RUN MAY TAKE THE BATCH
002450*    AGAIN. ONLY A BATCH A COMPLETED RUN TOOK CAN BE RELEASED -
002460*    ONE IN PROGRESS IS ALREADY CLEAR FOR THE RESTART, AND ONE
002470*    ALREADY RELEASED NEEDS NOTHING MORE.
002480*****************************************************************
002490 3000-RELEASE-BATCH.
002500     PERFORM 7000-VALIDATE-ENTRY
002510         THRU 7000-VALIDATE-ENTRY-EXIT.
002520     IF NOT CM-VALID-ENTRY
002530         GO TO 3000-RELEASE-BATCH-EXIT
002540     END-IF.
002550     PERFORM 5000-READ-REGISTER-ENTRY
002560         THRU 5000-READ-REGISTER-ENTRY-EXIT.
002570     IF NOT CM-VALID-ENTRY
002580         GO TO 3000-RELEASE-BATCH-EXIT
002590     END-IF.
002600     IF FR-IN-PROGRESS
002610         MOVE "BATCH IN PROGRESS - RESTART THE RUN" TO
002620             CM-MESSAGE
002630         GO TO 3000-RELEASE-BATCH-EXIT
002640     END-IF.
002650     IF FR-RELEASED
002660         MOVE "BATCH ALREADY RELEASED" TO CM-MESSAGE
002670         GO TO 3000-RELEASE-BATCH-EXIT
002680     END-IF.
002690     SET FR-RELEASED TO TRUE.
002700     MOVE CM-OPERATOR-ENTRY TO FR-RELEASED-BY.
002710     MOVE CM-RUN-DATE TO FR-RELEASE-DATE.
002720     REWRITE FEED-REGISTER-RECORD
002730         INVALID KEY
002740             MOVE "BATCH NOT ON REGISTER" TO CM-MESSAGE
002750             GO TO 3000-RELEASE-BATCH-EXIT
002760     END-REWRITE.
002770     IF NOT CM-FEED-REGISTER-OK
002780         MOVE "FEEDREG I-O ERROR - NOTIFY SUPERVISOR" TO
002790             CM-MESSAGE
002800         GO TO 3000-RELEASE-BATCH-EXIT
002810     END-IF.
002820     MOVE FR-STATUS TO CM-STATUS-DISPLAY.
002830     MOVE "FR" TO CM-AUDIT-STATUS-CODE.
002840     PERFORM 8000-WRITE-AUDIT-ENTRY
002850         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
002860     MOVE "BATCH RELEASED FOR THE NEXT RUN" TO CM-MESSAGE.
002870 3000-RELEASE-BATCH-EXIT.
002880     EXIT.
002890*
002900*****************************************************************
002910*    4000-INQUIRE-BATCH
002920*    VALIDATES THE ENTRY AND DISPLAYS THE REGISTER ENTRY BACK
002930*    ON THE PANEL. AN INQUIRY CHANGES NOTHING, SO IT IS NOT
002940*    AUDITED.
002950*****************************************************************
002960 4000-INQUIRE-BATCH.
002970     PERFORM 7000-VALIDATE-ENTRY
002980         THRU 7000-VALIDATE-ENTRY-EXIT.
002990     IF NOT CM-VALID-ENTRY
003000         GO TO 4000-INQUIRE-BATCH-EXIT
003010     END-IF.
003020     PERFORM 5000-READ-REGISTER-ENTRY
003030         THRU 5000-READ-REGISTER-ENTRY-EXIT.
003040     IF NOT CM-VALID-ENTRY
003050         GO TO 4000-INQUIRE-BATCH-EXIT
003060     END-IF.
003070     MOVE "BATCH DISPLAYED" TO CM-MESSAGE.
003080 4000-INQUIRE-BATCH-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120*    5000-READ-REGISTER-ENTRY
003130*    KEYED READ OF THE REGISTER ENTRY FOR THE FOUR KEYED
003140*    FIGURES, MOVING ITS STATE TO THE DISPLAY FIELDS. A BATCH
003150*    NOT ON THE REGISTER WAS NEVER TAKEN AND NEEDS NO RELEASE.
003160*****************************************************************
003170 5000-READ-REGISTER-ENTRY.
003180     MOVE SPACES TO CM-STATUS-DISPLAY.
003190     MOVE SPACES TO CM-TAKEN-DATE-DISPLAY.
003200     MOVE SPACES TO CM-TAKEN-TIME-DISPLAY.
003210     MOVE SPACES TO CM-FIRST-ID-DISPLAY.
003220     MOVE SPACES TO CM-LAST-ID-DISPLAY.
003230     MOVE CM-SOURCE-ENTRY TO FR-SOURCE-SYSTEM.
003240     MOVE CM-FEED-DATE-ENTRY TO FR-FEED-DATE.
003250     MOVE CM-COUNT-ENTRY TO FR-DETAIL-COUNT.
003260     MOVE CM-HASH-ENTRY TO FR-NX-HASH.
003270     READ FEED-REGISTER-FILE
003280         INVALID KEY
003290             MOVE "N" TO CM-VALID-ENTRY-SW
003300             MOVE "BATCH NOT ON REGISTER - NEVER TAKEN" TO
003310                 CM-MESSAGE
003320             GO TO 5000-READ-REGISTER-ENTRY-EXIT
003330     END-READ.
003340     MOVE FR-STATUS TO CM-STATUS-DISPLAY.
003350     MOVE FR-TAKEN-DATE TO CM-TAKEN-DATE-DISPLAY.
003360     MOVE FR-TAKEN-TIME TO CM-TAKEN-TIME-DISPLAY.
003370     MOVE FR-FIRST-TRANSACTION-ID TO CM-FIRST-ID-DISPLAY.
003380     MOVE FR-LAST-TRANSACTION-ID TO CM-LAST-ID-DISPLAY.
003390 5000-READ-REGISTER-ENTRY-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430*    7000-VALIDATE-ENTRY
003440*    COMMON VALIDATION FOR BOTH FUNCTIONS - THE OPERATOR ID IS
003450*    VERIFIED AGAINST THE OPERMAST MASTER FILE THROUGH
003460*    CMOPRCHK, A RELEASE REQUIRES SUPERVISOR AUTHORITY AND
003470*    PASSES THE SYSSTAT CHECK, AND ALL FOUR KEY FIGURES MUST
003480*    BE KEYED - THE DATE, COUNT, AND HASH NUMERIC.
003490*****************************************************************
003500 7000-VALIDATE-ENTRY.
003510     SET CM-VALID-ENTRY TO TRUE.
003520     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
003521     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
003522     MOVE SPACES TO CM-OP-NEW-PASSWORD.
003530     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
003540     IF CM-OP-INVALID
003550         MOVE "N" TO CM-VALID-ENTRY-SW
003560         MOVE CM-OP-MESSAGE TO CM-MESSAGE
003570         GO TO 7000-VALIDATE-ENTRY-EXIT
003580     END-IF.
003590     IF CM-FUNCTION-RELEASE
003600         AND NOT CM-OP-SUPERVISOR
003610         MOVE "N" TO CM-VALID-ENTRY-SW
003620         MOVE "RELEASE NEEDS SUPERVISOR AUTHORITY" TO
003630             CM-MESSAGE
003640         GO TO 7000-VALIDATE-ENTRY-EXIT
003650     END-IF.
003660     IF CM-SOURCE-ENTRY = SPACES
003670         MOVE "N" TO CM-VALID-ENTRY-SW
003680         MOVE "SOURCE SYSTEM REQUIRED" TO CM-MESSAGE
003690         GO TO 7000-VALIDATE-ENTRY-EXIT
003700     END-IF.
003710     IF CM-FEED-DATE-ENTRY NOT NUMERIC
003720         OR CM-COUNT-ENTRY NOT NUMERIC
003730         OR CM-HASH-ENTRY NOT NUMERIC
003740         MOVE "N" TO CM-VALID-ENTRY-SW
003750         MOVE "DATE, COUNT, HASH MUST BE NUMERIC" TO
003760             CM-MESSAGE
003770         GO TO 7000-VALIDATE-ENTRY-EXIT
003780     END-IF.
003790     IF CM-FUNCTION-RELEASE
003800         PERFORM 7200-CHECK-SYSTEM-STATUS
003810             THRU 7200-CHECK-SYSTEM-STATUS-EXIT
003820     END-IF.
003830 7000-VALIDATE-ENTRY-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003870*    7200-CHECK-SYSTEM-STATUS
003880*    READS THE SYSSTAT CONTROL RECORD THROUGH CMSTACHK - A
003890*    RELEASE WHILE THE BATCH HOLDS THE SYSTEM CLOSED IS TURNED
003900*    AWAY UNLESS THE SUPERVISOR KEYS THE OVERRIDE, WHICH IS
003910*    ITSELF LOGGED UNDER STATUS "QO".
003920*****************************************************************
003930 7200-CHECK-SYSTEM-STATUS.
003940     CALL "CMSTACHK" USING CM-STATUS-PARMS.
003950     IF CM-SS-SYSTEM-OPEN
003960         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
003970     END-IF.
003980     IF CM-OVERRIDE-ENTRY NOT = "Y"
003990         MOVE "N" TO CM-VALID-ENTRY-SW
004000         MOVE "SYSTEM CLOSED FOR BATCH - TRY LATER" TO
004010             CM-MESSAGE
004020         GO TO 7200-CHECK-SYSTEM-STATUS-EXIT
004030     END-IF.
004040     MOVE ZERO TO FR-FIRST-TRANSACTION-ID.
004050     MOVE "QO" TO CM-AUDIT-STATUS-CODE.
004060     PERFORM 8000-WRITE-AUDIT-ENTRY
004070         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
004080 7200-CHECK-SYSTEM-STATUS-EXIT.
004090     EXIT.
004100*
004110*****************************************************************
004120*    8000-WRITE-AUDIT-ENTRY
004130*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FOR THIS
004140*    ACTION AND LOGS IT THROUGH CMAUDLOG - THE SOURCE SYSTEM
004150*    RELEASED RIDES IN THE SOURCE SYSTEM COLUMN AND THE FIRST
004160*    TRANSACTION ID OF THE EARLIER TAKE IN THE ORIGINAL-ID
004170*    COLUMN, SO THE TRAIL TIES THE RELEASE TO THE RUN THAT
004180*    FIRST TOOK THE BATCH.
004190*****************************************************************
004200 8000-WRITE-AUDIT-ENTRY.
004210     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
004220     MOVE CM-NI-NEXT-ID TO CM-TR-TRANSACTION-ID
004230         OF CM-TRANSACTION-RECORD.
004240     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
004250     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
004260         OF CM-TRANSACTION-RECORD.
004270     MOVE SPACES TO CM-TR-ACCOUNT-NO
004280         OF CM-TRANSACTION-RECORD.
004290     MOVE SPACES TO CM-TR-CUSTOMER-TIER
004300         OF CM-TRANSACTION-RECORD.
004310     MOVE ZERO TO CM-TR-NX OF CM-TRANSACTION-RECORD.
004320     MOVE ZERO TO CM-TR-NY OF CM-TRANSACTION-RECORD.
004330     MOVE ZERO TO CM-TR-RESULT OF CM-TRANSACTION-RECORD.
004340     MOVE FR-FIRST-TRANSACTION-ID TO CM-TR-ORIGINAL-ID
004350         OF CM-TRANSACTION-RECORD.
004360     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
004370         OF CM-TRANSACTION-RECORD.
004380     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
004390     MOVE CM-SOURCE-ENTRY TO CM-AP-SOURCE-SYSTEM.
004400     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
004410 8000-WRITE-AUDIT-ENTRY-EXIT.
004420     EXIT.
