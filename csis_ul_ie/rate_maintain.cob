000307*                  THE OVERRIDE ITSELF IS LOGGED THROUGH
000308*                  CMAUDLOG UNDER STATUS "QO". INQUIRY READS
000309*                  ONLY AND STAYS OPEN.
000310*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
000311*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
000312*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
000313*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
000314*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
000315*    10/15/26  JI  ADD, CHANGE, AND DELETE NO LONGER TOUCH
000316*                  BILLRATE - THEY WRITE A PENDING CHANGE TO
000317*                  THE NEW PENDCHG FILE, AND ONLY A SECOND
000318*                  SUPERVISOR APPROVING IT ON CHGAPPR APPLIES
000319*                  IT TO THE LIVE FILE, SO ONE PERSON CAN NO
000320*                  LONGER MOVE A RATE THE NEXT CSISBEXT BILLS
000321*                  AT. THE KEYING IS LOGGED THROUGH CMAUDLOG
000322*                  UNDER STATUS "RP" WITH THE PENDING CHANGE ID
000323*                  IN THE ACCOUNT COLUMN AND THE ACTION IN THE
000324*                  SOURCE SYSTEM COLUMN; THE RA/RC/RD ROWS ARE
000325*                  NOW WRITTEN BY CHGAPPR WHEN THE CHANGE
000326*                  REACHES BILLRATE. BILLRATE IS OPENED INPUT -
000327*                  A FILE NOT YET CREATED MEANS NO RATE IS ON
000328*                  IT, AND CHGAPPR CREATES IT WITH THE FIRST
000329*                  APPROVED ADD.
000330*****************************************************************
000331*
000332 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. CSIS-UL-IE.
000360 OBJECT-COMPUTER. CSIS-UL-IE.
000440         RECORD KEY IS BR-RATE-KEY
000450         FILE STATUS IS CM-RATE-STATUS.
000460
000461     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS RANDOM
000464         RECORD KEY IS PC-PENDING-ID
000465         FILE STATUS IS CM-PENDING-STATUS.
000466
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000550 FD  BILLING-RATE-FILE
000560     RECORD CONTAINS 16 CHARACTERS.
000570 01  BILLING-RATE-RECORD.
000571     COPY BILLRATE.
000572*
000573*****************************************************************
000574*    PENDCHG - PENDING BILLRATE AND CUSTLIM CHANGES AWAITING A
000575*    SECOND SUPERVISOR ON CHGAPPR, SHARED THROUGH THE PENDCHG
000576*    COPYBOOK.
000577*****************************************************************
000578 FD  PENDING-CHANGE-FILE
000579     RECORD CONTAINS 80 CHARACTERS.
000580 01  PENDING-CHANGE-RECORD.
000581     COPY PENDCHG.
000590
000600 WORKING-STORAGE SECTION.
000610*
000620*****************************************************************
000630*    FILE STATUS FOR BILLRATE AND PENDCHG
000640*****************************************************************
000650 01  CM-RATE-STATUS                  PIC X(02) VALUE ZEROS.
000660     88  CM-RATE-OK                      VALUE "00".
000661     88  CM-RATE-FILE-NOT-FOUND          VALUE "35".
000662
000663 01  CM-PENDING-STATUS               PIC X(02) VALUE ZEROS.
000664     88  CM-PENDING-OK                   VALUE "00".
000670*
000680*****************************************************************
000690*    PROGRAM SWITCHES
000730         88  CM-EXIT-REQUESTED           VALUE "Y".
000740     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
000750         88  CM-VALID-ENTRY              VALUE "Y".
000751     05  CM-RATE-FILE-ABSENT-SW      PIC X(01) VALUE "N".
000752         88  CM-RATE-FILE-ABSENT         VALUE "Y".
000753     05  CM-LIVE-RATE-FOUND-SW       PIC X(01) VALUE "N".
000754         88  CM-LIVE-RATE-FOUND          VALUE "Y".
000760*
000770*****************************************************************
000780*    SCREEN ENTRY FIELDS AND WORK AREAS
000840     88  CM-FUNCTION-INQUIRE             VALUE "I".
000850     88  CM-FUNCTION-EXIT                VALUE "X".
000860 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
000861 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
000865 01  CM-OVERRIDE-ENTRY               PIC X(01) VALUE SPACES.
000870 01  CM-TIER-ENTRY                   PIC X(02) VALUE SPACES.
000880 01  CM-EFF-DATE-ENTRY               PIC X(08) VALUE SPACES.
000910                                     PIC 9(01)V99.
000920 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
000930 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
000931 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
000932 01  CM-TIME-NOW                     PIC 9(08) VALUE ZERO.
000933*
000934*****************************************************************
000935*    PENDING CHANGE WORK AREAS - THE LIVE RATE AS IT STANDS
000936*    WHEN THE CHANGE IS KEYED, AND THE PENDING CHANGE ID AND
000937*    ACTION WORD THE "RP" AUDIT ROW CARRIES.
000938*****************************************************************
000939 01  CM-OLD-RATE                     PIC 9(01)V99 VALUE ZERO.
000940 01  CM-PENDING-ID-TEXT              PIC X(08) VALUE SPACES.
000941 01  CM-ACTION-WORD                  PIC X(08) VALUE SPACES.
000950*
000960*****************************************************************
000970*    EFFECTIVE DATE PIECES FOR THE PLAUSIBILITY CHECK - A DATE
001100*    CSIS_UL_IE/COPYBOOKS/CALCREC.CPY). THE RATE TIMES 100
001110*    RIDES IN THE RESULT COLUMN, THE EFFECTIVE DATE IN THE
001120*    ORIGINAL-ID COLUMN, AND THE STATUS CODE CARRIES THE
001130*    MAINTENANCE ACTION - "RP" A CHANGE KEYED FOR APPROVAL.
001140*****************************************************************
001150 01  CM-TRANSACTION-RECORD.
001160     COPY CALCREC.
001330*
001340*****************************************************************
001350*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
001360*    MARKS A MAINTENANCE ROW ON THE AUDIT TRAIL; THE RP STATUS
001370*    CODE TELLS A PENDING BILLRATE CHANGE FROM LIMMAINT'S
001380*    PENDING CUSTLIM "LP" ROWS.
001390*****************************************************************
001400 01  CM-AUDIT-PARMS.
001410     05  CM-AP-SOURCE                PIC X(01) VALUE "M".
001580     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
001590     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
001600     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
001601     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
001602     05  COLUMN PLUS 01 PIC X(08) SECURE
001603         USING CM-PASSWORD-ENTRY.
001610     05  LINE 04 COLUMN 01 VALUE "CUSTOMER TIER = ".
001620     05  COLUMN PLUS 01 PIC X(02) USING CM-TIER-ENTRY.
001630     05  LINE 05 COLUMN 01 VALUE "EFFECTIVE DATE (YYYYMMDD) = ".
001700*
001710*****************************************************************
001720*    0000-MAINLINE
001730*    OPENS BILLRATE AND PENDCHG, LOOPS THE MAINTENANCE SCREEN
001740*    UNTIL THE OPERATOR KEYS FUNCTION X, THEN CLOSES AND STOPS.
001750*****************************************************************
001760 0000-MAINLINE.
001770     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001810     PERFORM 2000-PROCESS-SCREEN
001820         THRU 2000-PROCESS-SCREEN-EXIT
001830         UNTIL CM-EXIT-REQUESTED.
001840     IF NOT CM-RATE-FILE-ABSENT
001845         CLOSE BILLING-RATE-FILE
001847     END-IF.
001848     CLOSE PENDING-CHANGE-FILE.
001850     STOP RUN.
001860*
001870*****************************************************************
001880*    1000-OPEN-RATE-FILE
001890*    OPENS BILLRATE INPUT - THIS SCREEN ONLY READS THE LIVE
001900*    RATES NOW. A FILE NOT YET CREATED MEANS NO RATE IS ON IT;
001910*    CHGAPPR CREATES IT WITH THE FIRST APPROVED ADD. PENDCHG IS
001920*    OPENED I-O, OR OUTPUT WHEN THE FIRST CHANGE EVER KEYED
001925*    CREATES IT.
001930*****************************************************************
001940 1000-OPEN-RATE-FILE.
001950     OPEN INPUT BILLING-RATE-FILE.
001960     IF CM-RATE-FILE-NOT-FOUND
001970         SET CM-RATE-FILE-ABSENT TO TRUE
001975         GO TO 1000-OPEN-RATE-FILE-PENDING
001980     END-IF.
001990     IF NOT CM-RATE-OK
002000         DISPLAY "RATMAINT: UNABLE TO OPEN BILLRATE, "
002001                 "STATUS = " CM-RATE-STATUS
002002         MOVE 16 TO RETURN-CODE
002003         STOP RUN
002004     END-IF.
002005 1000-OPEN-RATE-FILE-PENDING.
002006     OPEN I-O PENDING-CHANGE-FILE.
002007     IF NOT CM-PENDING-OK
002008         OPEN OUTPUT PENDING-CHANGE-FILE
002009     END-IF.
002010     IF NOT CM-PENDING-OK
002011         DISPLAY "RATMAINT: UNABLE TO OPEN PENDCHG, "
002012                 "STATUS = " CM-PENDING-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002140     DISPLAY CM-RATE-SCREEN.
002150     ACCEPT CM-RATE-SCREEN.
002160     MOVE SPACES TO CM-MESSAGE.
002161     MOVE SPACES TO CM-PENDING-ID-TEXT.
002162     MOVE SPACES TO CM-ACTION-WORD.
002170     EVALUATE TRUE
002180         WHEN CM-FUNCTION-EXIT
002190             SET CM-EXIT-REQUESTED TO TRUE
002380*
002390*****************************************************************
002400*    3000-ADD-RATE
002410*    VALIDATES THE ENTRY AND KEYS A PENDING ADD. A TIER AND
002420*    EFFECTIVE DATE ALREADY ON THE FILE IS TURNED BACK TO THE
002430*    OPERATOR.
002440*****************************************************************
002450 3000-ADD-RATE.
002460     PERFORM 7000-VALIDATE-RATE-ENTRY
002480     IF NOT CM-VALID-ENTRY
002490         GO TO 3000-ADD-RATE-EXIT
002500     END-IF.
002510     PERFORM 7300-READ-LIVE-RATE
002520         THRU 7300-READ-LIVE-RATE-EXIT.
002530     IF CM-LIVE-RATE-FOUND
002540         MOVE "RATE ALREADY ON FILE - USE C TO CHANGE" TO
002620             CM-MESSAGE
002630         GO TO 3000-ADD-RATE-EXIT
002640     END-IF.
002650     MOVE ZERO TO CM-OLD-RATE.
002660     MOVE "ADD" TO CM-ACTION-WORD.
002670     PERFORM 8500-WRITE-PENDING-CHANGE
002680         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
002690 3000-ADD-RATE-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730*    4000-CHANGE-RATE
002740*    VALIDATES THE ENTRY AND KEYS A PENDING CHANGE OF AN
002750*    EXISTING RATE RECORD TO THE NEW RATE. THE RATE ON FILE
002755*    NOW IS KEPT WITH THE CHANGE SO THE APPROVER SEES BOTH.
002760*****************************************************************
002770 4000-CHANGE-RATE.
002780     PERFORM 7000-VALIDATE-RATE-ENTRY
002800     IF NOT CM-VALID-ENTRY
002810         GO TO 4000-CHANGE-RATE-EXIT
002820     END-IF.
002830     PERFORM 7300-READ-LIVE-RATE
002840         THRU 7300-READ-LIVE-RATE-EXIT.
002850     IF NOT CM-LIVE-RATE-FOUND
002860         MOVE "RATE NOT ON FILE - USE A TO ADD" TO
002940             CM-MESSAGE
002950         GO TO 4000-CHANGE-RATE-EXIT
002960     END-IF.
002970     IF BR-RATE = CM-RATE-ENTRY-NUM
002980         MOVE "RATE UNCHANGED - NOTHING TO APPROVE" TO
002990             CM-MESSAGE
003000         GO TO 4000-CHANGE-RATE-EXIT
003001     END-IF.
003002     MOVE BR-RATE TO CM-OLD-RATE.
003003     MOVE "CHANGE" TO CM-ACTION-WORD.
003004     PERFORM 8500-WRITE-PENDING-CHANGE
003005         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
003010 4000-CHANGE-RATE-EXIT.
003020     EXIT.
003030*
003040*****************************************************************
003050*    5000-DELETE-RATE
003060*    VALIDATES THE KEY ENTRY AND KEYS A PENDING DELETE OF THE
003070*    RATE RECORD. THE RATE BEING REMOVED IS READ FIRST SO THE
003080*    PENDING CHANGE AND ITS AUDIT ROW SHOW WHAT THE RATE WAS.
003090*****************************************************************
003100 5000-DELETE-RATE.
003110     PERFORM 7100-VALIDATE-KEY-ENTRY
003130     IF NOT CM-VALID-ENTRY
003140         GO TO 5000-DELETE-RATE-EXIT
003150     END-IF.
003160     PERFORM 7300-READ-LIVE-RATE
003170         THRU 7300-READ-LIVE-RATE-EXIT.
003180     IF NOT CM-LIVE-RATE-FOUND
003190         MOVE "RATE NOT ON FILE" TO CM-MESSAGE
003320         GO TO 5000-DELETE-RATE-EXIT
003330     END-IF.
003340     MOVE BR-RATE TO CM-RATE-ENTRY-NUM.
003350     MOVE BR-RATE TO CM-OLD-RATE.
003360     MOVE "DELETE" TO CM-ACTION-WORD.
003370     PERFORM 8500-WRITE-PENDING-CHANGE
003375         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
003380 5000-DELETE-RATE-EXIT.
003390     EXIT.
003400*
003500     IF NOT CM-VALID-ENTRY
003510         GO TO 6000-INQUIRE-RATE-EXIT
003520     END-IF.
003530     PERFORM 7300-READ-LIVE-RATE
003540         THRU 7300-READ-LIVE-RATE-EXIT.
003550     IF NOT CM-LIVE-RATE-FOUND
003560         MOVE "RATE NOT ON FILE" TO CM-MESSAGE
003570         GO TO 6000-INQUIRE-RATE-EXIT
003580     END-IF.
003600     MOVE BR-RATE TO CM-RATE-ENTRY-NUM.
003610     MOVE "RATE DISPLAYED" TO CM-MESSAGE.
003620 6000-INQUIRE-RATE-EXIT.
003990 7100-VALIDATE-KEY-ENTRY.
004000     SET CM-VALID-ENTRY TO TRUE.
004010     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
004011     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
004012     MOVE SPACES TO CM-OP-NEW-PASSWORD.
004020     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
004030     IF CM-OP-INVALID
004040         MOVE "N" TO CM-VALID-ENTRY-SW
004050         MOVE CM-OP-MESSAGE TO CM-MESSAGE
004060         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004070     END-IF.
004080     IF (CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
004357     EXIT.
004358*
004359*****************************************************************
004360*    7300-READ-LIVE-RATE
004361*    KEYED READ OF THE LIVE BILLRATE RECORD FOR THE KEYED TIER
004362*    AND EFFECTIVE DATE, SETTING THE FOUND SWITCH. NOTHING IS
004363*    FOUND WHILE THE FILE HAS NEVER BEEN CREATED.
004364*****************************************************************
004365 7300-READ-LIVE-RATE.
004366     MOVE "N" TO CM-LIVE-RATE-FOUND-SW.
004367     IF CM-RATE-FILE-ABSENT
004368         GO TO 7300-READ-LIVE-RATE-EXIT
004369     END-IF.
004370     MOVE CM-TIER-ENTRY TO BR-CUSTOMER-TIER.
004371     MOVE CM-EFF-DATE-ENTRY TO BR-EFFECTIVE-DATE.
004372     READ BILLING-RATE-FILE
004373         INVALID KEY
004374             GO TO 7300-READ-LIVE-RATE-EXIT
004375     END-READ.
004376     SET CM-LIVE-RATE-FOUND TO TRUE.
004377 7300-READ-LIVE-RATE-EXIT.
004378     EXIT.
004379*
004380*****************************************************************
004381*    8000-WRITE-AUDIT-ENTRY
004382*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FOR THIS
004383*    MAINTENANCE ACTION AND LOGS IT THROUGH CMAUDLOG - THE
004390*    RATE TIMES 100 RIDES IN THE RESULT COLUMN, THE EFFECTIVE
004400*    DATE IN THE ORIGINAL-ID COLUMN, AND THE STATUS CODE SAYS
004410*    WHICH ACTION WAS TAKEN, SO THE AUDIT TRAIL SHOWS WHO
004480     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
004490     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
004500         OF CM-TRANSACTION-RECORD.
004510     MOVE CM-PENDING-ID-TEXT TO CM-TR-ACCOUNT-NO
004520         OF CM-TRANSACTION-RECORD.
004530     MOVE CM-TIER-ENTRY TO CM-TR-CUSTOMER-TIER
004540         OF CM-TRANSACTION-RECORD.
004650     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
004660         OF CM-TRANSACTION-RECORD.
004670     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
004675     MOVE CM-ACTION-WORD TO CM-AP-SOURCE-SYSTEM.
004680     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
004690 8000-WRITE-AUDIT-ENTRY-EXIT.
004700     EXIT.
004710*
004720*****************************************************************
004730*    8500-WRITE-PENDING-CHANGE
004740*    WRITES THE KEYED ADD, CHANGE, OR DELETE TO PENDCHG UNDER
004750*    A NEW PENDING CHANGE ID, WITH THE LIVE RATE AS IT STANDS
004760*    NOW, LOGS THE KEYING UNDER STATUS "RP", AND GIVES THE
004770*    OPERATOR THE ID TO PASS TO THE APPROVING SUPERVISOR.
004780*****************************************************************
004790 8500-WRITE-PENDING-CHANGE.
004800     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
004810     ACCEPT CM-TIME-NOW FROM TIME.
004820     MOVE SPACES TO PENDING-CHANGE-RECORD.
004830     MOVE ZERO TO PC-BAND-FLOOR.
004840     MOVE CM-NI-NEXT-ID TO PC-PENDING-ID.
004850     SET PC-RATE-CHANGE TO TRUE.
004860     MOVE CM-FUNCTION-ENTRY TO PC-ACTION.
004870     SET PC-PENDING TO TRUE.
004880     MOVE CM-TIER-ENTRY TO PC-CUSTOMER-TIER.
004890     MOVE CM-EFF-DATE-ENTRY TO PC-EFFECTIVE-DATE.
004900     IF CM-FUNCTION-DELETE
004910         MOVE ZERO TO PC-NEW-RATE
004920     ELSE
004930         MOVE CM-RATE-ENTRY-NUM TO PC-NEW-RATE
004940     END-IF.
004950     MOVE CM-OLD-RATE TO PC-OLD-RATE.
004960     MOVE CM-OPERATOR-ENTRY TO PC-KEYED-BY.
004970     MOVE CM-RUN-DATE TO PC-KEYED-DATE.
004980     MOVE CM-TIME-NOW (1:6) TO PC-KEYED-TIME.
004990     MOVE ZERO TO PC-DECIDED-DATE.
005000     WRITE PENDING-CHANGE-RECORD
005010         INVALID KEY
005020             MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
005030                 CM-MESSAGE
005040             GO TO 8500-WRITE-PENDING-CHANGE-EXIT
005050     END-WRITE.
005060     IF NOT CM-PENDING-OK
005070         MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
005080             CM-MESSAGE
005090         GO TO 8500-WRITE-PENDING-CHANGE-EXIT
005100     END-IF.
005110     MOVE PC-PENDING-ID TO CM-PENDING-ID-TEXT.
005120     MOVE "RP" TO CM-AUDIT-STATUS-CODE.
005130     PERFORM 8000-WRITE-AUDIT-ENTRY
005140         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
005150     STRING "PENDING APPROVAL - CHANGE ID "
005160            CM-PENDING-ID-TEXT
005170            DELIMITED BY SIZE INTO CM-MESSAGE.
005180 8500-WRITE-PENDING-CHANGE-EXIT.
005190     EXIT.
