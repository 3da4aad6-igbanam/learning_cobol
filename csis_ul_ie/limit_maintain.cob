000367*                  THE OVERRIDE ITSELF IS LOGGED THROUGH
000368*                  CMAUDLOG UNDER STATUS "QO". INQUIRY READS
000369*                  ONLY AND STAYS OPEN.
000370*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
000371*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
000372*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
000373*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
000374*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
000375*    10/15/26  JI  ADD, CHANGE, AND DELETE NO LONGER TOUCH
000376*                  CUSTLIM - THEY WRITE A PENDING CHANGE TO THE
000377*                  NEW PENDCHG FILE, AND ONLY A SECOND
000378*                  SUPERVISOR APPROVING IT ON CHGAPPR APPLIES
000379*                  IT TO THE LIVE FILE CMLIMCHK READS. THE
000380*                  KEYING IS LOGGED THROUGH CMAUDLOG UNDER
000381*                  STATUS "LP" WITH THE PENDING CHANGE ID IN THE
000382*                  ACCOUNT COLUMN AND THE ACTION IN THE SOURCE
000383*                  SYSTEM COLUMN; THE LA/LC/LD ROWS ARE NOW
000384*                  WRITTEN BY CHGAPPR WHEN THE CHANGE REACHES
000385*                  CUSTLIM. CUSTLIM IS OPENED INPUT - A FILE
000386*                  NOT YET CREATED MEANS NO TIER IS ON IT, AND
000387*                  CHGAPPR CREATES IT WITH THE FIRST APPROVED
000388*                  ADD.
000389*****************************************************************
000390*
000391 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. CSIS-UL-IE.
000420 OBJECT-COMPUTER. CSIS-UL-IE.
000500         RECORD KEY IS CL-CUSTOMER-TIER
000510         FILE STATUS IS CM-LIMITS-STATUS.
000520
000521     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS PC-PENDING-ID
000525         FILE STATUS IS CM-PENDING-STATUS.
000526
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000610 FD  CUSTOMER-LIMITS-FILE
000620     RECORD CONTAINS 06 CHARACTERS.
000630 01  CUSTOMER-LIMITS-RECORD.
000631     COPY CUSTLIM.
000632*
000633*****************************************************************
000634*    PENDCHG - PENDING BILLRATE AND CUSTLIM CHANGES AWAITING A
000635*    SECOND SUPERVISOR ON CHGAPPR, SHARED THROUGH THE PENDCHG
000636*    COPYBOOK.
000637*****************************************************************
000638 FD  PENDING-CHANGE-FILE
000639     RECORD CONTAINS 80 CHARACTERS.
000640 01  PENDING-CHANGE-RECORD.
000641     COPY PENDCHG.
000650
000660 WORKING-STORAGE SECTION.
000670*
000680*****************************************************************
000690*    FILE STATUS FOR CUSTLIM AND PENDCHG
000700*****************************************************************
000710 01  CM-LIMITS-STATUS                PIC X(02) VALUE ZEROS.
000720     88  CM-LIMITS-OK                    VALUE "00".
000721     88  CM-LIMITS-FILE-NOT-FOUND        VALUE "35".
000722
000723 01  CM-PENDING-STATUS               PIC X(02) VALUE ZEROS.
000724     88  CM-PENDING-OK                   VALUE "00".
000730*
000740*****************************************************************
000750*    PROGRAM SWITCHES
000790         88  CM-EXIT-REQUESTED           VALUE "Y".
000800     05  CM-VALID-ENTRY-SW           PIC X(01) VALUE "N".
000810         88  CM-VALID-ENTRY              VALUE "Y".
000811     05  CM-LIMITS-FILE-ABSENT-SW    PIC X(01) VALUE "N".
000812         88  CM-LIMITS-FILE-ABSENT       VALUE "Y".
000813     05  CM-LIVE-TIER-FOUND-SW       PIC X(01) VALUE "N".
000814         88  CM-LIVE-TIER-FOUND          VALUE "Y".
000820*
000830*****************************************************************
000840*    BUSINESS RANGE LIMITS FOR THE CAPS - THE SAME RANGE THE
000990     88  CM-FUNCTION-INQUIRE             VALUE "I".
001000     88  CM-FUNCTION-EXIT                VALUE "X".
001010 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
001011 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
001015 01  CM-OVERRIDE-ENTRY               PIC X(01) VALUE SPACES.
001020 01  CM-TIER-ENTRY                   PIC X(02) VALUE SPACES.
001030 01  CM-MAX-QTY-ENTRY                PIC X(02) VALUE SPACES.
001040 01  CM-MAX-PRICE-ENTRY              PIC X(02) VALUE SPACES.
001050 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
001060 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001061 01  CM-AUDIT-STATUS-CODE            PIC X(02) VALUE SPACES.
001062 01  CM-TIME-NOW                     PIC 9(08) VALUE ZERO.
001063*
001064*****************************************************************
001065*    PENDING CHANGE WORK AREAS - THE LIVE CAPS AS THEY STAND
001066*    WHEN THE CHANGE IS KEYED, AND THE PENDING CHANGE ID AND
001067*    ACTION WORD THE "LP" AUDIT ROW CARRIES.
001068*****************************************************************
001069 01  CM-OLD-CAPS.
001070     05  CM-OLD-MAX-QUANTITY         PIC 9(02) VALUE ZERO.
001071     05  CM-OLD-MAX-UNIT-PRICE       PIC 9(02) VALUE ZERO.
001072 01  CM-PENDING-ID-TEXT              PIC X(08) VALUE SPACES.
001073 01  CM-ACTION-WORD                  PIC X(08) VALUE SPACES.
001080*
001090*****************************************************************
001100*    CALCREC - SHARED TRANSACTION RECORD BUILT FOR THE AUDIT
001110*    TRAIL OF EACH MAINTENANCE ACTION (SEE
001120*    CSIS_UL_IE/COPYBOOKS/CALCREC.CPY). THE NEW CAPS RIDE IN
001130*    THE NX/NY COLUMNS AND THE STATUS CODE CARRIES THE
001140*    MAINTENANCE ACTION - "LP" A CHANGE KEYED FOR APPROVAL.
001150*****************************************************************
001160 01  CM-TRANSACTION-RECORD.
001170     COPY CALCREC.
001340*
001350*****************************************************************
001360*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "M"
001370*    MARKS A CUSTLIM MAINTENANCE ROW ON THE AUDIT TRAIL; THE
001375*    SOURCE SYSTEM COLUMN CARRIES THE ACTION KEYED.
001380*****************************************************************
001390 01  CM-AUDIT-PARMS.
001400     05  CM-AP-SOURCE                PIC X(01) VALUE "M".
001570     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
001580     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
001590     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
001591     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
001592     05  COLUMN PLUS 01 PIC X(08) SECURE
001593         USING CM-PASSWORD-ENTRY.
001600     05  LINE 04 COLUMN 01 VALUE "CUSTOMER TIER = ".
001610     05  COLUMN PLUS 01 PIC X(02) USING CM-TIER-ENTRY.
001620     05  LINE 05 COLUMN 01 VALUE "MAX QUANTITY = ".
001690*
001700*****************************************************************
001710*    0000-MAINLINE
001720*    OPENS CUSTLIM AND PENDCHG, LOOPS THE MAINTENANCE SCREEN
001730*    UNTIL THE OPERATOR KEYS FUNCTION X, THEN CLOSES AND STOPS.
001740*****************************************************************
001750 0000-MAINLINE.
001760     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001800     PERFORM 2000-PROCESS-SCREEN
001810         THRU 2000-PROCESS-SCREEN-EXIT
001820         UNTIL CM-EXIT-REQUESTED.
001830     IF NOT CM-LIMITS-FILE-ABSENT
001832         CLOSE CUSTOMER-LIMITS-FILE
001834     END-IF.
001836     CLOSE PENDING-CHANGE-FILE.
001840     STOP RUN.
001850*
001860*****************************************************************
001870*    1000-OPEN-LIMITS-FILE
001880*    OPENS CUSTLIM INPUT - THIS SCREEN ONLY READS THE LIVE CAPS
001890*    NOW. A FILE NOT YET CREATED MEANS NO TIER IS ON IT;
001900*    CHGAPPR CREATES IT WITH THE FIRST APPROVED ADD. PENDCHG IS
001910*    OPENED I-O, OR OUTPUT WHEN THE FIRST CHANGE EVER KEYED
001915*    CREATES IT.
001920*****************************************************************
001930 1000-OPEN-LIMITS-FILE.
001940     OPEN INPUT CUSTOMER-LIMITS-FILE.
001950     IF CM-LIMITS-FILE-NOT-FOUND
001960         SET CM-LIMITS-FILE-ABSENT TO TRUE
001965         GO TO 1000-OPEN-LIMITS-FILE-PENDING
001970     END-IF.
001980     IF NOT CM-LIMITS-OK
001990         DISPLAY "LIMMAINT: UNABLE TO OPEN CUSTLIM, "
001991                 "STATUS = " CM-LIMITS-STATUS
001992         MOVE 16 TO RETURN-CODE
001993         STOP RUN
001994     END-IF.
001995 1000-OPEN-LIMITS-FILE-PENDING.
001996     OPEN I-O PENDING-CHANGE-FILE.
001997     IF NOT CM-PENDING-OK
001998         OPEN OUTPUT PENDING-CHANGE-FILE
001999     END-IF.
002000     IF NOT CM-PENDING-OK
002001         DISPLAY "LIMMAINT: UNABLE TO OPEN PENDCHG, "
002002                 "STATUS = " CM-PENDING-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002130     DISPLAY CM-MAINT-SCREEN.
002140     ACCEPT CM-MAINT-SCREEN.
002150     MOVE SPACES TO CM-MESSAGE.
002151     MOVE SPACES TO CM-PENDING-ID-TEXT.
002152     MOVE SPACES TO CM-ACTION-WORD.
002160     EVALUATE TRUE
002170         WHEN CM-FUNCTION-EXIT
002180             SET CM-EXIT-REQUESTED TO TRUE
002370*
002380*****************************************************************
002390*    3000-ADD-TIER
002400*    VALIDATES THE ENTRY AND KEYS A PENDING ADD OF THE TIER. A
002410*    TIER ALREADY ON THE FILE IS TURNED BACK TO THE OPERATOR.
002420*****************************************************************
002430 3000-ADD-TIER.
002440     PERFORM 7000-VALIDATE-CAPS-ENTRY
002460     IF NOT CM-VALID-ENTRY
002470         GO TO 3000-ADD-TIER-EXIT
002480     END-IF.
002490     PERFORM 7300-READ-LIVE-TIER
002500         THRU 7300-READ-LIVE-TIER-EXIT.
002510     IF CM-LIVE-TIER-FOUND
002520         MOVE "TIER ALREADY ON FILE - USE C TO CHANGE" TO
002600             CM-MESSAGE
002610         GO TO 3000-ADD-TIER-EXIT
002620     END-IF.
002630     MOVE ZERO TO CM-OLD-MAX-QUANTITY.
002640     MOVE ZERO TO CM-OLD-MAX-UNIT-PRICE.
002650     MOVE "ADD" TO CM-ACTION-WORD.
002660     PERFORM 8500-WRITE-PENDING-CHANGE
002665         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
002670 3000-ADD-TIER-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710*    4000-CHANGE-TIER
002720*    VALIDATES THE ENTRY AND KEYS A PENDING CHANGE OF AN
002730*    EXISTING TIER TO THE NEW CAPS. THE CAPS ON FILE NOW ARE
002735*    KEPT WITH THE CHANGE SO THE APPROVER SEES BOTH.
002740*****************************************************************
002750 4000-CHANGE-TIER.
002760     PERFORM 7000-VALIDATE-CAPS-ENTRY
002780     IF NOT CM-VALID-ENTRY
002790         GO TO 4000-CHANGE-TIER-EXIT
002800     END-IF.
002810     PERFORM 7300-READ-LIVE-TIER
002820         THRU 7300-READ-LIVE-TIER-EXIT.
002830     IF NOT CM-LIVE-TIER-FOUND
002840         MOVE "TIER NOT ON FILE - USE A TO ADD" TO
002920             CM-MESSAGE
002930         GO TO 4000-CHANGE-TIER-EXIT
002940     END-IF.
002950     IF CL-MAX-QUANTITY = CM-MAX-QTY-ENTRY
002960         AND CL-MAX-UNIT-PRICE = CM-MAX-PRICE-ENTRY
002970         MOVE "CAPS UNCHANGED - NOTHING TO APPROVE" TO
002980             CM-MESSAGE
002981         GO TO 4000-CHANGE-TIER-EXIT
002982     END-IF.
002983     MOVE CL-MAX-QUANTITY TO CM-OLD-MAX-QUANTITY.
002984     MOVE CL-MAX-UNIT-PRICE TO CM-OLD-MAX-UNIT-PRICE.
002985     MOVE "CHANGE" TO CM-ACTION-WORD.
002986     PERFORM 8500-WRITE-PENDING-CHANGE
002987         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
002990 4000-CHANGE-TIER-EXIT.
003000     EXIT.
003010*
003020*****************************************************************
003030*    5000-DELETE-TIER
003040*    VALIDATES THE KEY ENTRY AND KEYS A PENDING DELETE OF THE
003050*    TIER. THE CAPS BEING REMOVED ARE READ FIRST SO THE PENDING
003060*    CHANGE AND ITS AUDIT ROW SHOW WHAT THE TIER'S LIMITS WERE.
003070*****************************************************************
003080 5000-DELETE-TIER.
003090     PERFORM 7100-VALIDATE-KEY-ENTRY
003110     IF NOT CM-VALID-ENTRY
003120         GO TO 5000-DELETE-TIER-EXIT
003130     END-IF.
003140     PERFORM 7300-READ-LIVE-TIER
003150         THRU 7300-READ-LIVE-TIER-EXIT.
003160     IF NOT CM-LIVE-TIER-FOUND
003170         MOVE "TIER NOT ON FILE" TO CM-MESSAGE
003180         GO TO 5000-DELETE-TIER-EXIT
003190     END-IF.
003200     MOVE CL-MAX-QUANTITY TO CM-MAX-QTY-ENTRY.
003210     MOVE CL-MAX-UNIT-PRICE TO CM-MAX-PRICE-ENTRY.
003220     MOVE CL-MAX-QUANTITY TO CM-OLD-MAX-QUANTITY.
003230     MOVE CL-MAX-UNIT-PRICE TO CM-OLD-MAX-UNIT-PRICE.
003240     MOVE "DELETE" TO CM-ACTION-WORD.
003250     PERFORM 8500-WRITE-PENDING-CHANGE
003260         THRU 8500-WRITE-PENDING-CHANGE-EXIT.
003360 5000-DELETE-TIER-EXIT.
003370     EXIT.
003380*
003480     IF NOT CM-VALID-ENTRY
003490         GO TO 6000-INQUIRE-TIER-EXIT
003500     END-IF.
003510     PERFORM 7300-READ-LIVE-TIER
003520         THRU 7300-READ-LIVE-TIER-EXIT.
003530     IF NOT CM-LIVE-TIER-FOUND
003540         MOVE "TIER NOT ON FILE" TO CM-MESSAGE
003550         GO TO 6000-INQUIRE-TIER-EXIT
003560     END-IF.
003570     MOVE CL-MAX-QUANTITY TO CM-MAX-QTY-ENTRY.
003580     MOVE CL-MAX-UNIT-PRICE TO CM-MAX-PRICE-ENTRY.
003590     MOVE "TIER DISPLAYED" TO CM-MESSAGE.
004010 7100-VALIDATE-KEY-ENTRY.
004020     SET CM-VALID-ENTRY TO TRUE.
004030     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
004031     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
004032     MOVE SPACES TO CM-OP-NEW-PASSWORD.
004040     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
004050     IF CM-OP-INVALID
004060         MOVE "N" TO CM-VALID-ENTRY-SW
004070         MOVE CM-OP-MESSAGE TO CM-MESSAGE
004080         GO TO 7100-VALIDATE-KEY-ENTRY-EXIT
004090     END-IF.
004100     IF (CM-FUNCTION-ADD OR CM-FUNCTION-CHANGE
004257     EXIT.
004258*
004259*****************************************************************
004260*    7300-READ-LIVE-TIER
004261*    KEYED READ OF THE LIVE CUSTLIM RECORD FOR THE KEYED TIER,
004262*    SETTING THE FOUND SWITCH. NOTHING IS FOUND WHILE THE FILE
004263*    HAS NEVER BEEN CREATED.
004264*****************************************************************
004265 7300-READ-LIVE-TIER.
004266     MOVE "N" TO CM-LIVE-TIER-FOUND-SW.
004267     IF CM-LIMITS-FILE-ABSENT
004268         GO TO 7300-READ-LIVE-TIER-EXIT
004269     END-IF.
004270     MOVE CM-TIER-ENTRY TO CL-CUSTOMER-TIER.
004271     READ CUSTOMER-LIMITS-FILE
004272         INVALID KEY
004273             GO TO 7300-READ-LIVE-TIER-EXIT
004274     END-READ.
004275     SET CM-LIVE-TIER-FOUND TO TRUE.
004276 7300-READ-LIVE-TIER-EXIT.
004277     EXIT.
004278*
004279*****************************************************************
004280*    8000-WRITE-AUDIT-ENTRY
004281*    BUILDS THE SHARED CALCREC TRANSACTION RECORD FOR THIS
004282*    MAINTENANCE ACTION AND LOGS IT THROUGH CMAUDLOG - THE NEW
004290*    CAPS RIDE IN THE NX/NY COLUMNS AND THE STATUS CODE SAYS
004300*    WHICH ACTION WAS TAKEN, SO THE AUDIT TRAIL SHOWS WHO
004310*    MOVED WHICH TIER'S CAPS, TO WHAT, AND WHEN.
004370     MOVE CM-RUN-DATE TO CM-TR-DATE OF CM-TRANSACTION-RECORD.
004380     MOVE CM-OPERATOR-ENTRY TO CM-TR-OPERATOR-ID
004390         OF CM-TRANSACTION-RECORD.
004392     MOVE CM-PENDING-ID-TEXT TO CM-TR-ACCOUNT-NO
004394         OF CM-TRANSACTION-RECORD.
004400     MOVE CM-TIER-ENTRY TO CM-TR-CUSTOMER-TIER
004410         OF CM-TRANSACTION-RECORD.
004560     MOVE CM-AUDIT-STATUS-CODE TO CM-TR-STATUS-CODE
004570         OF CM-TRANSACTION-RECORD.
004580     MOVE CORRESPONDING CM-TRANSACTION-RECORD TO CM-AUDIT-PARMS.
004585     MOVE CM-ACTION-WORD TO CM-AP-SOURCE-SYSTEM.
004590     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
004600 8000-WRITE-AUDIT-ENTRY-EXIT.
004610     EXIT.
004620*
004630*****************************************************************
004640*    8500-WRITE-PENDING-CHANGE
004650*    WRITES THE KEYED ADD, CHANGE, OR DELETE TO PENDCHG UNDER
004660*    A NEW PENDING CHANGE ID, WITH THE LIVE CAPS AS THEY STAND
004670*    NOW, LOGS THE KEYING UNDER STATUS "LP", AND GIVES THE
004680*    OPERATOR THE ID TO PASS TO THE APPROVING SUPERVISOR.
004690*****************************************************************
004700 8500-WRITE-PENDING-CHANGE.
004710     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
004720     ACCEPT CM-TIME-NOW FROM TIME.
004730     MOVE SPACES TO PENDING-CHANGE-RECORD.
004740     MOVE ZERO TO PC-BAND-FLOOR.
004750     MOVE CM-NI-NEXT-ID TO PC-PENDING-ID.
004760     SET PC-LIMIT-CHANGE TO TRUE.
004770     MOVE CM-FUNCTION-ENTRY TO PC-ACTION.
004780     SET PC-PENDING TO TRUE.
004790     MOVE CM-TIER-ENTRY TO PC-CUSTOMER-TIER.
004800     MOVE ZERO TO PC-EFFECTIVE-DATE.
004810     IF CM-FUNCTION-DELETE
004820         MOVE ZERO TO PC-NEW-MAX-QUANTITY
004830         MOVE ZERO TO PC-NEW-MAX-UNIT-PRICE
004840     ELSE
004850         MOVE CM-MAX-QTY-ENTRY TO PC-NEW-MAX-QUANTITY
004860         MOVE CM-MAX-PRICE-ENTRY TO PC-NEW-MAX-UNIT-PRICE
004870     END-IF.
004880     MOVE CM-OLD-MAX-QUANTITY TO PC-OLD-MAX-QUANTITY.
004890     MOVE CM-OLD-MAX-UNIT-PRICE TO PC-OLD-MAX-UNIT-PRICE.
004900     MOVE CM-OPERATOR-ENTRY TO PC-KEYED-BY.
004910     MOVE CM-RUN-DATE TO PC-KEYED-DATE.
004920     MOVE CM-TIME-NOW (1:6) TO PC-KEYED-TIME.
004930     MOVE ZERO TO PC-DECIDED-DATE.
004940     WRITE PENDING-CHANGE-RECORD
004950         INVALID KEY
004960             MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
004970                 CM-MESSAGE
004980             GO TO 8500-WRITE-PENDING-CHANGE-EXIT
004990     END-WRITE.
005000     IF NOT CM-PENDING-OK
005010         MOVE "PENDCHG I-O ERROR - NOTIFY SUPERVISOR" TO
005020             CM-MESSAGE
005030         GO TO 8500-WRITE-PENDING-CHANGE-EXIT
005040     END-IF.
005050     MOVE PC-PENDING-ID TO CM-PENDING-ID-TEXT.
005060     MOVE "LP" TO CM-AUDIT-STATUS-CODE.
005070     PERFORM 8000-WRITE-AUDIT-ENTRY
005080         THRU 8000-WRITE-AUDIT-ENTRY-EXIT.
005090     STRING "PENDING APPROVAL - CHANGE ID "
005100            CM-PENDING-ID-TEXT
005110            DELIMITED BY SIZE INTO CM-MESSAGE.
005120 8500-WRITE-PENDING-CHANGE-EXIT.
005130     EXIT.
