000180*                  INACTIVE ID IS TURNED BACK WITH A REASON,
000190*                  AND THE OPERATOR'S AUTHORITY LEVEL IS
000200*                  RETURNED SO THE CALLER CAN RESTRICT
000201*                  HIGHER-RISK FUNCTIONS - REVERSALS AND
000202*                  CUSTLIM MAINTENANCE - TO SUPERVISORS.
000203*    10/15/26  JI  OPERATORS NOW SIGN ON WITH A PASSWORD AS
000204*                  WELL AS THE ID. OPERMAST CARRIES ONLY THE
000205*                  CMPWHASH HASH OF IT, AND THE DATE IT WAS SET -
000206*                  A PASSWORD OLDER THAN CM-PASSWORD-LIFE-DAYS,
000207*                  OR A TEMPORARY ONE SET BY A SUPERVISOR, IS
000208*                  TURNED BACK UNTIL THE OPERATOR CHANGES IT ON
000209*                  THE OPERADM SCREEN. CM-MAX-FAILED-SIGNONS BAD
000210*                  PASSWORDS IN A ROW LOCK THE ID UNTIL A
000211*                  SUPERVISOR RESETS IT THERE. EVERY TURNED-BACK
000212*                  SIGN-ON IS LOGGED THROUGH CMAUDLOG AS SOURCE
000213*                  "S", STATUS "SF", AND A LOCKOUT AS "SL". THE
000214*                  FILE IS NOW OPENED I-O TO KEEP THE FAILED
000215*                  COUNT, AND THE LAYOUT COMES FROM THE SHARED
000216*                  OPERMST.CPY COPYBOOK. A NON-BLANK NEW
000217*                  PASSWORD IN THE PARMS CHANGES THE PASSWORD
000218*                  ONCE THE CURRENT ONE IS VERIFIED.
000219*    10/15/26  JI  EVERY REWRITE OF THE OPERMAST RECORD IS NOW
000220*                  STATUS-CHECKED. A FAILED COUNT OR LOCKOUT THAT
000221*                  CANNOT BE KEPT WOULD LET THE FAILED-SIGN-ON
000222*                  LIMIT BE WORKED AROUND, SO ANY FAILED UPDATE
000223*                  TURNS THE SIGN-ON BACK WITH REASON "IOERROR"
000224*                  AND THE MESSAGE "OPERMAST I-O ERROR".
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000390*
000400*****************************************************************
000410*    OPERMAST - OPERATOR MASTER FILE, KEYED BY OPERATOR ID,
000420*    LOADED BY OPERCONV AND MAINTAINED ON THE OPERADM SCREEN
000430*    (SEE CSIS_UL_IE/COPYBOOKS/OPERMST.CPY).
000450*****************************************************************
000460 FD  OPERATOR-MASTER-FILE
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  OPERATOR-MASTER-RECORD.
000490     COPY OPERMST.
000491
000492 WORKING-STORAGE SECTION.
000493 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
000494     88  CM-MASTER-OK                    VALUE "00".
000495*
000496*****************************************************************
000497*    SIGN-ON POLICY - DAYS A PASSWORD LASTS FROM THE DATE IT WAS
000498*    SET, AND BAD PASSWORDS IN A ROW BEFORE THE ID LOCKS.
000499*****************************************************************
000500 01  CM-SIGNON-POLICY.
000501     05  CM-PASSWORD-LIFE-DAYS       PIC 9(03) VALUE 090.
000502     05  CM-MAX-FAILED-SIGNONS       PIC 9(02) VALUE 03.
000503*
000504*****************************************************************
000505*    WORK AREAS - TODAY'S DATE FOR THE PASSWORD AND LOCKOUT
000506*    DATES, THE AGE OF THE PASSWORD ON FILE IN DAYS, AND THE
000507*    AUDIT STATUS CODE FOR A TURNED-BACK SIGN-ON.
000508*****************************************************************
000509 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
000510 01  CM-PASSWORD-AGE-DAYS            PIC S9(07) COMP VALUE ZERO.
000511 01  CM-SIGNON-STATUS-CODE           PIC X(02) VALUE SPACES.
000512*
000513*****************************************************************
000514*    PARAMETERS PASSED TO THE CMPWHASH SUBPROGRAM (SEE
000515*    CSIS_UL_IE/COPYBOOKS/HASHPARM.CPY).
000516*****************************************************************
000517 01  CM-HASH-PARMS.
000518     COPY HASHPARM.
000519*
000520*****************************************************************
000521*    PARAMETERS PASSED TO THE CMNEXTID SUBPROGRAM (SEE
000522*    CSIS_UL_IE/COPYBOOKS/NEXTPARM.CPY). A FAILED SIGN-ON ROW
000523*    DRAWS FROM THE SAME SEQUENCE AS EVERY OTHER AUDIT ROW.
000524*****************************************************************
000525 01  CM-NEXT-ID-PARMS.
000526     COPY NEXTPARM.
000527*
000528*****************************************************************
000529*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - SOURCE "S"
000530*    MARKS A SIGN-ON ROW ON THE AUDIT TRAIL. THE KEYED ID RIDES
000531*    IN THE OPERATOR COLUMN, THE FAILED COUNT IN NX, AND THE
000532*    REASON IN THE SOURCE-SYSTEM COLUMN.
000533*****************************************************************
000534 01  CM-AUDIT-PARMS.
000535     05  CM-AP-SOURCE                PIC X(01) VALUE "S".
000536     05  CM-AP-TERMINAL-ID           PIC X(08) VALUE "TERM01".
000537     05  CM-AP-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
000538     COPY CALCREC.
000580
000590 LINKAGE SECTION.
000600*
000610*****************************************************************
000620*    CM-OPERATOR-PARMS - THE OPERATOR ID AND PASSWORD TO VERIFY
000630*    AND THE RESULT, AUTHORITY LEVEL, REASON, AND MESSAGE
000640*    RETURNED TO THE CALLER (SEE
000641*    CSIS_UL_IE/COPYBOOKS/OPRPARM.CPY).
000650*****************************************************************
000660 01  CM-OPERATOR-PARMS.
000670     COPY OPRPARM.
000710*****************************************************************
000720*    0000-MAINLINE
000730*    READS THE OPERMAST RECORD FOR THE CALLER'S OPERATOR ID
000740*    AND RETURNS WHETHER IT IS A KNOWN, ACTIVE, UNLOCKED
000750*    OPERATOR WHO KEYED THE RIGHT PASSWORD AND AT WHAT
000752*    AUTHORITY LEVEL. WHEN THE CALLER PASSES A NEW PASSWORD
000754*    IT IS SET ONCE THE CURRENT ONE CHECKS OUT, EVEN IF THE
000756*    CURRENT ONE HAS EXPIRED - THAT IS HOW AN EXPIRED OR
000758*    TEMPORARY PASSWORD IS REPLACED.
000760*****************************************************************
000770 0000-MAINLINE.
000780     SET CM-OP-INVALID TO TRUE.
000790     MOVE SPACES TO CM-OP-AUTHORITY-LEVEL.
000800     MOVE SPACES TO CM-OP-REASON.
000810     MOVE SPACES TO CM-OP-MESSAGE.
000812     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
000814     MOVE 1 TO CM-NI-BLOCK-SIZE.
000816     OPEN I-O OPERATOR-MASTER-FILE.
000820     IF NOT CM-MASTER-OK
000830         MOVE "NOFILE" TO CM-OP-REASON
000831         MOVE "OPERATOR FILE UNAVAILABLE - CALL OPS"
000832             TO CM-OP-MESSAGE
000840         GO TO 0000-MAINLINE-EXIT
000850     END-IF.
000860     MOVE CM-OP-OPERATOR-ID TO OP-OPERATOR-ID.
000870     READ OPERATOR-MASTER-FILE
000880         INVALID KEY
000890             MOVE "NOOPER" TO CM-OP-REASON
000891             MOVE ZERO TO OP-FAILED-SIGNON-CT
000892             MOVE "OPERATOR ID OR PASSWORD NOT VALID"
000893                 TO CM-OP-MESSAGE
000894             PERFORM 8000-LOG-SIGNON-FAILURE
000895                 THRU 8000-LOG-SIGNON-FAILURE-EXIT
000900             CLOSE OPERATOR-MASTER-FILE
000910             GO TO 0000-MAINLINE-EXIT
000920     END-READ.
000930     IF NOT OP-ACTIVE
000940         MOVE "INACTIVE" TO CM-OP-REASON
000941         MOVE "OPERATOR ID INACTIVE - SEE SUPERVISOR"
000942             TO CM-OP-MESSAGE
000943         PERFORM 8000-LOG-SIGNON-FAILURE
000944             THRU 8000-LOG-SIGNON-FAILURE-EXIT
000950         CLOSE OPERATOR-MASTER-FILE
000960         GO TO 0000-MAINLINE-EXIT
000970     END-IF.
000980     IF OP-LOCKED
000990         MOVE "LOCKED" TO CM-OP-REASON
000991         MOVE "OPERATOR ID LOCKED - SEE SUPERVISOR"
000992             TO CM-OP-MESSAGE
000993         PERFORM 8000-LOG-SIGNON-FAILURE
000994             THRU 8000-LOG-SIGNON-FAILURE-EXIT
000995         CLOSE OPERATOR-MASTER-FILE
000996         GO TO 0000-MAINLINE-EXIT
000997     END-IF.
000998     MOVE CM-OP-OPERATOR-ID TO CM-PH-OPERATOR-ID.
000999     MOVE CM-OP-PASSWORD TO CM-PH-PASSWORD.
001000     CALL "CMPWHASH" USING CM-HASH-PARMS.
001001     IF CM-PH-HASH NOT = OP-PASSWORD-HASH
001002         PERFORM 1000-RECORD-BAD-PASSWORD
001003             THRU 1000-RECORD-BAD-PASSWORD-EXIT
001004         CLOSE OPERATOR-MASTER-FILE
001005         GO TO 0000-MAINLINE-EXIT
001006     END-IF.
001007     IF CM-OP-NEW-PASSWORD NOT = SPACES
001008         PERFORM 2000-CHANGE-PASSWORD
001009             THRU 2000-CHANGE-PASSWORD-EXIT
001010         CLOSE OPERATOR-MASTER-FILE
001011         GO TO 0000-MAINLINE-EXIT
001012     END-IF.
001013     PERFORM 3000-CHECK-PASSWORD-AGE
001014         THRU 3000-CHECK-PASSWORD-AGE-EXIT.
001015     IF CM-OP-REASON = SPACES
001016         SET CM-OP-VALID TO TRUE
001017         MOVE OP-AUTHORITY-LEVEL TO CM-OP-AUTHORITY-LEVEL
001018     END-IF.
001019     IF OP-FAILED-SIGNON-CT NOT = ZERO
001020         MOVE ZERO TO OP-FAILED-SIGNON-CT
001021         REWRITE OPERATOR-MASTER-RECORD
001022         IF NOT CM-MASTER-OK
001023             SET CM-OP-INVALID TO TRUE
001024             MOVE SPACES TO CM-OP-AUTHORITY-LEVEL
001025             PERFORM 7000-SET-IO-ERROR
001026                 THRU 7000-SET-IO-ERROR-EXIT
001027         END-IF
001028     END-IF.
001029     CLOSE OPERATOR-MASTER-FILE.
001030 0000-MAINLINE-EXIT.
001031     GOBACK.
001032*
001033*****************************************************************
001034*    1000-RECORD-BAD-PASSWORD
001035*    COUNTS A WRONG PASSWORD AGAINST THE ID AND LOCKS THE ID
001036*    WHEN THE COUNT REACHES CM-MAX-FAILED-SIGNONS. THE SCREEN
001037*    GIVES THE SAME MESSAGE FOR A WRONG PASSWORD AS FOR AN
001038*    UNKNOWN ID, SO IT DOES NOT CONFIRM WHICH IDS EXIST.
001039*****************************************************************
001040 1000-RECORD-BAD-PASSWORD.
001041     ADD 1 TO OP-FAILED-SIGNON-CT.
001042     IF OP-FAILED-SIGNON-CT < CM-MAX-FAILED-SIGNONS
001043         MOVE "BADPASS" TO CM-OP-REASON
001044         MOVE "OPERATOR ID OR PASSWORD NOT VALID"
001045             TO CM-OP-MESSAGE
001046     ELSE
001047         SET OP-LOCKED TO TRUE
001048         MOVE CM-RUN-DATE TO OP-LOCKED-DATE
001049         MOVE "LOCKOUT" TO CM-OP-REASON
001050         MOVE "TOO MANY FAILURES - ID NOW LOCKED"
001051             TO CM-OP-MESSAGE
001052     END-IF.
001053     REWRITE OPERATOR-MASTER-RECORD.
001054     IF NOT CM-MASTER-OK
001055         PERFORM 7000-SET-IO-ERROR
001056             THRU 7000-SET-IO-ERROR-EXIT
001057     END-IF.
001058     PERFORM 8000-LOG-SIGNON-FAILURE
001059         THRU 8000-LOG-SIGNON-FAILURE-EXIT.
001060 1000-RECORD-BAD-PASSWORD-EXIT.
001061     EXIT.
001062*
001063*****************************************************************
001064*    2000-CHANGE-PASSWORD
001065*    THE CURRENT PASSWORD HAS CHECKED OUT - HASHES THE NEW ONE
001066*    ONTO THE RECORD, DATED TODAY, AND CLEARS THE FAILED COUNT.
001067*    THE NEW PASSWORD MUST DIFFER FROM THE CURRENT ONE, OR AN
001068*    EXPIRY COULD BE SATISFIED WITHOUT CHANGING ANYTHING.
001069*****************************************************************
001070 2000-CHANGE-PASSWORD.
001071     MOVE ZERO TO OP-FAILED-SIGNON-CT.
001072     IF CM-OP-NEW-PASSWORD = CM-OP-PASSWORD
001073         MOVE "SAMEPASS" TO CM-OP-REASON
001074         MOVE "NEW PASSWORD MUST DIFFER FROM OLD"
001075             TO CM-OP-MESSAGE
001076         REWRITE OPERATOR-MASTER-RECORD
001077         IF NOT CM-MASTER-OK
001078             PERFORM 7000-SET-IO-ERROR
001079                 THRU 7000-SET-IO-ERROR-EXIT
001080         END-IF
001081         GO TO 2000-CHANGE-PASSWORD-EXIT
001082     END-IF.
001083     MOVE CM-OP-NEW-PASSWORD TO CM-PH-PASSWORD.
001084     CALL "CMPWHASH" USING CM-HASH-PARMS.
001085     MOVE CM-PH-HASH TO OP-PASSWORD-HASH.
001086     MOVE CM-RUN-DATE TO OP-PASSWORD-DATE.
001087     REWRITE OPERATOR-MASTER-RECORD.
001088     IF NOT CM-MASTER-OK
001089         PERFORM 7000-SET-IO-ERROR
001090             THRU 7000-SET-IO-ERROR-EXIT
001091         GO TO 2000-CHANGE-PASSWORD-EXIT
001092     END-IF.
001093     SET CM-OP-VALID TO TRUE.
001094     MOVE OP-AUTHORITY-LEVEL TO CM-OP-AUTHORITY-LEVEL.
001095     MOVE "PASSWORD CHANGED" TO CM-OP-MESSAGE.
001096 2000-CHANGE-PASSWORD-EXIT.
001097     EXIT.
001098*
001099*****************************************************************
001100*    3000-CHECK-PASSWORD-AGE
001101*    TURNS BACK A TEMPORARY PASSWORD (ZERO DATE) OR ONE SET
001102*    MORE THAN CM-PASSWORD-LIFE-DAYS AGO. THE OPERATOR KEYED
001103*    IT CORRECTLY, SO THE FAILED COUNT IS STILL CLEARED, BUT
001104*    THE REFUSAL IS LOGGED LIKE ANY OTHER TURNED-BACK SIGN-ON.
001105*****************************************************************
001106 3000-CHECK-PASSWORD-AGE.
001107     IF OP-PASSWORD-DATE = ZERO
001108         MOVE 999 TO CM-PASSWORD-AGE-DAYS
001109     ELSE
001110         COMPUTE CM-PASSWORD-AGE-DAYS =
001111             FUNCTION INTEGER-OF-DATE (CM-RUN-DATE)
001112             - FUNCTION INTEGER-OF-DATE (OP-PASSWORD-DATE)
001113     END-IF.
001114     IF CM-PASSWORD-AGE-DAYS > CM-PASSWORD-LIFE-DAYS
001115         MOVE "EXPIRED" TO CM-OP-REASON
001116         MOVE "PASSWORD EXPIRED - CHANGE IT AT OPERADM"
001117             TO CM-OP-MESSAGE
001118         PERFORM 8000-LOG-SIGNON-FAILURE
001119             THRU 8000-LOG-SIGNON-FAILURE-EXIT
001120     END-IF.
001121 3000-CHECK-PASSWORD-AGE-EXIT.
001122     EXIT.
001123*
001124*****************************************************************
001125*    7000-SET-IO-ERROR
001126*    AN OPERMAST REWRITE FAILED - THE FAILED COUNT, LOCKOUT, OR
001127*    RESET THE SIGN-ON DEPENDS ON WAS NOT KEPT, SO THE SIGN-ON
001128*    IS TURNED BACK. THE RESULT IS ALREADY LEFT INVALID.
001129*****************************************************************
001130 7000-SET-IO-ERROR.
001131     MOVE "IOERROR" TO CM-OP-REASON.
001132     MOVE "OPERMAST I-O ERROR - CALL OPS" TO CM-OP-MESSAGE.
001133 7000-SET-IO-ERROR-EXIT.
001134     EXIT.
001135*
001136*****************************************************************
001137*    8000-LOG-SIGNON-FAILURE
001138*    WRITES ONE AUDIT ROW FOR A TURNED-BACK SIGN-ON - STATUS
001139*    "SL" WHEN THIS ATTEMPT LOCKED THE ID, OTHERWISE "SF".
001140*****************************************************************
001141 8000-LOG-SIGNON-FAILURE.
001142     IF CM-OP-REASON = "LOCKOUT"
001143         MOVE "SL" TO CM-SIGNON-STATUS-CODE
001144     ELSE
001145         MOVE "SF" TO CM-SIGNON-STATUS-CODE
001146     END-IF.
001147     CALL "CMNEXTID" USING CM-NEXT-ID-PARMS.
001148     MOVE CM-NI-NEXT-ID TO CM-TR-TRANSACTION-ID.
001149     MOVE CM-RUN-DATE TO CM-TR-DATE.
001150     MOVE CM-OP-OPERATOR-ID TO CM-TR-OPERATOR-ID.
001151     MOVE SPACES TO CM-TR-ACCOUNT-NO.
001152     MOVE SPACES TO CM-TR-CUSTOMER-TIER.
001153     MOVE OP-FAILED-SIGNON-CT TO CM-TR-NX.
001154     MOVE ZERO TO CM-TR-NY.
001155     MOVE ZERO TO CM-TR-RESULT.
001156     MOVE CM-SIGNON-STATUS-CODE TO CM-TR-STATUS-CODE.
001157     MOVE ZERO TO CM-TR-ORIGINAL-ID.
001158     MOVE CM-OP-REASON TO CM-AP-SOURCE-SYSTEM.
001159     CALL "CMAUDLOG" USING CM-AUDIT-PARMS.
001160 8000-LOG-SIGNON-FAILURE-EXIT.
001161     EXIT.
