000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPERCONV.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - ONE-TIME CONVERSION OF THE
000120*                  OPERMAST OPERATOR MASTER FROM THE 30-BYTE
000130*                  LAYOUT ONTO THE 80-BYTE LAYOUT THAT CARRIES
000140*                  THE PASSWORD HASH AND LOCKOUT FIELDS. EVERY
000150*                  OPERATOR COMES ACROSS WITH THE TEMPORARY
000160*                  PASSWORD ON THE OPCPARMS CARD, HASHED WITH
000170*                  THEIR OWN ID THROUGH CMPWHASH AND DATED ZERO,
000180*                  SO EACH MUST CHANGE IT ON THE OPERADM SCREEN
000190*                  AT FIRST SIGN-ON. NO FAILED SIGN-ONS, NOT
000200*                  LOCKED. THERE IS NO DEFAULT PASSWORD - A
000210*                  MISSING OR BLANK CARD ENDS THE JOB RC=16
000220*                  BEFORE ANYTHING IS WRITTEN. OPERATIONS
000230*                  RENAMES THE LIVE FILE TO OPEROLD, DEFINES A
000240*                  FRESH OPERMAST CLUSTER, AND RUNS CSISOC01.
000250*                  RERUNNABLE FROM THE TOP: THE OUTPUT OPEN IS
000260*                  OUTPUT, NOT EXTEND, SO A SECOND RUN REBUILDS
000270*                  RATHER THAN DUPLICATES.
000271*    10/15/26  JI  NO LONGER ONE SHARED PASSWORD FOR EVERY ID.
000272*                  THE OPCPARMS CARD NOW ALSO NAMES ONE ACTIVE
000273*                  SUPERVISOR, THE ONLY ID GIVEN THE TEMPORARY
000274*                  PASSWORD. EVERY OTHER OPERATOR COMES ACROSS
000275*                  LOCKED, DATED THE RUN DATE, WITH NO PASSWORD
000276*                  HASH, SO EACH NEEDS ITS OWN OPERADM RESET (R)
000277*                  FROM A SUPERVISOR BEFORE FIRST USE. A BLANK
000278*                  SUPERVISOR ID ENDS THE JOB RC=16 BEFORE
000279*                  ANYTHING IS WRITTEN; ONE NOT FOUND ON OPEROLD
000280*                  AS AN ACTIVE SUPERVISOR ENDS IT RC=12, SINCE NO
000281*                  ONE COULD SIGN ON TO DO THE RESETS.
000282*****************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. CSIS-UL-IE.
000330 OBJECT-COMPUTER. CSIS-UL-IE.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OLD-MASTER-FILE ASSIGN TO "OPEROLD"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS OLD-OPERATOR-ID
000400         FILE STATUS IS CM-OLD-STATUS.
000410
000420     SELECT NEW-MASTER-FILE ASSIGN TO "OPERMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OP-OPERATOR-ID
000460         FILE STATUS IS CM-NEW-STATUS.
000470
000480     SELECT CONVERT-PARM-FILE ASSIGN TO "OPCPARMS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CM-PARM-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550*****************************************************************
000560*    OPEROLD - THE OPERATOR MASTER AS WRITTEN BEFORE PASSWORDS
000570*    GREW THE RECORD TO 80 BYTES. KEPT INLINE HERE ON PURPOSE -
000580*    THIS IS THE ONLY PROGRAM THAT WILL EVER READ THE OLD
000590*    SHAPE, AND THE COPYBOOK MUST STAY CURRENT-LAYOUT ONLY.
000600*****************************************************************
000610 FD  OLD-MASTER-FILE
000620     RECORD CONTAINS 30 CHARACTERS.
000630 01  OLD-MASTER-RECORD.
000640     05  OLD-OPERATOR-ID             PIC X(08).
000650     05  OLD-OPERATOR-NAME           PIC X(20).
000660     05  OLD-ACTIVE-FLAG             PIC X(01).
000670     05  OLD-AUTHORITY-LEVEL         PIC X(01).
000680
000690 FD  NEW-MASTER-FILE
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  NEW-MASTER-RECORD.
000720     COPY OPERMST.
000730
000740*****************************************************************
000746*    OPCPARMS - ONE CARD, THE TEMPORARY PASSWORD IN COLUMNS 1-8
000752*    AND THE SUPERVISOR WHO IS GIVEN IT IN COLUMNS 9-16.
000760*****************************************************************
000770 FD  CONVERT-PARM-FILE
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  CONVERT-PARM-RECORD.
000800     05  CP-TEMPORARY-PASSWORD       PIC X(08).
000806     05  CP-SUPERVISOR-ID            PIC X(08).
000812     05  FILLER                      PIC X(64).
000820
000830 WORKING-STORAGE SECTION.
000840*
000850*****************************************************************
000860*    FILE STATUS SWITCHES
000870*****************************************************************
000880 01  CM-OLD-STATUS                   PIC X(02) VALUE ZEROS.
000890     88  CM-OLD-OK                       VALUE "00".
000900
000910 01  CM-NEW-STATUS                   PIC X(02) VALUE ZEROS.
000920     88  CM-NEW-OK                       VALUE "00".
000930
000940 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
000950     88  CM-PARM-OK                      VALUE "00".
000960*
000970*****************************************************************
000980*    PROGRAM SWITCHES
000990*****************************************************************
001000 01  CM-SWITCHES.
001010     05  CM-END-OF-FILE-SW           PIC X(01) VALUE "N".
001020         88  CM-END-OF-FILE              VALUE "Y".
001023     05  CM-SUPERVISOR-FOUND-SW      PIC X(01) VALUE "N".
001026         88  CM-SUPERVISOR-FOUND         VALUE "Y".
001030*
001040*****************************************************************
001050*    PARAMETERS PASSED TO THE CMPWHASH SUBPROGRAM (SEE
001060*    CSIS_UL_IE/COPYBOOKS/HASHPARM.CPY).
001070*****************************************************************
001080 01  CM-HASH-PARMS.
001090     COPY HASHPARM.
001100*
001110*****************************************************************
001120*    WORK AREAS AND COUNTERS
001130*****************************************************************
001140 01  CM-TEMPORARY-PASSWORD           PIC X(08) VALUE SPACES.
001150
001152 01  CM-SUPERVISOR-ID                PIC X(08) VALUE SPACES.
001154
001156 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001158
001160 01  CM-COUNTERS.
001170     05  CM-RECORDS-READ-CT          PIC 9(06) COMP VALUE ZERO.
001180     05  CM-RECORDS-WRITTEN-CT       PIC 9(06) COMP VALUE ZERO.
001185     05  CM-RECORDS-LOCKED-CT        PIC 9(06) COMP VALUE ZERO.
001190
001200 PROCEDURE DIVISION.
001210*
001220*****************************************************************
001230*    0000-MAINLINE
001240*    DRIVES THE CONVERSION.
001250*****************************************************************
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE
001280         THRU 1000-INITIALIZE-EXIT.
001290     PERFORM 2000-CONVERT-RECORD
001300         THRU 2000-CONVERT-RECORD-EXIT
001310         UNTIL CM-END-OF-FILE.
001320     PERFORM 3000-TERMINATE
001330         THRU 3000-TERMINATE-EXIT.
001340     STOP RUN.
001350*
001360*****************************************************************
001370*    1000-INITIALIZE
001380*    READS THE TEMPORARY PASSWORD CARD, OPENS THE OLD AND NEW
001390*    FILES, AND READS THE FIRST RECORD.
001400*****************************************************************
001410 1000-INITIALIZE.
001415     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
001420     PERFORM 1100-GET-PASSWORD-CARD
001430         THRU 1100-GET-PASSWORD-CARD-EXIT.
001440     IF CM-TEMPORARY-PASSWORD = SPACES
001450         DISPLAY "OPERCONV: NO TEMPORARY PASSWORD ON "
001460                 "OPCPARMS - NOTHING CONVERTED"
001470         MOVE 16 TO RETURN-CODE
001480         STOP RUN
001490     END-IF.
001491     IF CM-SUPERVISOR-ID = SPACES
001492         DISPLAY "OPERCONV: NO SUPERVISOR ID ON "
001493                 "OPCPARMS - NOTHING CONVERTED"
001494         MOVE 16 TO RETURN-CODE
001495         STOP RUN
001496     END-IF.
001500     OPEN INPUT OLD-MASTER-FILE.
001510     IF NOT CM-OLD-OK
001520         DISPLAY "OPERCONV: UNABLE TO OPEN OPEROLD, "
001530                 "STATUS = " CM-OLD-STATUS
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF.
001570     OPEN OUTPUT NEW-MASTER-FILE.
001580     IF NOT CM-NEW-OK
001590         DISPLAY "OPERCONV: UNABLE TO OPEN OPERMAST, "
001600                 "STATUS = " CM-NEW-STATUS
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     PERFORM 2100-READ-OLD-RECORD
001650         THRU 2100-READ-OLD-RECORD-EXIT.
001660 1000-INITIALIZE-EXIT.
001670     EXIT.
001680*
001690*****************************************************************
001700*    1100-GET-PASSWORD-CARD
001710*    READS THE OPCPARMS CARD. A MISSING FILE OR EMPTY CARD
001716*    LEAVES THE PASSWORD AND SUPERVISOR BLANK, WHICH
001722*    1000-INITIALIZE REFUSES.
001730*****************************************************************
001740 1100-GET-PASSWORD-CARD.
001750     OPEN INPUT CONVERT-PARM-FILE.
001760     IF NOT CM-PARM-OK
001770         GO TO 1100-GET-PASSWORD-CARD-EXIT
001780     END-IF.
001790     READ CONVERT-PARM-FILE
001800         AT END
001810             CLOSE CONVERT-PARM-FILE
001820             GO TO 1100-GET-PASSWORD-CARD-EXIT
001830     END-READ.
001840     MOVE CP-TEMPORARY-PASSWORD TO CM-TEMPORARY-PASSWORD.
001845     MOVE CP-SUPERVISOR-ID TO CM-SUPERVISOR-ID.
001850     CLOSE CONVERT-PARM-FILE.
001860 1100-GET-PASSWORD-CARD-EXIT.
001870     EXIT.
001880*
001890*****************************************************************
001900*    2000-CONVERT-RECORD
001910*    RESHAPES ONE OPERATOR ONTO THE WIDENED LAYOUT AND WRITES
001920*    IT, THEN READS THE NEXT. THE OLD FIELDS CARRY ACROSS AS
001925*    THEY STAND. THE SUPERVISOR NAMED ON THE CARD GETS THE
001930*    TEMPORARY PASSWORD, DATED ZERO; EVERY OTHER ID IS WRITTEN
001935*    LOCKED WITH NO PASSWORD HASH, TO BE RESET ON OPERADM.
001940*****************************************************************
001950 2000-CONVERT-RECORD.
001960     MOVE SPACES TO NEW-MASTER-RECORD.
001970     MOVE OLD-OPERATOR-ID TO OP-OPERATOR-ID.
001980     MOVE OLD-OPERATOR-NAME TO OP-OPERATOR-NAME.
001990     MOVE OLD-ACTIVE-FLAG TO OP-ACTIVE-FLAG.
002000     MOVE OLD-AUTHORITY-LEVEL TO OP-AUTHORITY-LEVEL.
002050     MOVE ZERO TO OP-PASSWORD-DATE.
002060     MOVE ZERO TO OP-FAILED-SIGNON-CT.
002061     IF OP-OPERATOR-ID = CM-SUPERVISOR-ID
002062         AND OP-ACTIVE
002063         AND OP-SUPERVISOR
002064         SET CM-SUPERVISOR-FOUND TO TRUE
002065         MOVE OLD-OPERATOR-ID TO CM-PH-OPERATOR-ID
002066         MOVE CM-TEMPORARY-PASSWORD TO CM-PH-PASSWORD
002067         CALL "CMPWHASH" USING CM-HASH-PARMS
002068         MOVE CM-PH-HASH TO OP-PASSWORD-HASH
002069         SET OP-NOT-LOCKED TO TRUE
002070         MOVE ZERO TO OP-LOCKED-DATE
002071     ELSE
002072         MOVE ZERO TO OP-PASSWORD-HASH
002073         SET OP-LOCKED TO TRUE
002074         MOVE CM-RUN-DATE TO OP-LOCKED-DATE
002075         ADD 1 TO CM-RECORDS-LOCKED-CT
002076     END-IF.
002090     WRITE NEW-MASTER-RECORD
002100         INVALID KEY
002110             DISPLAY "OPERCONV: DUPLICATE OPERATOR ON "
002120                     "OPERMAST - " OP-OPERATOR-ID
002130             MOVE 16 TO RETURN-CODE
002140             STOP RUN
002150     END-WRITE.
002160     ADD 1 TO CM-RECORDS-WRITTEN-CT.
002170     PERFORM 2100-READ-OLD-RECORD
002180         THRU 2100-READ-OLD-RECORD-EXIT.
002190 2000-CONVERT-RECORD-EXIT.
002200     EXIT.
002210*
002220*****************************************************************
002230*    2100-READ-OLD-RECORD
002240*    READS THE NEXT OLD-LAYOUT RECORD AND SETS THE END-OF-FILE
002250*    SWITCH.
002260*****************************************************************
002270 2100-READ-OLD-RECORD.
002280     READ OLD-MASTER-FILE
002290         AT END
002300             SET CM-END-OF-FILE TO TRUE
002310             GO TO 2100-READ-OLD-RECORD-EXIT
002320     END-READ.
002330     ADD 1 TO CM-RECORDS-READ-CT.
002340 2100-READ-OLD-RECORD-EXIT.
002350     EXIT.
002360*
002370*****************************************************************
002380*    3000-TERMINATE
002386*    CLOSES BOTH MASTER FILES AND DISPLAYS THE COUNTS - READ
002392*    AND WRITTEN MUST MATCH OR THE CONVERSION IS NOT COMPLETE,
002398*    AND THE SUPERVISOR ON THE CARD MUST HAVE BEEN FOUND OR NO
002404*    ONE CAN SIGN ON TO RESET THE LOCKED IDS.
002410*****************************************************************
002420 3000-TERMINATE.
002430     CLOSE OLD-MASTER-FILE.
002440     CLOSE NEW-MASTER-FILE.
002450     DISPLAY "OPERCONV: RECORDS READ    = " CM-RECORDS-READ-CT.
002460     DISPLAY "OPERCONV: RECORDS WRITTEN = "
002470             CM-RECORDS-WRITTEN-CT.
002475     DISPLAY "OPERCONV: IDS LOCKED      = " CM-RECORDS-LOCKED-CT.
002480     IF CM-RECORDS-READ-CT NOT = CM-RECORDS-WRITTEN-CT
002490         DISPLAY "OPERCONV: READ AND WRITTEN COUNTS DIFFER - "
002500                 "DO NOT CUT OVER"
002510         MOVE 08 TO RETURN-CODE
002520     END-IF.
002521     IF NOT CM-SUPERVISOR-FOUND
002522         DISPLAY "OPERCONV: " CM-SUPERVISOR-ID
002523                 " IS NOT AN ACTIVE SUPERVISOR ON OPEROLD - "
002524                 "DO NOT CUT OVER"
002525         MOVE 12 TO RETURN-CODE
002526     END-IF.
002530 3000-TERMINATE-EXIT.
002540     EXIT.
