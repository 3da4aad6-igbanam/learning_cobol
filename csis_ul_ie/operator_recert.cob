000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPRCERT.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - QUARTERLY ACCESS
000120*                  RECERTIFICATION REPORT OVER THE OPERMAST
000130*                  OPERATOR MASTER. ONE LINE PER OPERATOR ID -
000140*                  NAME, AUTHORITY LEVEL, ACTIVE AND LOCKED
000150*                  FLAGS, THE DATE THE PASSWORD WAS LAST SET,
000160*                  THE LAST DATE THE ID APPEARS ON AUDITLOG
000170*                  DOING ANYTHING, AND THE FAILED SIGN-ONS
000180*                  LOGGED AGAINST IT IN THE REVIEW WINDOW - SO
000190*                  EACH SUPERVISOR CAN CONFIRM THEIR STAFF
000200*                  STILL NEED THE ACCESS THEY HOLD AND SIGN THE
000210*                  PAGE OFF. AN ACTIVE ID WITH NO ACTIVITY IN
000220*                  THE WINDOW IS FLAGGED DORMANT AND ENDS THE
000230*                  JOB RC=4, SO AN ID NOBODY USES IS EITHER
000240*                  JUSTIFIED OR DEACTIVATED ON OPERADM. THE
000250*                  WINDOW IS THE RCTPARMS CARD'S DAY COUNT,
000260*                  DEFAULT 90 DAYS - ONE QUARTER.
000261*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000262*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000263*                  CODE AND THE OPERATORS REPORTED, DORMANT,
000264*                  LOCKED AND EXPIRED - FOR THE MORNING OPERATIONS
000265*                  REPORT.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. CSIS-UL-IE.
000320 OBJECT-COMPUTER. CSIS-UL-IE.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS OP-OPERATOR-ID
000390         FILE STATUS IS CM-MASTER-STATUS.
000400
000410     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CM-AUDIT-FILE-STATUS.
000440
000450     SELECT RECERT-PARM-FILE ASSIGN TO "RCTPARMS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CM-PARM-STATUS.
000480
000490     SELECT RECERT-REPORT-FILE ASSIGN TO "CERTRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CM-REPORT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OPERATOR-MASTER-FILE
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  OPERATOR-MASTER-RECORD.
000580     COPY OPERMST.
000590
000600 FD  AUDIT-LOG-FILE
000610     RECORD CONTAINS 90 CHARACTERS.
000620 01  AUDIT-LOG-RECORD.
000630     COPY AUDITREC.
000640
000650 FD  RECERT-PARM-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  RECERT-PARM-RECORD.
000680     05  RP-REVIEW-DAYS              PIC X(03).
000690     05  FILLER                      PIC X(77).
000700
000710 FD  RECERT-REPORT-FILE
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  RECERT-REPORT-LINE              PIC X(80).
000740
000750 WORKING-STORAGE SECTION.
000760*
000770*****************************************************************
000780*    FILE STATUS SWITCHES
000790*****************************************************************
000800 01  CM-MASTER-STATUS                PIC X(02) VALUE ZEROS.
000810     88  CM-MASTER-OK                    VALUE "00".
000820
000830 01  CM-AUDIT-FILE-STATUS            PIC X(02) VALUE ZEROS.
000840     88  CM-AUDIT-FILE-OK                VALUE "00".
000850
000860 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
000870     88  CM-PARM-OK                      VALUE "00".
000880
000890 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
000900     88  CM-REPORT-OK                    VALUE "00".
000910*
000920*****************************************************************
000930*    PROGRAM SWITCHES
000940*****************************************************************
000950 01  CM-SWITCHES.
000960     05  CM-MASTER-EOF-SW            PIC X(01) VALUE "N".
000970         88  CM-MASTER-EOF               VALUE "Y".
000980     05  CM-AUDIT-EOF-SW             PIC X(01) VALUE "N".
000990         88  CM-AUDIT-EOF                VALUE "Y".
001000     05  CM-OPERATOR-FOUND-SW        PIC X(01) VALUE "N".
001010         88  CM-OPERATOR-FOUND           VALUE "Y".
001020*
001030*****************************************************************
001040*    REVIEW POLICY - THE WINDOW IN DAYS (FROM THE RCTPARMS
001050*    CARD, DEFAULT 90), AND THE PASSWORD LIFE CMOPRCHK
001060*    ENFORCES, SO A PASSWORD THE SCREENS WOULD TURN BACK IS
001070*    FLAGGED HERE TOO.
001080*****************************************************************
001090 01  CM-REVIEW-POLICY.
001100     05  CM-REVIEW-DAYS              PIC 9(03) VALUE 090.
001110     05  CM-PASSWORD-LIFE-DAYS       PIC 9(03) VALUE 090.
001120*
001130*****************************************************************
001140*    OPERATOR TABLE - ONE ENTRY PER OPERMAST RECORD, IN
001150*    OPERATOR ID ORDER AS READ, WITH THE LAST ACTIVITY DATE
001160*    AND FAILED SIGN-ON COUNT GATHERED FROM AUDITLOG. AN
001170*    OPERMAST OVER THE TABLE SIZE IS REPORTED RATHER THAN
001180*    SILENTLY TRUNCATED.
001190*****************************************************************
001200 01  CM-OPERATOR-CONTROLS.
001210     05  CM-OPERATOR-ENTRY-CT        PIC 9(04) COMP VALUE ZERO.
001220     05  CM-OPERATOR-MAX             PIC 9(04) COMP VALUE 500.
001230     05  CM-OPERATOR-IX              PIC 9(04) COMP VALUE ZERO.
001240
001250 01  CM-OPERATOR-TABLE.
001260     05  CM-OPERATOR-ENTRY OCCURS 500 TIMES.
001270         10  CM-OT-OPERATOR-ID       PIC X(08).
001280         10  CM-OT-OPERATOR-NAME     PIC X(20).
001290         10  CM-OT-ACTIVE-FLAG       PIC X(01).
001300         10  CM-OT-AUTHORITY-LEVEL   PIC X(01).
001310         10  CM-OT-LOCKED-FLAG       PIC X(01).
001320         10  CM-OT-PASSWORD-DATE     PIC 9(08).
001330         10  CM-OT-LAST-ACTIVE-DATE  PIC 9(08).
001340         10  CM-OT-FAILED-CT         PIC 9(04) COMP.
001350*
001360*****************************************************************
001370*    WORK AREAS AND COUNTERS
001380*****************************************************************
001390 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
001400 01  CM-WINDOW-START-DATE            PIC 9(08) VALUE ZERO.
001410 01  CM-LOG-DATE                     PIC 9(08) VALUE ZERO.
001420 01  CM-AGE-DAYS                     PIC S9(07) COMP VALUE ZERO.
001430
001440 01  CM-FLAG-SWITCHES.
001450     05  CM-DORMANT-SW               PIC X(01) VALUE "N".
001460         88  CM-DORMANT                  VALUE "Y".
001470     05  CM-PASSWORD-EXPIRED-SW      PIC X(01) VALUE "N".
001480         88  CM-PASSWORD-EXPIRED         VALUE "Y".
001490
001500 01  CM-COUNTERS.
001510     05  CM-ROWS-READ-CT             PIC 9(07) COMP VALUE ZERO.
001520     05  CM-OPERATORS-CT             PIC 9(06) COMP VALUE ZERO.
001530     05  CM-ACTIVE-CT                PIC 9(06) COMP VALUE ZERO.
001540     05  CM-SUPERVISOR-CT            PIC 9(06) COMP VALUE ZERO.
001550     05  CM-DORMANT-CT               PIC 9(06) COMP VALUE ZERO.
001560     05  CM-LOCKED-CT                PIC 9(06) COMP VALUE ZERO.
001570     05  CM-EXPIRED-CT               PIC 9(06) COMP VALUE ZERO.
001580*
001590*****************************************************************
001600*    REPORT LINE LAYOUTS
001610*****************************************************************
001620 01  CM-REPORT-HEADING-1.
001630     05  FILLER                      PIC X(40)
001640         VALUE "OPERATOR ACCESS RECERTIFICATION".
001650     05  FILLER                      PIC X(10) VALUE "RUN DATE =".
001660     05  CM-RH-RUN-DATE              PIC 9(08).
001670     05  FILLER                      PIC X(22) VALUE SPACES.
001680
001690 01  CM-REPORT-HEADING-2.
001700     05  FILLER                      PIC X(16)
001710         VALUE "REVIEW WINDOW = ".
001720     05  CM-RH-REVIEW-DAYS           PIC ZZ9.
001730     05  FILLER                      PIC X(13)
001740         VALUE " DAYS, FROM  ".
001750     05  CM-RH-WINDOW-START          PIC 9(08).
001760     05  FILLER                      PIC X(40) VALUE SPACES.
001770
001780 01  CM-REPORT-HEADING-3.
001790     05  FILLER                      PIC X(09) VALUE "OPER ID".
001800     05  FILLER                      PIC X(21) VALUE "NAME".
001810     05  FILLER                      PIC X(04) VALUE "AU".
001820     05  FILLER                      PIC X(04) VALUE "AC".
001830     05  FILLER                      PIC X(03) VALUE "LK".
001840     05  FILLER                      PIC X(09) VALUE "PWD SET".
001850     05  FILLER                      PIC X(09) VALUE "LAST ACT".
001860     05  FILLER                      PIC X(05) VALUE "FAIL".
001870     05  FILLER                      PIC X(16) VALUE "FLAGS".
001880
001890 01  CM-REPORT-DETAIL-LINE.
001900     05  CM-RD-OPERATOR-ID           PIC X(08).
001910     05  FILLER                      PIC X(01) VALUE SPACES.
001920     05  CM-RD-OPERATOR-NAME         PIC X(20).
001930     05  FILLER                      PIC X(02) VALUE SPACES.
001940     05  CM-RD-AUTHORITY-LEVEL       PIC X(01).
001950     05  FILLER                      PIC X(03) VALUE SPACES.
001960     05  CM-RD-ACTIVE-FLAG           PIC X(01).
001970     05  FILLER                      PIC X(03) VALUE SPACES.
001980     05  CM-RD-LOCKED-FLAG           PIC X(01).
001990     05  FILLER                      PIC X(01) VALUE SPACES.
002000     05  CM-RD-PASSWORD-DATE         PIC X(08).
002010     05  FILLER                      PIC X(01) VALUE SPACES.
002020     05  CM-RD-LAST-ACTIVE-DATE      PIC X(08).
002030     05  FILLER                      PIC X(01) VALUE SPACES.
002040     05  CM-RD-FAILED-CT             PIC ZZZ9.
002050     05  FILLER                      PIC X(01) VALUE SPACES.
002060     05  CM-RD-FLAGS.
002070         10  CM-RD-DORMANT-FLAG      PIC X(05).
002080         10  CM-RD-LOCKED-NOTE       PIC X(05).
002090         10  CM-RD-EXPIRED-FLAG      PIC X(06).
002100
002110 01  CM-TOTAL-LINE.
002120     05  CM-TL-LABEL                 PIC X(30).
002130     05  CM-TL-COUNT                 PIC ZZZZZ9.
002140     05  FILLER                      PIC X(44) VALUE SPACES.
002150
002160 01  CM-LEGEND-LINE-1.
002170     05  FILLER                      PIC X(40)
002180         VALUE "AU 1=CLERK 2=SUPERVISOR  AC/LK Y=YES  PW".
002190     05  FILLER                      PIC X(40)
002200         VALUE "D SET 00000000 = TEMPORARY PASSWORD".
002210
002220 01  CM-LEGEND-LINE-2.
002230     05  FILLER                      PIC X(40)
002240         VALUE "DORM = ACTIVE, NO AUDITLOG ACTIVITY IN W".
002250     05  FILLER                      PIC X(40)
002260         VALUE "INDOW  LOCK = LOCKED  PWEXP = EXPIRED".
002270
002280 01  CM-SIGNOFF-LINE-1.
002290     05  FILLER                      PIC X(40)
002300         VALUE "ACCESS ABOVE REVIEWED AND CONFIRMED AS R".
002310     05  FILLER                      PIC X(40)
002320         VALUE "EQUIRED, EXCEPTIONS ACTIONED ON OPERADM.".
002330
002340 01  CM-SIGNOFF-LINE-2.
002350     05  FILLER                      PIC X(40)
002360         VALUE "REVIEWED BY ____________________________".
002370     05  FILLER                      PIC X(40)
002380         VALUE "  DATE ____________".
002390
002400 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
002410
002411*
002412*****************************************************************
002413*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002414*****************************************************************
002415 01  CM-RUN-LOG-PARMS.
002416     COPY RUNPARM.
002417
002420 PROCEDURE DIVISION.
002430*
002440*****************************************************************
002450*    0000-MAINLINE
002460*    LOADS OPERMAST, PASSES AUDITLOG ONCE, THEN PRINTS.
002470*****************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE
002500         THRU 1000-INITIALIZE-EXIT.
002510     PERFORM 2000-LOAD-OPERATOR
002520         THRU 2000-LOAD-OPERATOR-EXIT
002530         UNTIL CM-MASTER-EOF.
002540     CLOSE OPERATOR-MASTER-FILE.
002550     PERFORM 3000-PROCESS-AUDIT-ROW
002560         THRU 3000-PROCESS-AUDIT-ROW-EXIT
002570         UNTIL CM-AUDIT-EOF.
002580     CLOSE AUDIT-LOG-FILE.
002590     PERFORM 4000-PRINT-OPERATOR
002600         THRU 4000-PRINT-OPERATOR-EXIT
002610         VARYING CM-OPERATOR-IX FROM 1 BY 1
002620         UNTIL CM-OPERATOR-IX > CM-OPERATOR-ENTRY-CT.
002630     PERFORM 5000-TERMINATE
002640         THRU 5000-TERMINATE-EXIT.
002650     STOP RUN.
002660*
002670*****************************************************************
002680*    1000-INITIALIZE
002690*    READS THE WINDOW CARD, WORKS OUT THE WINDOW START DATE,
002700*    OPENS THE FILES, WRITES THE HEADINGS, AND READS THE FIRST
002710*    OPERMAST RECORD AND AUDIT ROW.
002720*****************************************************************
002730 1000-INITIALIZE.
002732     INITIALIZE CM-RUN-LOG-PARMS.
002734     MOVE "OPRCERT" TO CM-RL-PROGRAM-ID.
002736     SET CM-RL-STEP-START TO TRUE.
002738     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002740     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
002750     PERFORM 1100-GET-WINDOW-CARD
002760         THRU 1100-GET-WINDOW-CARD-EXIT.
002770     COMPUTE CM-WINDOW-START-DATE =
002780         FUNCTION DATE-OF-INTEGER
002790             (FUNCTION INTEGER-OF-DATE (CM-RUN-DATE)
002800              - CM-REVIEW-DAYS).
002810     OPEN INPUT OPERATOR-MASTER-FILE.
002820     IF NOT CM-MASTER-OK
002830         DISPLAY "OPRCERT: UNABLE TO OPEN OPERMAST, "
002840                 "STATUS = " CM-MASTER-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     OPEN INPUT AUDIT-LOG-FILE.
002890     IF NOT CM-AUDIT-FILE-OK
002900         DISPLAY "OPRCERT: UNABLE TO OPEN AUDITLOG, "
002910                 "STATUS = " CM-AUDIT-FILE-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     OPEN OUTPUT RECERT-REPORT-FILE.
002960     IF NOT CM-REPORT-OK
002970         DISPLAY "OPRCERT: UNABLE TO OPEN CERTRPT, "
002980                 "STATUS = " CM-REPORT-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     MOVE CM-RUN-DATE TO CM-RH-RUN-DATE.
003030     MOVE CM-REPORT-HEADING-1 TO RECERT-REPORT-LINE.
003040     WRITE RECERT-REPORT-LINE.
003050     MOVE CM-REVIEW-DAYS TO CM-RH-REVIEW-DAYS.
003060     MOVE CM-WINDOW-START-DATE TO CM-RH-WINDOW-START.
003070     MOVE CM-REPORT-HEADING-2 TO RECERT-REPORT-LINE.
003080     WRITE RECERT-REPORT-LINE.
003090     MOVE CM-BLANK-LINE TO RECERT-REPORT-LINE.
003100     WRITE RECERT-REPORT-LINE.
003110     MOVE CM-REPORT-HEADING-3 TO RECERT-REPORT-LINE.
003120     WRITE RECERT-REPORT-LINE.
003130     PERFORM 2100-READ-OPERATOR
003140         THRU 2100-READ-OPERATOR-EXIT.
003150     PERFORM 3100-READ-AUDIT-ROW
003160         THRU 3100-READ-AUDIT-ROW-EXIT.
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190*
003200*****************************************************************
003210*    1100-GET-WINDOW-CARD
003220*    READS THE RCTPARMS CONTROL CARD, IF SUPPLIED - THE REVIEW
003230*    WINDOW IN DAYS. A MISSING, NONNUMERIC, OR ZERO CARD
003240*    REVIEWS THE DEFAULT 90 DAYS.
003250*****************************************************************
003260 1100-GET-WINDOW-CARD.
003270     OPEN INPUT RECERT-PARM-FILE.
003280     IF NOT CM-PARM-OK
003290         GO TO 1100-GET-WINDOW-CARD-EXIT
003300     END-IF.
003310     READ RECERT-PARM-FILE
003320         AT END
003330             CLOSE RECERT-PARM-FILE
003340             GO TO 1100-GET-WINDOW-CARD-EXIT
003350     END-READ.
003360     IF RP-REVIEW-DAYS NUMERIC
003370         MOVE RP-REVIEW-DAYS TO CM-REVIEW-DAYS
003380     END-IF.
003390     IF CM-REVIEW-DAYS = ZERO
003400         MOVE 090 TO CM-REVIEW-DAYS
003410     END-IF.
003420     CLOSE RECERT-PARM-FILE.
003430 1100-GET-WINDOW-CARD-EXIT.
003440     EXIT.
003450*
003460*****************************************************************
003470*    2000-LOAD-OPERATOR
003480*    ADDS ONE OPERMAST RECORD TO THE OPERATOR TABLE, THEN
003490*    READS THE NEXT.
003500*****************************************************************
003510 2000-LOAD-OPERATOR.
003520     IF CM-OPERATOR-ENTRY-CT < CM-OPERATOR-MAX
003530         ADD 1 TO CM-OPERATOR-ENTRY-CT
003540         MOVE CM-OPERATOR-ENTRY-CT TO CM-OPERATOR-IX
003550         MOVE OP-OPERATOR-ID TO CM-OT-OPERATOR-ID (CM-OPERATOR-IX)
003560         MOVE OP-OPERATOR-NAME TO
003570             CM-OT-OPERATOR-NAME (CM-OPERATOR-IX)
003580         MOVE OP-ACTIVE-FLAG TO CM-OT-ACTIVE-FLAG (CM-OPERATOR-IX)
003590         MOVE OP-AUTHORITY-LEVEL TO
003600             CM-OT-AUTHORITY-LEVEL (CM-OPERATOR-IX)
003610         MOVE OP-LOCKED-FLAG TO CM-OT-LOCKED-FLAG (CM-OPERATOR-IX)
003620         MOVE OP-PASSWORD-DATE TO
003630             CM-OT-PASSWORD-DATE (CM-OPERATOR-IX)
003640         MOVE ZERO TO CM-OT-LAST-ACTIVE-DATE (CM-OPERATOR-IX)
003650         MOVE ZERO TO CM-OT-FAILED-CT (CM-OPERATOR-IX)
003660     ELSE
003670         DISPLAY "OPRCERT: OPERATOR TABLE FULL - "
003680                 OP-OPERATOR-ID " AND LATER NOT REPORTED"
003690         MOVE 08 TO RETURN-CODE
003700         SET CM-MASTER-EOF TO TRUE
003710         GO TO 2000-LOAD-OPERATOR-EXIT
003720     END-IF.
003730     PERFORM 2100-READ-OPERATOR
003740         THRU 2100-READ-OPERATOR-EXIT.
003750 2000-LOAD-OPERATOR-EXIT.
003760     EXIT.
003770*
003780*****************************************************************
003790*    2100-READ-OPERATOR
003800*    READS THE NEXT OPERMAST RECORD AND SETS THE END-OF-FILE
003810*    SWITCH.
003820*****************************************************************
003830 2100-READ-OPERATOR.
003840     READ OPERATOR-MASTER-FILE
003850         AT END
003860             SET CM-MASTER-EOF TO TRUE
003870     END-READ.
003880 2100-READ-OPERATOR-EXIT.
003890     EXIT.
003900*
003910*****************************************************************
003920*    3000-PROCESS-AUDIT-ROW
003930*    FINDS THE ROW'S OPERATOR IN THE TABLE. A SIGN-ON ROW
003940*    (SOURCE "S") IN THE WINDOW COUNTS AS A FAILED SIGN-ON -
003950*    ONLY TURNED-BACK SIGN-ONS ARE LOGGED. ANY OTHER ROW IS
003960*    WORK DONE UNDER THE ID, AND ITS LOG DATE BECOMES THE LAST
003970*    ACTIVITY DATE WHEN IT IS THE LATEST SEEN. ROWS FOR IDS NOT
003980*    ON OPERMAST (BATCH FEED IDS) ARE PASSED OVER.
003990*****************************************************************
004000 3000-PROCESS-AUDIT-ROW.
004010     ADD 1 TO CM-ROWS-READ-CT.
004020     MOVE "N" TO CM-OPERATOR-FOUND-SW.
004030     PERFORM 3200-MATCH-OPERATOR
004040         THRU 3200-MATCH-OPERATOR-EXIT
004050         VARYING CM-OPERATOR-IX FROM 1 BY 1
004060         UNTIL CM-OPERATOR-IX > CM-OPERATOR-ENTRY-CT
004070         OR CM-OPERATOR-FOUND.
004080     IF NOT CM-OPERATOR-FOUND
004090         GO TO 3000-PROCESS-AUDIT-ROW-NEXT
004100     END-IF.
004110     SUBTRACT 1 FROM CM-OPERATOR-IX.
004120     MOVE AL-TIMESTAMP (1:8) TO CM-LOG-DATE.
004130     IF AL-SOURCE = "S"
004140         IF CM-LOG-DATE NOT < CM-WINDOW-START-DATE
004150             ADD 1 TO CM-OT-FAILED-CT (CM-OPERATOR-IX)
004160         END-IF
004170     ELSE
004180         IF CM-LOG-DATE > CM-OT-LAST-ACTIVE-DATE (CM-OPERATOR-IX)
004190             MOVE CM-LOG-DATE TO
004200                 CM-OT-LAST-ACTIVE-DATE (CM-OPERATOR-IX)
004210         END-IF
004220     END-IF.
004230 3000-PROCESS-AUDIT-ROW-NEXT.
004240     PERFORM 3100-READ-AUDIT-ROW
004250         THRU 3100-READ-AUDIT-ROW-EXIT.
004260 3000-PROCESS-AUDIT-ROW-EXIT.
004270     EXIT.
004280*
004290*****************************************************************
004300*    3100-READ-AUDIT-ROW
004310*    READS THE NEXT AUDIT ROW AND SETS THE END-OF-FILE SWITCH.
004320*****************************************************************
004330 3100-READ-AUDIT-ROW.
004340     READ AUDIT-LOG-FILE
004350         AT END
004360             SET CM-AUDIT-EOF TO TRUE
004370     END-READ.
004380 3100-READ-AUDIT-ROW-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420*    3200-MATCH-OPERATOR
004430*    CHECKS ONE OPERATOR TABLE ENTRY AGAINST THE CURRENT ROW'S
004440*    OPERATOR ID.
004450*****************************************************************
004460 3200-MATCH-OPERATOR.
004470     IF CM-OT-OPERATOR-ID (CM-OPERATOR-IX) = AL-OPERATOR-ID
004480         SET CM-OPERATOR-FOUND TO TRUE
004490     END-IF.
004500 3200-MATCH-OPERATOR-EXIT.
004510     EXIT.
004520*
004530*****************************************************************
004540*    4000-PRINT-OPERATOR
004550*    PRINTS ONE OPERATOR'S LINE AND COUNTS IT INTO THE TOTALS.
004560*    ONLY AN ACTIVE ID CAN BE DORMANT OR HAVE AN EXPIRED
004570*    PASSWORD - A DEACTIVATED ID IS ALREADY ACTIONED.
004580*****************************************************************
004590 4000-PRINT-OPERATOR.
004600     MOVE SPACES TO CM-REPORT-DETAIL-LINE.
004610     MOVE "N" TO CM-DORMANT-SW.
004620     MOVE "N" TO CM-PASSWORD-EXPIRED-SW.
004630     ADD 1 TO CM-OPERATORS-CT.
004640     MOVE CM-OT-OPERATOR-ID (CM-OPERATOR-IX) TO CM-RD-OPERATOR-ID.
004650     MOVE CM-OT-OPERATOR-NAME (CM-OPERATOR-IX) TO
004660         CM-RD-OPERATOR-NAME.
004670     MOVE CM-OT-AUTHORITY-LEVEL (CM-OPERATOR-IX) TO
004680         CM-RD-AUTHORITY-LEVEL.
004690     MOVE CM-OT-ACTIVE-FLAG (CM-OPERATOR-IX) TO
004700         CM-RD-ACTIVE-FLAG.
004710     IF CM-OT-LOCKED-FLAG (CM-OPERATOR-IX) = "Y"
004720         MOVE "Y" TO CM-RD-LOCKED-FLAG
004730         MOVE "LOCK" TO CM-RD-LOCKED-NOTE
004740         ADD 1 TO CM-LOCKED-CT
004750     ELSE
004760         MOVE "N" TO CM-RD-LOCKED-FLAG
004770     END-IF.
004780     MOVE CM-OT-PASSWORD-DATE (CM-OPERATOR-IX) TO
004790         CM-RD-PASSWORD-DATE.
004800     IF CM-OT-LAST-ACTIVE-DATE (CM-OPERATOR-IX) = ZERO
004810         MOVE "NONE" TO CM-RD-LAST-ACTIVE-DATE
004820     ELSE
004830         MOVE CM-OT-LAST-ACTIVE-DATE (CM-OPERATOR-IX) TO
004840             CM-RD-LAST-ACTIVE-DATE
004850     END-IF.
004860     MOVE CM-OT-FAILED-CT (CM-OPERATOR-IX) TO CM-RD-FAILED-CT.
004870     IF CM-OT-AUTHORITY-LEVEL (CM-OPERATOR-IX) = "2"
004880         ADD 1 TO CM-SUPERVISOR-CT
004890     END-IF.
004900     IF CM-OT-ACTIVE-FLAG (CM-OPERATOR-IX) NOT = "Y"
004910         GO TO 4000-PRINT-OPERATOR-WRITE
004920     END-IF.
004930     ADD 1 TO CM-ACTIVE-CT.
004940     IF CM-OT-LAST-ACTIVE-DATE (CM-OPERATOR-IX)
004950         < CM-WINDOW-START-DATE
004960         SET CM-DORMANT TO TRUE
004970         MOVE "DORM" TO CM-RD-DORMANT-FLAG
004980         ADD 1 TO CM-DORMANT-CT
004990     END-IF.
005000     IF CM-OT-PASSWORD-DATE (CM-OPERATOR-IX) = ZERO
005010         MOVE 999 TO CM-AGE-DAYS
005020     ELSE
005030         COMPUTE CM-AGE-DAYS =
005040             FUNCTION INTEGER-OF-DATE (CM-RUN-DATE)
005050             - FUNCTION INTEGER-OF-DATE
005060                 (CM-OT-PASSWORD-DATE (CM-OPERATOR-IX))
005070     END-IF.
005080     IF CM-AGE-DAYS > CM-PASSWORD-LIFE-DAYS
005090         SET CM-PASSWORD-EXPIRED TO TRUE
005100         MOVE "PWEXP" TO CM-RD-EXPIRED-FLAG
005110         ADD 1 TO CM-EXPIRED-CT
005120     END-IF.
005130 4000-PRINT-OPERATOR-WRITE.
005140     MOVE CM-REPORT-DETAIL-LINE TO RECERT-REPORT-LINE.
005150     WRITE RECERT-REPORT-LINE.
005160 4000-PRINT-OPERATOR-EXIT.
005170     EXIT.
005180*
005190*****************************************************************
005200*    5000-TERMINATE
005210*    PRINTS THE TOTALS, THE FLAG LEGEND, AND THE SIGN-OFF
005220*    BLOCK, CLOSES THE REPORT, AND SETS RC=4 WHEN ANY ACTIVE
005230*    ID IS DORMANT.
005240*****************************************************************
005250 5000-TERMINATE.
005260     MOVE CM-BLANK-LINE TO RECERT-REPORT-LINE.
005270     WRITE RECERT-REPORT-LINE.
005280     MOVE "OPERATORS ON OPERMAST       = " TO CM-TL-LABEL.
005290     MOVE CM-OPERATORS-CT TO CM-TL-COUNT.
005300     PERFORM 5100-WRITE-TOTAL-LINE
005310         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005320     MOVE "  ACTIVE                    = " TO CM-TL-LABEL.
005330     MOVE CM-ACTIVE-CT TO CM-TL-COUNT.
005340     PERFORM 5100-WRITE-TOTAL-LINE
005350         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005360     MOVE "  SUPERVISOR AUTHORITY      = " TO CM-TL-LABEL.
005370     MOVE CM-SUPERVISOR-CT TO CM-TL-COUNT.
005380     PERFORM 5100-WRITE-TOTAL-LINE
005390         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005400     MOVE "  ACTIVE AND DORMANT        = " TO CM-TL-LABEL.
005410     MOVE CM-DORMANT-CT TO CM-TL-COUNT.
005420     PERFORM 5100-WRITE-TOTAL-LINE
005430         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005440     MOVE "  LOCKED                    = " TO CM-TL-LABEL.
005450     MOVE CM-LOCKED-CT TO CM-TL-COUNT.
005460     PERFORM 5100-WRITE-TOTAL-LINE
005470         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005480     MOVE "  ACTIVE, PASSWORD EXPIRED  = " TO CM-TL-LABEL.
005490     MOVE CM-EXPIRED-CT TO CM-TL-COUNT.
005500     PERFORM 5100-WRITE-TOTAL-LINE
005510         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005520     MOVE "AUDIT ROWS READ             = " TO CM-TL-LABEL.
005530     MOVE CM-ROWS-READ-CT TO CM-TL-COUNT.
005540     PERFORM 5100-WRITE-TOTAL-LINE
005550         THRU 5100-WRITE-TOTAL-LINE-EXIT.
005560     MOVE CM-BLANK-LINE TO RECERT-REPORT-LINE.
005570     WRITE RECERT-REPORT-LINE.
005580     MOVE CM-LEGEND-LINE-1 TO RECERT-REPORT-LINE.
005590     WRITE RECERT-REPORT-LINE.
005600     MOVE CM-LEGEND-LINE-2 TO RECERT-REPORT-LINE.
005610     WRITE RECERT-REPORT-LINE.
005620     MOVE CM-BLANK-LINE TO RECERT-REPORT-LINE.
005630     WRITE RECERT-REPORT-LINE.
005640     MOVE CM-SIGNOFF-LINE-1 TO RECERT-REPORT-LINE.
005650     WRITE RECERT-REPORT-LINE.
005660     MOVE CM-BLANK-LINE TO RECERT-REPORT-LINE.
005670     WRITE RECERT-REPORT-LINE.
005680     MOVE CM-SIGNOFF-LINE-2 TO RECERT-REPORT-LINE.
005690     WRITE RECERT-REPORT-LINE.
005700     CLOSE RECERT-REPORT-FILE.
005710     DISPLAY "OPRCERT: OPERATORS REPORTED = " CM-OPERATORS-CT.
005720     DISPLAY "OPRCERT: ACTIVE AND DORMANT = " CM-DORMANT-CT.
005730     IF CM-DORMANT-CT > ZERO
005740         AND RETURN-CODE < 04
005750         MOVE 04 TO RETURN-CODE
005760     END-IF.
005761     SET CM-RL-STEP-END TO TRUE.
005762     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
005763     MOVE "OPERATRS" TO CM-RL-KEY-COUNT-LABEL(1).
005764     MOVE CM-OPERATORS-CT TO CM-RL-KEY-COUNT(1).
005765     MOVE "DORMANT" TO CM-RL-KEY-COUNT-LABEL(2).
005766     MOVE CM-DORMANT-CT TO CM-RL-KEY-COUNT(2).
005767     MOVE "LOCKED" TO CM-RL-KEY-COUNT-LABEL(3).
005768     MOVE CM-LOCKED-CT TO CM-RL-KEY-COUNT(3).
005769     MOVE "EXPIRED" TO CM-RL-KEY-COUNT-LABEL(4).
005770     MOVE CM-EXPIRED-CT TO CM-RL-KEY-COUNT(4).
005771     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
005772 5000-TERMINATE-EXIT.
005780     EXIT.
005790*
005800*****************************************************************
005810*    5100-WRITE-TOTAL-LINE
005820*    WRITES ONE LABELLED COUNT.
005830*****************************************************************
005840 5100-WRITE-TOTAL-LINE.
005850     MOVE CM-TOTAL-LINE TO RECERT-REPORT-LINE.
005860     WRITE RECERT-REPORT-LINE.
005870 5100-WRITE-TOTAL-LINE-EXIT.
005880     EXIT.
