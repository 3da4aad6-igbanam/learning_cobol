000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPSRPT.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - MORNING OPERATIONS REPORT
000120*                  OFF THE SHARED RUN-CONTROL LOG (RUNCTL) THAT
000130*                  EVERY CSIS BATCH PROGRAM NOW WRITES THROUGH
000140*                  CMRUNLOG. FOR EACH BUSINESS DATE REPORTED IT
000150*                  FLAGS AT THE TOP ANY EXPECTED CSISBM01 STEP
000160*                  THAT NEVER RAN, NEVER LOGGED ITS END (A STOP
000170*                  OR AN ABEND), OR ENDED RC=8 OR WORSE, AND ANY
000180*                  OTHER LOGGED STEP THAT DID THE SAME; THEN
000190*                  LISTS EVERY STEP THAT RAN WITH ITS START AND
000200*                  END TIMES, RETURN CODE AND OUTCOME; THEN THE
000210*                  NIGHTLY CONTROLS - FEED BATCHES ACCEPTED,
000220*                  WHETHER RECONBAL BALANCED, THE EXTRACT RUN
000230*                  NUMBER AND AMOUNT, BILLACK'S OUTSTANDING
000240*                  COUNT, AND WHETHER PROCDATE ROLLED AND
000250*                  SYSSTAT REOPENED - SO THE MORNING SHIFT
000260*                  READS ONE PAGE INSTEAD OF A DOZEN SYSOUTS.
000270*                  THE OPSPARMS CARD MAY NAME THE BUSINESS DATE
000280*                  (COLUMNS 1-8) AND HOW MANY BUSINESS DATES TO
000290*                  REPORT UP TO IT (COLUMNS 9-10, AT MOST 7);
000300*                  WITHOUT ONE THE REPORT COVERS THE LATEST
000310*                  BUSINESS DATE CSISBM01 LOGGED. ANYTHING
000320*                  FLAGGED ENDS THE JOB RC=8.
000330*****************************************************************
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. CSIS-UL-IE.
000380 OBJECT-COMPUTER. CSIS-UL-IE.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CM-RUN-CONTROL-STATUS.
000440
000450     SELECT OPS-PARM-FILE ASSIGN TO "OPSPARMS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CM-PARM-STATUS.
000480
000490     SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CM-REPORT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-CONTROL-FILE
000560     RECORD CONTAINS 160 CHARACTERS.
000570 01  RUN-CONTROL-RECORD.
000580     COPY RUNCTL.
000590
000600 FD  OPS-PARM-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  OPS-PARM-RECORD.
000630     05  OP-REPORT-DATE              PIC X(08).
000640     05  OP-DATE-COUNT               PIC X(02).
000650     05  FILLER                      PIC X(70).
000660
000670 FD  OPS-REPORT-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  OPS-REPORT-LINE                 PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720*
000730*****************************************************************
000740*    FILE STATUS SWITCHES
000750*****************************************************************
000760 01  CM-RUN-CONTROL-STATUS           PIC X(02) VALUE ZEROS.
000770     88  CM-RUN-CONTROL-OK               VALUE "00".
000780
000790 01  CM-PARM-STATUS                  PIC X(02) VALUE ZEROS.
000800     88  CM-PARM-OK                      VALUE "00".
000810
000820 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
000830     88  CM-REPORT-OK                    VALUE "00".
000840*
000850*****************************************************************
000860*    PROGRAM SWITCHES
000870*****************************************************************
000880 01  CM-SWITCHES.
000890     05  CM-END-OF-FILE-SW           PIC X(01) VALUE "N".
000900         88  CM-END-OF-FILE              VALUE "Y".
000910     05  CM-DATE-FOUND-SW            PIC X(01) VALUE "N".
000920         88  CM-DATE-FOUND               VALUE "Y".
000930     05  CM-STEP-FOUND-SW            PIC X(01) VALUE "N".
000940         88  CM-STEP-FOUND               VALUE "Y".
000950     05  CM-SUPERSEDED-SW            PIC X(01) VALUE "N".
000960         88  CM-SUPERSEDED               VALUE "Y".
000970     05  CM-TABLE-FULL-SW            PIC X(01) VALUE "N".
000980         88  CM-TABLE-FULL               VALUE "Y".
000990*
001000*****************************************************************
001010*    THE NIGHTLY STEPS CSISBM01 IS EXPECTED TO LOG, IN RUN
001020*    ORDER - JOB, STEP, PROGRAM. THE IEBGENER COPY STEPS
001030*    CANNOT LOG AND ARE NOT LISTED.
001040*****************************************************************
001050 01  CM-EXPECTED-STEPS.
001060     05  FILLER                      PIC X(24)
001070         VALUE "CSISBM01STEP003 STATUPDT".
001080     05  FILLER                      PIC X(24)
001090         VALUE "CSISBM01STEP005 BATCHMUL".
001100     05  FILLER                      PIC X(24)
001110         VALUE "CSISBM01STEP010 BATCHMUL".
001120     05  FILLER                      PIC X(24)
001130         VALUE "CSISBM01STEP015 RECONBAL".
001140     05  FILLER                      PIC X(24)
001150         VALUE "CSISBM01STEP040 CSISBEXT".
001160     05  FILLER                      PIC X(24)
001170         VALUE "CSISBM01STEP041 MLTBKUP ".
001180     05  FILLER                      PIC X(24)
001190         VALUE "CSISBM01STEP042 GLJRNL  ".
001200     05  FILLER                      PIC X(24)
001210         VALUE "CSISBM01STEP045 STATUPDT".
001220     05  FILLER                      PIC X(24)
001230         VALUE "CSISBM01STEP050 STATRPT ".
001240     05  FILLER                      PIC X(24)
001250         VALUE "CSISBM01STEP055 CREDRPT ".
001260     05  FILLER                      PIC X(24)
001270         VALUE "CSISBM01STEP060 CALROLL ".
001280 01  CM-EXPECTED-STEP-TABLE REDEFINES CM-EXPECTED-STEPS.
001290     05  CM-EXPECTED-ENTRY OCCURS 11 TIMES.
001300         10  CM-EX-JOB-NAME          PIC X(08).
001310         10  CM-EX-STEP-NAME         PIC X(08).
001320         10  CM-EX-PROGRAM-ID        PIC X(08).
001330
001340 01  CM-EXPECTED-MAX                 PIC 9(02) COMP VALUE 11.
001350 01  CM-NIGHTLY-JOB                  PIC X(08) VALUE "CSISBM01".
001360*
001370*****************************************************************
001380*    THE BUSINESS DATES BEING REPORTED, OLDEST FIRST, EACH
001390*    WITH THE BILLACK RUN THAT MATCHED ITS EXTRACT - THE FIRST
001400*    CSISBACK END ROW LOGGED UNDER A LATER BUSINESS DATE, SINCE
001410*    CSISBA01 RUNS THE MORNING AFTER, ONCE PROCDATE HAS ROLLED.
001420*****************************************************************
001430 01  CM-DATE-TABLE.
001440     05  CM-DATE-ENTRY-CT            PIC 9(02) COMP VALUE ZERO.
001450     05  CM-DATE-ENTRY OCCURS 7 TIMES.
001460         10  CM-DT-BUSINESS-DATE     PIC 9(08).
001470         10  CM-DT-ACK-FOUND-SW      PIC X(01).
001480             88  CM-DT-ACK-FOUND         VALUE "Y".
001490         10  CM-DT-ACK-BUSINESS-DATE PIC 9(08).
001500         10  CM-DT-ACK-RETURN-CODE   PIC 9(04).
001510         10  CM-DT-ACK-OUTSTANDING   PIC 9(09).
001520         10  CM-DT-ACK-OVER-AGE      PIC 9(09).
001530         10  CM-DT-FLAG-CT           PIC 9(04) COMP.
001540
001550 01  CM-DATE-MAX                     PIC 9(02) COMP VALUE 7.
001560 01  CM-DATES-WANTED                 PIC 9(02) COMP VALUE 1.
001570 01  CM-TARGET-DATE                  PIC 9(08) VALUE 99999999.
001580 01  CM-CARD-DATE                    PIC 9(08) VALUE ZERO.
001590 01  CM-LOW-DATE-IX                  PIC 9(02) COMP VALUE ZERO.
001600 01  CM-SWAP-ENTRY                   PIC X(47) VALUE SPACES.
001610*
001620*****************************************************************
001630*    EVERY STEP ATTEMPT LOGGED UNDER A REPORTED DATE, IN LOG
001640*    ORDER. A RERUN IS A SECOND ENTRY FOR THE SAME JOB AND
001650*    STEP; THE LATEST ATTEMPT IS THE ONE THAT COUNTS.
001660*****************************************************************
001670 01  CM-STEP-TABLE.
001680     05  CM-STEP-ENTRY-CT            PIC 9(04) COMP VALUE ZERO.
001690     05  CM-STEP-ENTRY OCCURS 300 TIMES.
001700         10  CM-ST-BUSINESS-DATE     PIC 9(08).
001710         10  CM-ST-JOB-NAME          PIC X(08).
001720         10  CM-ST-STEP-NAME         PIC X(08).
001730         10  CM-ST-PROGRAM-ID        PIC X(08).
001740         10  CM-ST-START-DATE        PIC 9(08).
001750         10  CM-ST-START-TIME        PIC 9(06).
001760         10  CM-ST-ENDED-SW          PIC X(01).
001770             88  CM-ST-ENDED             VALUE "Y".
001780         10  CM-ST-END-TIME          PIC 9(06).
001790         10  CM-ST-RETURN-CODE       PIC 9(04).
001800         10  CM-ST-KEY-TEXT          PIC X(08).
001810         10  CM-ST-KEY-AMOUNT        PIC S9(11)V99.
001820         10  CM-ST-KEY-COUNT         PIC 9(09) OCCURS 4 TIMES.
001830
001840 01  CM-STEP-MAX                     PIC 9(04) COMP VALUE 300.
001850*
001860*****************************************************************
001870*    SUBSCRIPTS AND SEARCH ARGUMENTS
001880*****************************************************************
001890 01  CM-SUBSCRIPTS.
001900     05  CM-DATE-IX                  PIC 9(02) COMP VALUE ZERO.
001910     05  CM-SORT-IX                  PIC 9(02) COMP VALUE ZERO.
001920     05  CM-SORT-JX                  PIC 9(02) COMP VALUE ZERO.
001930     05  CM-EXPECT-IX                PIC 9(02) COMP VALUE ZERO.
001940     05  CM-STEP-IX                  PIC 9(04) COMP VALUE ZERO.
001950     05  CM-LATER-IX                 PIC 9(04) COMP VALUE ZERO.
001960     05  CM-FOUND-IX                 PIC 9(04) COMP VALUE ZERO.
001970     05  CM-COUNT-IX                 PIC 9(02) COMP VALUE ZERO.
001980
001990 01  CM-FIND-ARGUMENTS.
002000     05  CM-FIND-DATE                PIC 9(08) VALUE ZERO.
002010     05  CM-FIND-JOB-NAME            PIC X(08) VALUE SPACES.
002020     05  CM-FIND-STEP-NAME           PIC X(08) VALUE SPACES.
002030*
002040*****************************************************************
002050*    WORK AREAS AND COUNTERS
002060*****************************************************************
002070 01  CM-RUN-DATE                     PIC 9(08) VALUE ZERO.
002080 01  CM-OUTCOME                      PIC X(20) VALUE SPACES.
002090 01  CM-FLAG-REASON                  PIC X(44) VALUE SPACES.
002100
002110 01  CM-TIME-WORK                    PIC 9(06) VALUE ZERO.
002120 01  CM-TIME-PARTS REDEFINES CM-TIME-WORK.
002130     05  CM-TW-HH                    PIC 9(02).
002140     05  CM-TW-MM                    PIC 9(02).
002150     05  CM-TW-SS                    PIC 9(02).
002160
002170 01  CM-TIME-EDIT.
002180     05  CM-TE-HH                    PIC 9(02).
002190     05  FILLER                      PIC X(01) VALUE ":".
002200     05  CM-TE-MM                    PIC 9(02).
002210     05  FILLER                      PIC X(01) VALUE ":".
002220     05  CM-TE-SS                    PIC 9(02).
002230
002240 01  CM-COUNTERS.
002250     05  CM-ROWS-READ-CT             PIC 9(08) COMP VALUE ZERO.
002260     05  CM-ROWS-KEPT-CT             PIC 9(08) COMP VALUE ZERO.
002270     05  CM-FLAG-CT                  PIC 9(06) COMP VALUE ZERO.
002280*
002290*****************************************************************
002300*    REPORT LINE LAYOUTS
002310*****************************************************************
002320 01  CM-REPORT-HEADING-1.
002330     05  FILLER                      PIC X(36)
002340         VALUE "CSIS MORNING OPERATIONS REPORT".
002350     05  FILLER                      PIC X(16)
002360         VALUE "BUSINESS DATE = ".
002370     05  CM-RH-BUSINESS-DATE         PIC 9(08).
002380     05  FILLER                      PIC X(03) VALUE SPACES.
002390     05  FILLER                      PIC X(09)
002400         VALUE "PRINTED  ".
002410     05  CM-RH-RUN-DATE              PIC 9(08).
002420
002430 01  CM-SECTION-HEADING.
002440     05  CM-SH-TEXT                  PIC X(80).
002450
002460 01  CM-FLAG-LINE.
002470     05  FILLER                      PIC X(05) VALUE " *** ".
002480     05  CM-FL-JOB-NAME              PIC X(08).
002490     05  FILLER                      PIC X(01) VALUE SPACES.
002500     05  CM-FL-STEP-NAME             PIC X(08).
002510     05  FILLER                      PIC X(01) VALUE SPACES.
002520     05  CM-FL-PROGRAM-ID            PIC X(08).
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540     05  CM-FL-REASON                PIC X(44).
002550     05  FILLER                      PIC X(03) VALUE SPACES.
002560
002570 01  CM-STEP-COLUMN-HEADING.
002580     05  FILLER                      PIC X(45)
002590         VALUE "JOB      STEP     PROGRAM  STARTED  START".
002600     05  FILLER                      PIC X(35)
002610         VALUE "ENDED    RC    OUTCOME".
002620
002630 01  CM-STEP-LINE.
002640     05  CM-SL-JOB-NAME              PIC X(08).
002650     05  FILLER                      PIC X(01) VALUE SPACES.
002660     05  CM-SL-STEP-NAME             PIC X(08).
002670     05  FILLER                      PIC X(01) VALUE SPACES.
002680     05  CM-SL-PROGRAM-ID            PIC X(08).
002690     05  FILLER                      PIC X(01) VALUE SPACES.
002700     05  CM-SL-START-DATE            PIC 9(08).
002710     05  FILLER                      PIC X(01) VALUE SPACES.
002720     05  CM-SL-START-TIME            PIC X(08).
002730     05  FILLER                      PIC X(01) VALUE SPACES.
002740     05  CM-SL-END-TIME              PIC X(08).
002750     05  FILLER                      PIC X(01) VALUE SPACES.
002760     05  CM-SL-RETURN-CODE           PIC X(04).
002770     05  FILLER                      PIC X(02) VALUE SPACES.
002780     05  CM-SL-OUTCOME               PIC X(20).
002790
002800 01  CM-COUNT-LINE.
002810     05  FILLER                      PIC X(01) VALUE SPACES.
002820     05  CM-CL-LABEL                 PIC X(36).
002830     05  CM-CL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
002840     05  FILLER                      PIC X(02) VALUE SPACES.
002850     05  CM-CL-NOTE                  PIC X(30).
002860
002870 01  CM-AMOUNT-LINE.
002880     05  FILLER                      PIC X(01) VALUE SPACES.
002890     05  CM-AL-LABEL                 PIC X(36).
002900     05  CM-AL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002910     05  FILLER                      PIC X(25) VALUE SPACES.
002920
002930 01  CM-TEXT-LINE.
002940     05  FILLER                      PIC X(01) VALUE SPACES.
002950     05  CM-TL-LABEL                 PIC X(36).
002960     05  CM-TL-TEXT                  PIC X(43).
002970
002980 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
002990*
003000*****************************************************************
003010*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
003020*****************************************************************
003030 01  CM-RUN-LOG-PARMS.
003040     COPY RUNPARM.
003050
003060 PROCEDURE DIVISION.
003070*
003080*****************************************************************
003090*    0000-MAINLINE
003100*    PICKS THE BUSINESS DATES, LOADS THEIR STEPS OFF THE LOG,
003110*    AND PRINTS ONE SECTION PER DATE.
003120*****************************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-INITIALIZE-EXIT.
003160     PERFORM 2000-FIND-REPORT-DATES
003170         THRU 2000-FIND-REPORT-DATES-EXIT.
003180     PERFORM 3000-LOAD-STEPS
003190         THRU 3000-LOAD-STEPS-EXIT.
003200     PERFORM 4000-PRINT-DATE
003210         THRU 4000-PRINT-DATE-EXIT
003220         VARYING CM-DATE-IX FROM 1 BY 1
003230         UNTIL CM-DATE-IX > CM-DATE-ENTRY-CT.
003240     PERFORM 9000-TERMINATE
003250         THRU 9000-TERMINATE-EXIT.
003260     STOP RUN.
003270*
003280*****************************************************************
003290*    1000-INITIALIZE
003300*    READS THE OPSPARMS CARD AND OPENS THE REPORT.
003310*****************************************************************
003320 1000-INITIALIZE.
003330     INITIALIZE CM-RUN-LOG-PARMS.
003340     MOVE "OPSRPT" TO CM-RL-PROGRAM-ID.
003350     SET CM-RL-STEP-START TO TRUE.
003360     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
003370     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
003380     PERFORM 1100-GET-REPORT-CARD
003390         THRU 1100-GET-REPORT-CARD-EXIT.
003400     OPEN OUTPUT OPS-REPORT-FILE.
003410     IF NOT CM-REPORT-OK
003420         DISPLAY "OPSRPT: UNABLE TO OPEN OPSRPT, "
003430                 "STATUS = " CM-REPORT-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490*
003500*****************************************************************
003510*    1100-GET-REPORT-CARD
003520*    READS THE OPSPARMS CARD, IF SUPPLIED - A NUMERIC BUSINESS
003530*    DATE TO REPORT, AND A NUMERIC COUNT OF BUSINESS DATES UP
003540*    TO IT, CAPPED AT THE TABLE SIZE. A MISSING OR NONNUMERIC
003550*    DATE REPORTS THE LATEST NIGHT ON THE LOG; A MISSING OR
003560*    NONNUMERIC COUNT REPORTS ONE DATE.
003570*****************************************************************
003580 1100-GET-REPORT-CARD.
003590     OPEN INPUT OPS-PARM-FILE.
003600     IF NOT CM-PARM-OK
003610         GO TO 1100-GET-REPORT-CARD-EXIT
003620     END-IF.
003630     READ OPS-PARM-FILE
003640         AT END
003650             CLOSE OPS-PARM-FILE
003660             GO TO 1100-GET-REPORT-CARD-EXIT
003670     END-READ.
003680     IF OP-REPORT-DATE NUMERIC
003690         MOVE OP-REPORT-DATE TO CM-CARD-DATE
003700         MOVE CM-CARD-DATE TO CM-TARGET-DATE
003710     END-IF.
003720     IF OP-DATE-COUNT NUMERIC
003730         MOVE OP-DATE-COUNT TO CM-DATES-WANTED
003740     END-IF.
003750     IF CM-DATES-WANTED > CM-DATE-MAX
003760         MOVE CM-DATE-MAX TO CM-DATES-WANTED
003770     END-IF.
003780     IF CM-DATES-WANTED = ZERO
003790         MOVE 1 TO CM-DATES-WANTED
003800     END-IF.
003810     CLOSE OPS-PARM-FILE.
003820 1100-GET-REPORT-CARD-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860*    2000-FIND-REPORT-DATES
003870*    FIRST PASS OVER THE LOG - KEEPS THE LATEST BUSINESS DATES
003880*    CSISBM01 LOGGED AT OR BEFORE THE TARGET DATE. A DATE NAMED
003890*    ON THE CARD IS ALWAYS REPORTED, EVEN IF CSISBM01 NEVER
003900*    LOGGED IT, SINCE A NIGHT THAT NEVER RAN IS EXACTLY WHAT
003910*    THE REPORT MUST SHOW. THE DATES ARE THEN PUT OLDEST FIRST.
003920*****************************************************************
003930 2000-FIND-REPORT-DATES.
003940     OPEN INPUT RUN-CONTROL-FILE.
003950     IF NOT CM-RUN-CONTROL-OK
003960         DISPLAY "OPSRPT: UNABLE TO OPEN RUNCTL, "
003970                 "STATUS = " CM-RUN-CONTROL-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     MOVE "N" TO CM-END-OF-FILE-SW.
004020     PERFORM 2100-SCAN-DATE-ROW
004030         THRU 2100-SCAN-DATE-ROW-EXIT
004040         UNTIL CM-END-OF-FILE.
004050     CLOSE RUN-CONTROL-FILE.
004060     IF CM-CARD-DATE NOT = ZERO
004070         MOVE CM-CARD-DATE TO CM-FIND-DATE
004080         PERFORM 2200-NOTE-DATE
004090             THRU 2200-NOTE-DATE-EXIT
004100     END-IF.
004110     PERFORM 2400-SORT-DATES
004120         THRU 2400-SORT-DATES-EXIT
004130         VARYING CM-SORT-IX FROM 1 BY 1
004140         UNTIL CM-SORT-IX >= CM-DATE-ENTRY-CT.
004150 2000-FIND-REPORT-DATES-EXIT.
004160     EXIT.
004170*
004180*****************************************************************
004190*    2100-SCAN-DATE-ROW
004200*    READS ONE LOG ROW AND NOTES ITS BUSINESS DATE WHEN IT IS A
004210*    CSISBM01 ROW AT OR BEFORE THE TARGET DATE.
004220*****************************************************************
004230 2100-SCAN-DATE-ROW.
004240     READ RUN-CONTROL-FILE
004250         AT END
004260             SET CM-END-OF-FILE TO TRUE
004270             GO TO 2100-SCAN-DATE-ROW-EXIT
004280     END-READ.
004290     ADD 1 TO CM-ROWS-READ-CT.
004300     IF RL-JOB-NAME NOT = CM-NIGHTLY-JOB
004310         OR RL-BUSINESS-DATE NOT NUMERIC
004320         OR RL-BUSINESS-DATE > CM-TARGET-DATE
004330         GO TO 2100-SCAN-DATE-ROW-EXIT
004340     END-IF.
004350     MOVE RL-BUSINESS-DATE TO CM-FIND-DATE.
004360     PERFORM 2200-NOTE-DATE
004370         THRU 2200-NOTE-DATE-EXIT.
004380 2100-SCAN-DATE-ROW-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420*    2200-NOTE-DATE
004430*    ADDS CM-FIND-DATE TO THE DATE TABLE IF IT IS NOT THERE -
004440*    WHEN THE TABLE HOLDS THE WANTED COUNT, THE DATE REPLACES
004450*    THE OLDEST ENTRY IF IT IS LATER.
004460*****************************************************************
004470 2200-NOTE-DATE.
004480     MOVE "N" TO CM-DATE-FOUND-SW.
004490     PERFORM 2210-MATCH-DATE
004500         THRU 2210-MATCH-DATE-EXIT
004510         VARYING CM-DATE-IX FROM 1 BY 1
004520         UNTIL CM-DATE-IX > CM-DATE-ENTRY-CT
004530         OR CM-DATE-FOUND.
004540     IF CM-DATE-FOUND
004550         GO TO 2200-NOTE-DATE-EXIT
004560     END-IF.
004570     IF CM-DATE-ENTRY-CT < CM-DATES-WANTED
004580         ADD 1 TO CM-DATE-ENTRY-CT
004590         MOVE CM-DATE-ENTRY-CT TO CM-LOW-DATE-IX
004600     ELSE
004610         MOVE 1 TO CM-LOW-DATE-IX
004620         PERFORM 2220-FIND-OLDEST-DATE
004630             THRU 2220-FIND-OLDEST-DATE-EXIT
004640             VARYING CM-DATE-IX FROM 2 BY 1
004650             UNTIL CM-DATE-IX > CM-DATE-ENTRY-CT
004660         IF CM-FIND-DATE <
004670             CM-DT-BUSINESS-DATE (CM-LOW-DATE-IX)
004680             GO TO 2200-NOTE-DATE-EXIT
004690         END-IF
004700     END-IF.
004710     MOVE CM-FIND-DATE TO CM-DT-BUSINESS-DATE (CM-LOW-DATE-IX).
004720     MOVE "N" TO CM-DT-ACK-FOUND-SW (CM-LOW-DATE-IX).
004730     MOVE ZERO TO CM-DT-ACK-BUSINESS-DATE (CM-LOW-DATE-IX)
004740                  CM-DT-ACK-RETURN-CODE (CM-LOW-DATE-IX)
004750                  CM-DT-ACK-OUTSTANDING (CM-LOW-DATE-IX)
004760                  CM-DT-ACK-OVER-AGE (CM-LOW-DATE-IX)
004770                  CM-DT-FLAG-CT (CM-LOW-DATE-IX).
004780 2200-NOTE-DATE-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*    2210-MATCH-DATE
004830*    SETS CM-DATE-FOUND WHEN THE DATE ENTRY AT CM-DATE-IX IS
004840*    CM-FIND-DATE.
004850*****************************************************************
004860 2210-MATCH-DATE.
004870     IF CM-DT-BUSINESS-DATE (CM-DATE-IX) = CM-FIND-DATE
004880         SET CM-DATE-FOUND TO TRUE
004890     END-IF.
004900 2210-MATCH-DATE-EXIT.
004910     EXIT.
004920*
004930*****************************************************************
004940*    2220-FIND-OLDEST-DATE
004950*    KEEPS IN CM-LOW-DATE-IX WHICHEVER OF IT AND THE ENTRY AT
004960*    CM-DATE-IX HOLDS THE OLDER DATE.
004970*****************************************************************
004980 2220-FIND-OLDEST-DATE.
004990     IF CM-DT-BUSINESS-DATE (CM-DATE-IX) <
005000         CM-DT-BUSINESS-DATE (CM-LOW-DATE-IX)
005010         MOVE CM-DATE-IX TO CM-LOW-DATE-IX
005020     END-IF.
005030 2220-FIND-OLDEST-DATE-EXIT.
005040     EXIT.
005050*
005060*****************************************************************
005070*    2400-SORT-DATES
005080*    ONE PASS OF A SELECTION SORT - MOVES THE OLDEST OF THE
005090*    REMAINING DATES INTO POSITION CM-SORT-IX. SEVEN ENTRIES
005100*    AT MOST, SO NOTHING CLEVERER IS CALLED FOR.
005110*****************************************************************
005120 2400-SORT-DATES.
005130     MOVE CM-SORT-IX TO CM-LOW-DATE-IX.
005140     COMPUTE CM-SORT-JX = CM-SORT-IX + 1.
005150     PERFORM 2220-FIND-OLDEST-DATE
005160         THRU 2220-FIND-OLDEST-DATE-EXIT
005170         VARYING CM-DATE-IX FROM CM-SORT-JX BY 1
005180         UNTIL CM-DATE-IX > CM-DATE-ENTRY-CT.
005190     IF CM-LOW-DATE-IX NOT = CM-SORT-IX
005200         MOVE CM-DATE-ENTRY (CM-SORT-IX) TO CM-SWAP-ENTRY
005210         MOVE CM-DATE-ENTRY (CM-LOW-DATE-IX)
005220             TO CM-DATE-ENTRY (CM-SORT-IX)
005230         MOVE CM-SWAP-ENTRY TO CM-DATE-ENTRY (CM-LOW-DATE-IX)
005240     END-IF.
005250 2400-SORT-DATES-EXIT.
005260     EXIT.
005270*
005280*****************************************************************
005290*    3000-LOAD-STEPS
005300*    SECOND PASS OVER THE LOG - LOADS EVERY STEP ATTEMPT UNDER
005310*    A REPORTED DATE INTO THE STEP TABLE AND FINDS EACH DATE'S
005320*    BILLACK RUN.
005330*****************************************************************
005340 3000-LOAD-STEPS.
005350     IF CM-DATE-ENTRY-CT = ZERO
005360         GO TO 3000-LOAD-STEPS-EXIT
005370     END-IF.
005380     OPEN INPUT RUN-CONTROL-FILE.
005390     IF NOT CM-RUN-CONTROL-OK
005400         DISPLAY "OPSRPT: UNABLE TO REOPEN RUNCTL, "
005410                 "STATUS = " CM-RUN-CONTROL-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450     MOVE "N" TO CM-END-OF-FILE-SW.
005460     PERFORM 3100-LOAD-STEP-ROW
005470         THRU 3100-LOAD-STEP-ROW-EXIT
005480         UNTIL CM-END-OF-FILE.
005490     CLOSE RUN-CONTROL-FILE.
005500 3000-LOAD-STEPS-EXIT.
005510     EXIT.
005520*
005530*****************************************************************
005540*    3100-LOAD-STEP-ROW
005550*    READS ONE LOG ROW. A CSISBACK END ROW IS TRIED AS THE
005560*    ACKNOWLEDGMENT MATCH FOR EACH DATE; A ROW UNDER A REPORTED
005570*    DATE THEN OPENS OR CLOSES A STEP ENTRY.
005580*****************************************************************
005590 3100-LOAD-STEP-ROW.
005600     READ RUN-CONTROL-FILE
005610         AT END
005620             SET CM-END-OF-FILE TO TRUE
005630             GO TO 3100-LOAD-STEP-ROW-EXIT
005640     END-READ.
005650     IF RL-BUSINESS-DATE NOT NUMERIC
005660         GO TO 3100-LOAD-STEP-ROW-EXIT
005670     END-IF.
005680     IF RL-END-ROW AND RL-PROGRAM-ID = "CSISBACK"
005690         PERFORM 3400-MATCH-ACK-RUN
005700             THRU 3400-MATCH-ACK-RUN-EXIT
005710             VARYING CM-DATE-IX FROM 1 BY 1
005720             UNTIL CM-DATE-IX > CM-DATE-ENTRY-CT
005730     END-IF.
005740     MOVE RL-BUSINESS-DATE TO CM-FIND-DATE.
005750     MOVE "N" TO CM-DATE-FOUND-SW.
005760     PERFORM 2210-MATCH-DATE
005770         THRU 2210-MATCH-DATE-EXIT
005780         VARYING CM-DATE-IX FROM 1 BY 1
005790         UNTIL CM-DATE-IX > CM-DATE-ENTRY-CT
005800         OR CM-DATE-FOUND.
005810     IF NOT CM-DATE-FOUND
005820         GO TO 3100-LOAD-STEP-ROW-EXIT
005830     END-IF.
005840     ADD 1 TO CM-ROWS-KEPT-CT.
005850     IF RL-START-ROW
005860         PERFORM 3200-ADD-STEP
005870             THRU 3200-ADD-STEP-EXIT
005880     ELSE
005890         PERFORM 3300-END-STEP
005900             THRU 3300-END-STEP-EXIT
005910     END-IF.
005920 3100-LOAD-STEP-ROW-EXIT.
005930     EXIT.
005940*
005950*****************************************************************
005960*    3200-ADD-STEP
005970*    OPENS A NEW STEP ENTRY FROM A START ROW. A FULL TABLE IS
005980*    REPORTED ON THE PAGE RATHER THAN ABORTING THE REPORT.
005990*****************************************************************
006000 3200-ADD-STEP.
006010     IF CM-STEP-ENTRY-CT >= CM-STEP-MAX
006020         SET CM-TABLE-FULL TO TRUE
006030         GO TO 3200-ADD-STEP-EXIT
006040     END-IF.
006050     ADD 1 TO CM-STEP-ENTRY-CT.
006060     MOVE CM-STEP-ENTRY-CT TO CM-STEP-IX.
006070     MOVE RL-BUSINESS-DATE TO CM-ST-BUSINESS-DATE (CM-STEP-IX).
006080     MOVE RL-JOB-NAME TO CM-ST-JOB-NAME (CM-STEP-IX).
006090     MOVE RL-STEP-NAME TO CM-ST-STEP-NAME (CM-STEP-IX).
006100     MOVE RL-PROGRAM-ID TO CM-ST-PROGRAM-ID (CM-STEP-IX).
006110     MOVE RL-START-DATE TO CM-ST-START-DATE (CM-STEP-IX).
006120     MOVE RL-START-TIME TO CM-ST-START-TIME (CM-STEP-IX).
006130     MOVE "N" TO CM-ST-ENDED-SW (CM-STEP-IX).
006140     MOVE ZERO TO CM-ST-END-TIME (CM-STEP-IX)
006150                  CM-ST-RETURN-CODE (CM-STEP-IX)
006160                  CM-ST-KEY-AMOUNT (CM-STEP-IX).
006170     MOVE SPACES TO CM-ST-KEY-TEXT (CM-STEP-IX).
006180     PERFORM 3210-CLEAR-COUNT
006190         THRU 3210-CLEAR-COUNT-EXIT
006200         VARYING CM-COUNT-IX FROM 1 BY 1
006210         UNTIL CM-COUNT-IX > 4.
006220 3200-ADD-STEP-EXIT.
006230     EXIT.
006240*
006250*****************************************************************
006260*    3210-CLEAR-COUNT
006270*    ZEROES ONE KEY COUNT ON THE NEW STEP ENTRY.
006280*****************************************************************
006290 3210-CLEAR-COUNT.
006300     MOVE ZERO TO CM-ST-KEY-COUNT (CM-STEP-IX, CM-COUNT-IX).
006310 3210-CLEAR-COUNT-EXIT.
006320     EXIT.
006330*
006340*****************************************************************
006350*    3300-END-STEP
006360*    CLOSES THE STEP ENTRY AN END ROW BELONGS TO - SAME JOB,
006370*    STEP, PROGRAM AND START STAMP. AN END ROW WHOSE START ROW
006380*    WAS NEVER WRITTEN OPENS ITS OWN ENTRY.
006390*****************************************************************
006400 3300-END-STEP.
006410     MOVE "N" TO CM-STEP-FOUND-SW.
006420     PERFORM 3310-MATCH-START
006430         THRU 3310-MATCH-START-EXIT
006440         VARYING CM-STEP-IX FROM CM-STEP-ENTRY-CT BY -1
006450         UNTIL CM-STEP-IX < 1
006460         OR CM-STEP-FOUND.
006470     IF CM-STEP-FOUND
006480         ADD 1 TO CM-STEP-IX
006490     ELSE
006500         PERFORM 3200-ADD-STEP
006510             THRU 3200-ADD-STEP-EXIT
006520         IF CM-TABLE-FULL
006530             GO TO 3300-END-STEP-EXIT
006540         END-IF
006550     END-IF.
006560     SET CM-ST-ENDED (CM-STEP-IX) TO TRUE.
006570     MOVE RL-END-TIME TO CM-ST-END-TIME (CM-STEP-IX).
006580     MOVE RL-RETURN-CODE TO CM-ST-RETURN-CODE (CM-STEP-IX).
006590     MOVE RL-KEY-TEXT TO CM-ST-KEY-TEXT (CM-STEP-IX).
006600     MOVE RL-KEY-AMOUNT TO CM-ST-KEY-AMOUNT (CM-STEP-IX).
006610     PERFORM 3320-MOVE-COUNT
006620         THRU 3320-MOVE-COUNT-EXIT
006630         VARYING CM-COUNT-IX FROM 1 BY 1
006640         UNTIL CM-COUNT-IX > 4.
006650 3300-END-STEP-EXIT.
006660     EXIT.
006670*
006680*****************************************************************
006690*    3310-MATCH-START
006700*    SETS CM-STEP-FOUND WHEN THE ENTRY AT CM-STEP-IX IS STILL
006710*    OPEN AND CARRIES THE END ROW'S JOB, STEP, PROGRAM AND
006720*    START STAMP.
006730*****************************************************************
006740 3310-MATCH-START.
006750     IF CM-ST-JOB-NAME (CM-STEP-IX) = RL-JOB-NAME
006760         AND CM-ST-STEP-NAME (CM-STEP-IX) = RL-STEP-NAME
006770         AND CM-ST-PROGRAM-ID (CM-STEP-IX) = RL-PROGRAM-ID
006780         AND CM-ST-START-DATE (CM-STEP-IX) = RL-START-DATE
006790         AND CM-ST-START-TIME (CM-STEP-IX) = RL-START-TIME
006800         AND NOT CM-ST-ENDED (CM-STEP-IX)
006810         SET CM-STEP-FOUND TO TRUE
006820     END-IF.
006830 3310-MATCH-START-EXIT.
006840     EXIT.
006850*
006860*****************************************************************
006870*    3320-MOVE-COUNT
006880*    COPIES ONE KEY COUNT FROM THE END ROW ONTO THE STEP ENTRY.
006890*****************************************************************
006900 3320-MOVE-COUNT.
006910     MOVE RL-KEY-COUNT (CM-COUNT-IX)
006920         TO CM-ST-KEY-COUNT (CM-STEP-IX, CM-COUNT-IX).
006930 3320-MOVE-COUNT-EXIT.
006940     EXIT.
006950*
006960*****************************************************************
006970*    3400-MATCH-ACK-RUN
006980*    A CSISBACK END ROW LOGGED UNDER A LATER BUSINESS DATE IS
006990*    THE ACKNOWLEDGMENT MATCH FOR THE REPORTED NIGHT'S EXTRACT
007000*    - THE FIRST SUCH ROW ON THE LOG IS KEPT.
007010*****************************************************************
007020 3400-MATCH-ACK-RUN.
007030     IF CM-DT-ACK-FOUND (CM-DATE-IX)
007040         OR RL-BUSINESS-DATE NOT >
007050            CM-DT-BUSINESS-DATE (CM-DATE-IX)
007060         GO TO 3400-MATCH-ACK-RUN-EXIT
007070     END-IF.
007080     SET CM-DT-ACK-FOUND (CM-DATE-IX) TO TRUE.
007090     MOVE RL-BUSINESS-DATE
007100         TO CM-DT-ACK-BUSINESS-DATE (CM-DATE-IX).
007110     MOVE RL-RETURN-CODE TO CM-DT-ACK-RETURN-CODE (CM-DATE-IX).
007120     MOVE RL-KEY-COUNT (1) TO CM-DT-ACK-OUTSTANDING (CM-DATE-IX).
007130     MOVE RL-KEY-COUNT (2) TO CM-DT-ACK-OVER-AGE (CM-DATE-IX).
007140 3400-MATCH-ACK-RUN-EXIT.
007150     EXIT.
007160*
007170*****************************************************************
007180*    4000-PRINT-DATE
007190*    ONE SECTION PER BUSINESS DATE - THE FLAGS, THE STEPS RUN,
007200*    AND THE NIGHTLY CONTROLS.
007210*****************************************************************
007220 4000-PRINT-DATE.
007230     MOVE CM-DT-BUSINESS-DATE (CM-DATE-IX) TO CM-FIND-DATE.
007240     MOVE CM-FIND-DATE TO CM-RH-BUSINESS-DATE.
007250     MOVE CM-RUN-DATE TO CM-RH-RUN-DATE.
007260     MOVE CM-REPORT-HEADING-1 TO OPS-REPORT-LINE.
007270     WRITE OPS-REPORT-LINE.
007280     MOVE CM-BLANK-LINE TO OPS-REPORT-LINE.
007290     WRITE OPS-REPORT-LINE.
007300     PERFORM 4100-PRINT-FLAGS
007310         THRU 4100-PRINT-FLAGS-EXIT.
007320     PERFORM 4200-PRINT-STEPS
007330         THRU 4200-PRINT-STEPS-EXIT.
007340     PERFORM 4300-PRINT-CONTROLS
007350         THRU 4300-PRINT-CONTROLS-EXIT.
007360     MOVE CM-BLANK-LINE TO OPS-REPORT-LINE.
007370     WRITE OPS-REPORT-LINE.
007380     WRITE OPS-REPORT-LINE.
007390 4000-PRINT-DATE-EXIT.
007400     EXIT.
007410*
007420*****************************************************************
007430*    4100-PRINT-FLAGS
007440*    EVERY EXPECTED CSISBM01 STEP, THEN EVERY OTHER STEP
007450*    LOGGED ON THE DATE, IS CHECKED ON ITS LATEST ATTEMPT -
007460*    NOT RUN, NO END ROW, OR RC=8 OR WORSE IS FLAGGED.
007470*****************************************************************
007480 4100-PRINT-FLAGS.
007490     MOVE "NEEDS ATTENTION" TO CM-SH-TEXT.
007500     MOVE CM-SECTION-HEADING TO OPS-REPORT-LINE.
007510     WRITE OPS-REPORT-LINE.
007520     PERFORM 4110-CHECK-EXPECTED-STEP
007530         THRU 4110-CHECK-EXPECTED-STEP-EXIT
007540         VARYING CM-EXPECT-IX FROM 1 BY 1
007550         UNTIL CM-EXPECT-IX > CM-EXPECTED-MAX.
007560     PERFORM 4120-CHECK-OTHER-STEP
007570         THRU 4120-CHECK-OTHER-STEP-EXIT
007580         VARYING CM-STEP-IX FROM 1 BY 1
007590         UNTIL CM-STEP-IX > CM-STEP-ENTRY-CT.
007600     IF CM-TABLE-FULL
007610         MOVE SPACES TO CM-FL-JOB-NAME CM-FL-STEP-NAME
007620                        CM-FL-PROGRAM-ID
007630         MOVE "STEP TABLE FULL - LATER ROWS NOT REPORTED"
007640             TO CM-FL-REASON
007650         PERFORM 4150-WRITE-FLAG
007660             THRU 4150-WRITE-FLAG-EXIT
007670     END-IF.
007680     IF CM-DT-FLAG-CT (CM-DATE-IX) = ZERO
007690         MOVE "  NONE - EVERY EXPECTED STEP RAN AND ENDED CLEAN"
007700             TO CM-SH-TEXT
007710         MOVE CM-SECTION-HEADING TO OPS-REPORT-LINE
007720         WRITE OPS-REPORT-LINE
007730     END-IF.
007740     MOVE CM-BLANK-LINE TO OPS-REPORT-LINE.
007750     WRITE OPS-REPORT-LINE.
007760 4100-PRINT-FLAGS-EXIT.
007770     EXIT.
007780*
007790*****************************************************************
007800*    4110-CHECK-EXPECTED-STEP
007810*    FLAGS ONE EXPECTED CSISBM01 STEP AS NOT RUN, OR CHECKS ITS
007820*    LATEST ATTEMPT FOR A FAILURE.
007830*****************************************************************
007840 4110-CHECK-EXPECTED-STEP.
007850     MOVE CM-EX-JOB-NAME (CM-EXPECT-IX) TO CM-FIND-JOB-NAME.
007860     MOVE CM-EX-STEP-NAME (CM-EXPECT-IX) TO CM-FIND-STEP-NAME.
007870     PERFORM 7000-FIND-LATEST-STEP
007880         THRU 7000-FIND-LATEST-STEP-EXIT.
007890     MOVE CM-EX-JOB-NAME (CM-EXPECT-IX) TO CM-FL-JOB-NAME.
007900     MOVE CM-EX-STEP-NAME (CM-EXPECT-IX) TO CM-FL-STEP-NAME.
007910     MOVE CM-EX-PROGRAM-ID (CM-EXPECT-IX) TO CM-FL-PROGRAM-ID.
007920     IF CM-FOUND-IX = ZERO
007930         MOVE "NOT RUN" TO CM-FL-REASON
007940         PERFORM 4150-WRITE-FLAG
007950             THRU 4150-WRITE-FLAG-EXIT
007960         GO TO 4110-CHECK-EXPECTED-STEP-EXIT
007970     END-IF.
007980     MOVE CM-FOUND-IX TO CM-STEP-IX.
007990     PERFORM 4130-FLAG-IF-FAILED
008000         THRU 4130-FLAG-IF-FAILED-EXIT.
008010 4110-CHECK-EXPECTED-STEP-EXIT.
008020     EXIT.
008030*
008040*****************************************************************
008050*    4120-CHECK-OTHER-STEP
008060*    CHECKS A STEP OUTSIDE CSISBM01 LOGGED ON THE DATE FOR A
008070*    FAILURE - ITS LATEST ATTEMPT ONLY, SO A GOOD RERUN CLEARS
008080*    IT.
008090*****************************************************************
008100 4120-CHECK-OTHER-STEP.
008110     IF CM-ST-BUSINESS-DATE (CM-STEP-IX) NOT = CM-FIND-DATE
008120         OR CM-ST-JOB-NAME (CM-STEP-IX) = CM-NIGHTLY-JOB
008130         GO TO 4120-CHECK-OTHER-STEP-EXIT
008140     END-IF.
008150     PERFORM 7100-CHECK-SUPERSEDED
008160         THRU 7100-CHECK-SUPERSEDED-EXIT.
008170     IF CM-SUPERSEDED
008180         GO TO 4120-CHECK-OTHER-STEP-EXIT
008190     END-IF.
008200     MOVE CM-ST-JOB-NAME (CM-STEP-IX) TO CM-FL-JOB-NAME.
008210     MOVE CM-ST-STEP-NAME (CM-STEP-IX) TO CM-FL-STEP-NAME.
008220     MOVE CM-ST-PROGRAM-ID (CM-STEP-IX) TO CM-FL-PROGRAM-ID.
008230     PERFORM 4130-FLAG-IF-FAILED
008240         THRU 4130-FLAG-IF-FAILED-EXIT.
008250 4120-CHECK-OTHER-STEP-EXIT.
008260     EXIT.
008270*
008280*****************************************************************
008290*    4130-FLAG-IF-FAILED
008300*    FLAGS THE ATTEMPT AT CM-STEP-IX WHEN IT NEVER LOGGED ITS
008310*    END OR ENDED RC=8 OR WORSE.
008320*****************************************************************
008330 4130-FLAG-IF-FAILED.
008340     IF NOT CM-ST-ENDED (CM-STEP-IX)
008350         MOVE "STARTED, NO END LOGGED - STOPPED OR ABENDED"
008360             TO CM-FL-REASON
008370         PERFORM 4150-WRITE-FLAG
008380             THRU 4150-WRITE-FLAG-EXIT
008390         GO TO 4130-FLAG-IF-FAILED-EXIT
008400     END-IF.
008410     IF CM-ST-RETURN-CODE (CM-STEP-IX) >= 8
008420         MOVE SPACES TO CM-FL-REASON
008430         STRING "FAILED - ENDED RC="
008440                CM-ST-RETURN-CODE (CM-STEP-IX)
008450                DELIMITED BY SIZE INTO CM-FL-REASON
008460         PERFORM 4150-WRITE-FLAG
008470             THRU 4150-WRITE-FLAG-EXIT
008480     END-IF.
008490 4130-FLAG-IF-FAILED-EXIT.
008500     EXIT.
008510*
008520*****************************************************************
008530*    4150-WRITE-FLAG
008540*    PRINTS THE FLAG LINE AND COUNTS IT AGAINST THE DATE AND
008550*    THE RUN.
008560*****************************************************************
008570 4150-WRITE-FLAG.
008580     MOVE CM-FLAG-LINE TO OPS-REPORT-LINE.
008590     WRITE OPS-REPORT-LINE.
008600     ADD 1 TO CM-DT-FLAG-CT (CM-DATE-IX).
008610     ADD 1 TO CM-FLAG-CT.
008620 4150-WRITE-FLAG-EXIT.
008630     EXIT.
008640*
008650*****************************************************************
008660*    4200-PRINT-STEPS
008670*    ONE LINE PER STEP ATTEMPT ON THE DATE, IN LOG ORDER. AN
008680*    ATTEMPT A LATER RERUN REPLACED SAYS SO.
008690*****************************************************************
008700 4200-PRINT-STEPS.
008710     MOVE "STEPS RUN" TO CM-SH-TEXT.
008720     MOVE CM-SECTION-HEADING TO OPS-REPORT-LINE.
008730     WRITE OPS-REPORT-LINE.
008740     MOVE CM-STEP-COLUMN-HEADING TO OPS-REPORT-LINE.
008750     WRITE OPS-REPORT-LINE.
008760     PERFORM 4210-PRINT-STEP-LINE
008770         THRU 4210-PRINT-STEP-LINE-EXIT
008780         VARYING CM-STEP-IX FROM 1 BY 1
008790         UNTIL CM-STEP-IX > CM-STEP-ENTRY-CT.
008800     MOVE CM-BLANK-LINE TO OPS-REPORT-LINE.
008810     WRITE OPS-REPORT-LINE.
008820 4200-PRINT-STEPS-EXIT.
008830     EXIT.
008840*
008850*****************************************************************
008860*    4210-PRINT-STEP-LINE
008870*    PRINTS ONE STEP ATTEMPT ON THE DATE - START AND END TIMES,
008880*    RETURN CODE, OUTCOME, AND WHETHER A RERUN REPLACED IT.
008890*****************************************************************
008900 4210-PRINT-STEP-LINE.
008910     IF CM-ST-BUSINESS-DATE (CM-STEP-IX) NOT = CM-FIND-DATE
008920         GO TO 4210-PRINT-STEP-LINE-EXIT
008930     END-IF.
008940     MOVE CM-ST-JOB-NAME (CM-STEP-IX) TO CM-SL-JOB-NAME.
008950     MOVE CM-ST-STEP-NAME (CM-STEP-IX) TO CM-SL-STEP-NAME.
008960     MOVE CM-ST-PROGRAM-ID (CM-STEP-IX) TO CM-SL-PROGRAM-ID.
008970     MOVE CM-ST-START-DATE (CM-STEP-IX) TO CM-SL-START-DATE.
008980     MOVE CM-ST-START-TIME (CM-STEP-IX) TO CM-TIME-WORK.
008990     PERFORM 7200-EDIT-TIME
009000         THRU 7200-EDIT-TIME-EXIT.
009010     MOVE CM-TIME-EDIT TO CM-SL-START-TIME.
009020     PERFORM 7100-CHECK-SUPERSEDED
009030         THRU 7100-CHECK-SUPERSEDED-EXIT.
009040     IF CM-ST-ENDED (CM-STEP-IX)
009050         MOVE CM-ST-END-TIME (CM-STEP-IX) TO CM-TIME-WORK
009060         PERFORM 7200-EDIT-TIME
009070             THRU 7200-EDIT-TIME-EXIT
009080         MOVE CM-TIME-EDIT TO CM-SL-END-TIME
009090         MOVE CM-ST-RETURN-CODE (CM-STEP-IX)
009100             TO CM-SL-RETURN-CODE
009110         EVALUATE TRUE
009120             WHEN CM-ST-RETURN-CODE (CM-STEP-IX) = ZERO
009130                 MOVE "OK" TO CM-OUTCOME
009140             WHEN CM-ST-RETURN-CODE (CM-STEP-IX) < 8
009150                 MOVE "WARNING" TO CM-OUTCOME
009160             WHEN OTHER
009170                 MOVE "FAILED" TO CM-OUTCOME
009180         END-EVALUATE
009190     ELSE
009200         MOVE SPACES TO CM-SL-END-TIME CM-SL-RETURN-CODE
009210         MOVE "NO END LOGGED" TO CM-OUTCOME
009220     END-IF.
009230     IF CM-SUPERSEDED
009240         MOVE SPACES TO CM-SL-OUTCOME
009250         STRING CM-OUTCOME DELIMITED BY "  "
009260                " - RERUN" DELIMITED BY SIZE
009270                INTO CM-SL-OUTCOME
009280     ELSE
009290         MOVE CM-OUTCOME TO CM-SL-OUTCOME
009300     END-IF.
009310     MOVE CM-STEP-LINE TO OPS-REPORT-LINE.
009320     WRITE OPS-REPORT-LINE.
009330 4210-PRINT-STEP-LINE-EXIT.
009340     EXIT.
009350*
009360*****************************************************************
009370*    4300-PRINT-CONTROLS
009380*    THE NIGHTLY CONTROL FIGURES, EACH OFF THE LATEST ATTEMPT
009390*    OF THE CSISBM01 STEP THAT LOGS IT. A STEP WITH NO END ROW
009400*    HAS NO FIGURES TO SHOW AND SAYS SO.
009410*****************************************************************
009420 4300-PRINT-CONTROLS.
009430     MOVE "NIGHTLY CONTROLS" TO CM-SH-TEXT.
009440     MOVE CM-SECTION-HEADING TO OPS-REPORT-LINE.
009450     WRITE OPS-REPORT-LINE.
009460     MOVE CM-NIGHTLY-JOB TO CM-FIND-JOB-NAME.
009470     PERFORM 4310-FEED-CONTROLS
009480         THRU 4310-FEED-CONTROLS-EXIT.
009490     PERFORM 4320-RECON-CONTROLS
009500         THRU 4320-RECON-CONTROLS-EXIT.
009510     PERFORM 4330-EXTRACT-CONTROLS
009520         THRU 4330-EXTRACT-CONTROLS-EXIT.
009530     PERFORM 4340-ACK-CONTROLS
009540         THRU 4340-ACK-CONTROLS-EXIT.
009550     PERFORM 4350-ROLL-CONTROLS
009560         THRU 4350-ROLL-CONTROLS-EXIT.
009570     PERFORM 4360-STATUS-CONTROLS
009580         THRU 4360-STATUS-CONTROLS-EXIT.
009590 4300-PRINT-CONTROLS-EXIT.
009600     EXIT.
009610*
009620*****************************************************************
009630*    4310-FEED-CONTROLS
009640*    FEED CONTROLS OFF BATCHMUL (STEP010) - BATCHES ACCEPTED,
009650*    LINES READ, RESULTS POSTED, LINES REJECTED.
009660*****************************************************************
009670 4310-FEED-CONTROLS.
009680     MOVE "STEP010 " TO CM-FIND-STEP-NAME.
009690     PERFORM 7000-FIND-LATEST-STEP
009700         THRU 7000-FIND-LATEST-STEP-EXIT.
009710     IF CM-FOUND-IX = ZERO
009720         OR NOT CM-ST-ENDED (CM-FOUND-IX)
009730         MOVE "FEED SOURCE BATCHES ACCEPTED" TO CM-TL-LABEL
009740         PERFORM 4390-WRITE-NO-FIGURES
009750             THRU 4390-WRITE-NO-FIGURES-EXIT
009760         GO TO 4310-FEED-CONTROLS-EXIT
009770     END-IF.
009780     MOVE "FEED SOURCE BATCHES ACCEPTED" TO CM-CL-LABEL.
009790     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 1) TO CM-CL-COUNT.
009800     MOVE SPACES TO CM-CL-NOTE.
009810     IF CM-ST-RETURN-CODE (CM-FOUND-IX) >= 8
009820         MOVE "FEED REFUSED OR RUN FAILED" TO CM-CL-NOTE
009830     END-IF.
009840     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
009850     WRITE OPS-REPORT-LINE.
009860     MOVE "  ORDER LINES READ" TO CM-CL-LABEL.
009870     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 2) TO CM-CL-COUNT.
009880     MOVE SPACES TO CM-CL-NOTE.
009890     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
009900     WRITE OPS-REPORT-LINE.
009910     MOVE "  RESULTS POSTED" TO CM-CL-LABEL.
009920     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 3) TO CM-CL-COUNT.
009930     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
009940     WRITE OPS-REPORT-LINE.
009950     MOVE "  LINES REJECTED" TO CM-CL-LABEL.
009960     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 4) TO CM-CL-COUNT.
009970     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
009980     WRITE OPS-REPORT-LINE.
009990 4310-FEED-CONTROLS-EXIT.
010000     EXIT.
010010*
010020*****************************************************************
010030*    4320-RECON-CONTROLS
010040*    THE DISCREPANCY COUNT OFF RECONBAL (STEP015), AND WHETHER
010050*    THE DAY BALANCED.
010060*****************************************************************
010070 4320-RECON-CONTROLS.
010080     MOVE "STEP015 " TO CM-FIND-STEP-NAME.
010090     PERFORM 7000-FIND-LATEST-STEP
010100         THRU 7000-FIND-LATEST-STEP-EXIT.
010110     IF CM-FOUND-IX = ZERO
010120         OR NOT CM-ST-ENDED (CM-FOUND-IX)
010130         MOVE "RECONBAL DISCREPANCIES" TO CM-TL-LABEL
010140         PERFORM 4390-WRITE-NO-FIGURES
010150             THRU 4390-WRITE-NO-FIGURES-EXIT
010160         GO TO 4320-RECON-CONTROLS-EXIT
010170     END-IF.
010180     MOVE "RECONBAL DISCREPANCIES" TO CM-CL-LABEL.
010190     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 1) TO CM-CL-COUNT.
010200     IF CM-ST-KEY-COUNT (CM-FOUND-IX, 1) = ZERO
010210         AND CM-ST-RETURN-CODE (CM-FOUND-IX) < 8
010220         MOVE "DAY BALANCED" TO CM-CL-NOTE
010230     ELSE
010240         MOVE "DAY DID NOT BALANCE" TO CM-CL-NOTE
010250     END-IF.
010260     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
010270     WRITE OPS-REPORT-LINE.
010280 4320-RECON-CONTROLS-EXIT.
010290     EXIT.
010300*
010310*****************************************************************
010320*    4330-EXTRACT-CONTROLS
010330*    THE BILLING EXTRACT OFF CSISBEXT (STEP040) - RUN NUMBER,
010340*    RECORDS BILLED AND AMOUNT SENT, NOTING A REGENERATION.
010350*****************************************************************
010360 4330-EXTRACT-CONTROLS.
010370     MOVE "STEP040 " TO CM-FIND-STEP-NAME.
010380     PERFORM 7000-FIND-LATEST-STEP
010390         THRU 7000-FIND-LATEST-STEP-EXIT.
010400     IF CM-FOUND-IX = ZERO
010410         OR NOT CM-ST-ENDED (CM-FOUND-IX)
010420         MOVE "BILLING EXTRACT RUN NUMBER" TO CM-TL-LABEL
010430         PERFORM 4390-WRITE-NO-FIGURES
010440             THRU 4390-WRITE-NO-FIGURES-EXIT
010450         GO TO 4330-EXTRACT-CONTROLS-EXIT
010460     END-IF.
010470     MOVE "BILLING EXTRACT RUN NUMBER" TO CM-CL-LABEL.
010480     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 1) TO CM-CL-COUNT.
010490     MOVE SPACES TO CM-CL-NOTE.
010500     IF CM-ST-KEY-TEXT (CM-FOUND-IX) = "REGEN"
010510         MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 4) TO CM-CL-COUNT
010520         MOVE "REGENERATION OF AN EARLIER RUN" TO CM-CL-NOTE
010530     END-IF.
010540     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
010550     WRITE OPS-REPORT-LINE.
010560     MOVE "  RECORDS BILLED" TO CM-CL-LABEL.
010570     MOVE CM-ST-KEY-COUNT (CM-FOUND-IX, 2) TO CM-CL-COUNT.
010580     MOVE SPACES TO CM-CL-NOTE.
010590     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
010600     WRITE OPS-REPORT-LINE.
010610     MOVE "  AMOUNT SENT" TO CM-AL-LABEL.
010620     MOVE CM-ST-KEY-AMOUNT (CM-FOUND-IX) TO CM-AL-AMOUNT.
010630     MOVE CM-AMOUNT-LINE TO OPS-REPORT-LINE.
010640     WRITE OPS-REPORT-LINE.
010650 4330-EXTRACT-CONTROLS-EXIT.
010660     EXIT.
010670*
010680*****************************************************************
010690*    4340-ACK-CONTROLS
010700*    BILLACK'S OUTSTANDING COUNT FROM THE ACKNOWLEDGMENT MATCH
010710*    THAT FOLLOWED THE NIGHT - NOT THERE YET IF CSISBA01 HAS
010720*    NOT RUN SINCE.
010730*****************************************************************
010740 4340-ACK-CONTROLS.
010750     IF NOT CM-DT-ACK-FOUND (CM-DATE-IX)
010760         MOVE "BILLACK OUTSTANDING" TO CM-TL-LABEL
010770         MOVE "CSISBA01 HAS NOT RUN SINCE THIS NIGHT"
010780             TO CM-TL-TEXT
010790         MOVE CM-TEXT-LINE TO OPS-REPORT-LINE
010800         WRITE OPS-REPORT-LINE
010810         GO TO 4340-ACK-CONTROLS-EXIT
010820     END-IF.
010830     MOVE "BILLACK OUTSTANDING" TO CM-CL-LABEL.
010840     MOVE CM-DT-ACK-OUTSTANDING (CM-DATE-IX) TO CM-CL-COUNT.
010850     MOVE SPACES TO CM-CL-NOTE.
010860     STRING "MATCHED " CM-DT-ACK-BUSINESS-DATE (CM-DATE-IX)
010870            " RC=" CM-DT-ACK-RETURN-CODE (CM-DATE-IX)
010880            DELIMITED BY SIZE INTO CM-CL-NOTE.
010890     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
010900     WRITE OPS-REPORT-LINE.
010910     MOVE "  OVER THE AGE LIMIT" TO CM-CL-LABEL.
010920     MOVE CM-DT-ACK-OVER-AGE (CM-DATE-IX) TO CM-CL-COUNT.
010930     MOVE SPACES TO CM-CL-NOTE.
010940     MOVE CM-COUNT-LINE TO OPS-REPORT-LINE.
010950     WRITE OPS-REPORT-LINE.
010960 4340-ACK-CONTROLS-EXIT.
010970     EXIT.
010980*
010990*****************************************************************
011000*    4350-ROLL-CONTROLS
011010*    THE PROCDATE ROLL OFF CALROLL (STEP060) - THE DATES ROLLED
011020*    FROM AND TO, OR NOT ROLLED IF THE STEP DID NOT END CLEAN.
011030*****************************************************************
011040 4350-ROLL-CONTROLS.
011050     MOVE "STEP060 " TO CM-FIND-STEP-NAME.
011060     PERFORM 7000-FIND-LATEST-STEP
011070         THRU 7000-FIND-LATEST-STEP-EXIT.
011080     MOVE "PROCDATE" TO CM-TL-LABEL.
011090     IF CM-FOUND-IX = ZERO
011100         OR NOT CM-ST-ENDED (CM-FOUND-IX)
011110         OR CM-ST-RETURN-CODE (CM-FOUND-IX) NOT = ZERO
011120         MOVE "NOT ROLLED" TO CM-TL-TEXT
011130     ELSE
011140         MOVE SPACES TO CM-TL-TEXT
011150         STRING "ROLLED FROM "
011160                CM-ST-KEY-COUNT (CM-FOUND-IX, 1) (2:8)
011170                " TO " CM-ST-KEY-TEXT (CM-FOUND-IX)
011180                DELIMITED BY SIZE INTO CM-TL-TEXT
011190     END-IF.
011200     MOVE CM-TEXT-LINE TO OPS-REPORT-LINE.
011210     WRITE OPS-REPORT-LINE.
011220 4350-ROLL-CONTROLS-EXIT.
011230     EXIT.
011240*
011250*****************************************************************
011260*    4360-STATUS-CONTROLS
011270*    WHETHER STATUPDT (STEP045) REOPENED SYSSTAT ONLINE ENTRY,
011280*    AND WHEN.
011290*****************************************************************
011300 4360-STATUS-CONTROLS.
011310     MOVE "STEP045 " TO CM-FIND-STEP-NAME.
011320     PERFORM 7000-FIND-LATEST-STEP
011330         THRU 7000-FIND-LATEST-STEP-EXIT.
011340     MOVE "SYSSTAT ONLINE ENTRY" TO CM-TL-LABEL.
011350     IF CM-FOUND-IX = ZERO
011360         OR NOT CM-ST-ENDED (CM-FOUND-IX)
011370         OR CM-ST-KEY-TEXT (CM-FOUND-IX) NOT = "OPEN"
011380         MOVE "NOT REOPENED - STILL CLOSED FROM STEP003"
011390             TO CM-TL-TEXT
011400     ELSE
011410         MOVE CM-ST-END-TIME (CM-FOUND-IX) TO CM-TIME-WORK
011420         PERFORM 7200-EDIT-TIME
011430             THRU 7200-EDIT-TIME-EXIT
011440         MOVE SPACES TO CM-TL-TEXT
011450         STRING "REOPENED AT " CM-TIME-EDIT
011460                DELIMITED BY SIZE INTO CM-TL-TEXT
011470     END-IF.
011480     MOVE CM-TEXT-LINE TO OPS-REPORT-LINE.
011490     WRITE OPS-REPORT-LINE.
011500 4360-STATUS-CONTROLS-EXIT.
011510     EXIT.
011520*
011530*****************************************************************
011540*    4390-WRITE-NO-FIGURES
011550*    PRINTS THE CONTROL LINE FOR A STEP THAT NEVER LOGGED ITS
011560*    END, SO HAS NO FIGURES TO SHOW.
011570*****************************************************************
011580 4390-WRITE-NO-FIGURES.
011590     MOVE SPACES TO CM-TL-TEXT.
011600     STRING "NO FIGURES - " CM-FIND-JOB-NAME " "
011610            CM-FIND-STEP-NAME " LOGGED NO END"
011620            DELIMITED BY SIZE INTO CM-TL-TEXT.
011630     MOVE CM-TEXT-LINE TO OPS-REPORT-LINE.
011640     WRITE OPS-REPORT-LINE.
011650 4390-WRITE-NO-FIGURES-EXIT.
011660     EXIT.
011670*
011680*****************************************************************
011690*    7000-FIND-LATEST-STEP
011700*    SETS CM-FOUND-IX TO THE LATEST ATTEMPT OF CM-FIND-JOB-NAME
011710*    CM-FIND-STEP-NAME ON CM-FIND-DATE, OR ZERO WHEN THE STEP
011720*    NEVER RAN.
011730*****************************************************************
011740 7000-FIND-LATEST-STEP.
011750     MOVE ZERO TO CM-FOUND-IX.
011760     PERFORM 7010-MATCH-LATEST-STEP
011770         THRU 7010-MATCH-LATEST-STEP-EXIT
011780         VARYING CM-LATER-IX FROM 1 BY 1
011790         UNTIL CM-LATER-IX > CM-STEP-ENTRY-CT.
011800 7000-FIND-LATEST-STEP-EXIT.
011810     EXIT.
011820*
011830*****************************************************************
011840*    7010-MATCH-LATEST-STEP
011850*    MOVES CM-LATER-IX TO CM-FOUND-IX WHEN THAT ENTRY IS THE
011860*    WANTED STEP ON THE DATE - THE LAST MATCH WINS.
011870*****************************************************************
011880 7010-MATCH-LATEST-STEP.
011890     IF CM-ST-BUSINESS-DATE (CM-LATER-IX) = CM-FIND-DATE
011900         AND CM-ST-JOB-NAME (CM-LATER-IX) = CM-FIND-JOB-NAME
011910         AND CM-ST-STEP-NAME (CM-LATER-IX) = CM-FIND-STEP-NAME
011920         MOVE CM-LATER-IX TO CM-FOUND-IX
011930     END-IF.
011940 7010-MATCH-LATEST-STEP-EXIT.
011950     EXIT.
011960*
011970*****************************************************************
011980*    7100-CHECK-SUPERSEDED
011990*    SETS CM-SUPERSEDED WHEN A LATER ATTEMPT OF THE STEP AT
012000*    CM-STEP-IX WAS LOGGED ON THE SAME DATE.
012010*****************************************************************
012020 7100-CHECK-SUPERSEDED.
012030     MOVE "N" TO CM-SUPERSEDED-SW.
012040     PERFORM 7110-MATCH-LATER-ATTEMPT
012050         THRU 7110-MATCH-LATER-ATTEMPT-EXIT
012060         VARYING CM-LATER-IX FROM CM-STEP-IX BY 1
012070         UNTIL CM-LATER-IX > CM-STEP-ENTRY-CT
012080         OR CM-SUPERSEDED.
012090 7100-CHECK-SUPERSEDED-EXIT.
012100     EXIT.
012110*
012120*****************************************************************
012130*    7110-MATCH-LATER-ATTEMPT
012140*    SETS CM-SUPERSEDED WHEN THE ENTRY AT CM-LATER-IX IS A LATER
012150*    ATTEMPT OF THE SAME STEP ON THE SAME DATE.
012160*****************************************************************
012170 7110-MATCH-LATER-ATTEMPT.
012180     IF CM-LATER-IX > CM-STEP-IX
012190         AND CM-ST-BUSINESS-DATE (CM-LATER-IX) =
012200             CM-ST-BUSINESS-DATE (CM-STEP-IX)
012210         AND CM-ST-JOB-NAME (CM-LATER-IX) =
012220             CM-ST-JOB-NAME (CM-STEP-IX)
012230         AND CM-ST-STEP-NAME (CM-LATER-IX) =
012240             CM-ST-STEP-NAME (CM-STEP-IX)
012250         SET CM-SUPERSEDED TO TRUE
012260     END-IF.
012270 7110-MATCH-LATER-ATTEMPT-EXIT.
012280     EXIT.
012290*
012300*****************************************************************
012310*    7200-EDIT-TIME
012320*    EDITS CM-TIME-WORK INTO HH:MM:SS IN CM-TIME-EDIT.
012330*****************************************************************
012340 7200-EDIT-TIME.
012350     MOVE CM-TW-HH TO CM-TE-HH.
012360     MOVE CM-TW-MM TO CM-TE-MM.
012370     MOVE CM-TW-SS TO CM-TE-SS.
012380 7200-EDIT-TIME-EXIT.
012390     EXIT.
012400*
012410*****************************************************************
012420*    9000-TERMINATE
012430*    CLOSES THE REPORT, SETS RC=8 WHEN ANYTHING WAS FLAGGED OR
012440*    THERE WAS NO NIGHT TO REPORT, AND DISPLAYS THE COUNTS.
012450*****************************************************************
012460 9000-TERMINATE.
012470     IF CM-DATE-ENTRY-CT = ZERO
012480         MOVE "NO CSISBM01 STEPS ON THE RUN-CONTROL LOG"
012490             TO CM-SH-TEXT
012500         MOVE CM-SECTION-HEADING TO OPS-REPORT-LINE
012510         WRITE OPS-REPORT-LINE
012520         MOVE 8 TO RETURN-CODE
012530     END-IF.
012540     IF CM-FLAG-CT > ZERO
012550         MOVE 8 TO RETURN-CODE
012560     END-IF.
012570     CLOSE OPS-REPORT-FILE.
012580     DISPLAY "OPSRPT: LOG ROWS READ      = " CM-ROWS-READ-CT.
012590     DISPLAY "OPSRPT: BUSINESS DATES     = " CM-DATE-ENTRY-CT.
012600     DISPLAY "OPSRPT: STEP ATTEMPTS      = " CM-STEP-ENTRY-CT.
012610     DISPLAY "OPSRPT: ITEMS FLAGGED      = " CM-FLAG-CT.
012620     SET CM-RL-STEP-END TO TRUE.
012630     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
012640     MOVE "DATES" TO CM-RL-KEY-COUNT-LABEL(1).
012650     MOVE CM-DATE-ENTRY-CT TO CM-RL-KEY-COUNT(1).
012660     MOVE "STEPS" TO CM-RL-KEY-COUNT-LABEL(2).
012670     MOVE CM-STEP-ENTRY-CT TO CM-RL-KEY-COUNT(2).
012680     MOVE "FLAGGED" TO CM-RL-KEY-COUNT-LABEL(3).
012690     MOVE CM-FLAG-CT TO CM-RL-KEY-COUNT(3).
012700     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
012710 9000-TERMINATE-EXIT.
012720     EXIT.
