002520*                  VERIFIED INDEPENDENTLY AND AN RC=12 ABORT
002530*                  NAMES THE FAILING SOURCE. THE SOURCE SYSTEM
002540*                  IS CARRIED ONTO EACH AUDIT ROW AND THE
002541*                  RUNSTATS REJECT TALLIES, AND THE SUMMARY
002542*                  REPORT CLOSES WITH PER-SOURCE SUBTOTALS SO
002543*                  EACH UPSTREAM DESK SIGNS OFF ITS OWN
002544*                  NUMBERS. A RECYCLE PASS RUNS UNDER SOURCE
002545*                  SYSTEM "RECYCLE".
002546*    10/15/26  JI  EVERY SOURCE BATCH ON A NORMAL RUN IS NOW
002547*                  CHECKED AGAINST THE PERMANENT FEEDREG
002548*                  REGISTER, KEYED BY SOURCE, FEED DATE, DETAIL
002549*                  COUNT, AND NX HASH, AFTER THE VERIFY PRE-PASS
002550*                  PROVES THE CONTROLS - A BATCH A COMPLETED RUN
002551*                  ALREADY TOOK ABORTS RC=12 NAMING THE SOURCE
002552*                  AND THE EARLIER RUN, SINCE AN UPSTREAM
002553*                  RETRANSMISSION PASSES EVERY CONTROL TOTAL AND
002554*                  WOULD OTHERWISE BE BILLED TWICE. THE ENTRY IS
002555*                  WRITTEN "P" BEFORE PROCESSING, STAMPED WITH
002556*                  THE FIRST AND LAST TRANSACTION IDS AS THE
002557*                  SOURCE IS PROCESSED, AND SET "T" WHEN THE
002558*                  RUN COMPLETES, SO A CHECKPOINT RESTART STILL
002559*                  GETS THROUGH. A GENUINE RESUBMISSION IS LET
002560*                  THROUGH BY A SUPERVISOR ON THE FEEDRLSE
002561*                  SCREEN.
002562*    10/15/26  JI  EACH GOOD ORDER LINE IS PRICED AGAINST ITS
002563*                  ACCOUNT'S CUSTMAST CREDIT LIMIT THROUGH
002564*                  CMCRDCHK AFTER THE MULTIPLY - A LINE THAT
002565*                  WOULD TAKE THE ACCOUNT'S UNBILLED EXPOSURE
002566*                  OVER ITS LIMIT REJECTS "CREDLIM" TO THE
002567*                  EXCEPTION REPORT AND RECYCOUT. EVERY RESULT
002568*                  WRITTEN TO MULTOUT IS POSTED TO THE
002569*                  EXPOSURE, AND EVERY REVERSAL IS POSTED AS A
002570*                  CREDIT. A POSTING THAT FAILS IS DISPLAYED AND
002571*                  COUNTED BUT DOES NOT STOP THE RUN - THE
002572*                  RESULT IS ALREADY ON MULTOUT. CUSTMAST AND
002573*                  BILLRATE DDS ARE NOW REQUIRED.
002574*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
002575*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
002576*                  CODE, THE RUN MODE, AND THE SOURCE BATCHES
002577*                  ACCEPTED AND LINES READ, POSTED AND REJECTED -
002578*                  FOR THE MORNING OPERATIONS REPORT. A RECYCLE
002579*                  PASS WITH NOTHING TO RECYCLE LOGS ITS END TOO,
002580*                  SINCE THAT IS THE USUAL NIGHT RATHER THAN A
002581*                  FAILURE.
002582*    10/15/26  JI  A REVERSAL NAMING A VOLUME REBATE CREDIT
002583*                  (OUT-CREDIT-TYPE "R") REJECTS "REVREBAT".
002584*    10/15/26  JI  EVERY RC=12 REFUSAL - BUSINESS DATE, FEED
002585*                  CONTROLS, OR A BATCH ALREADY TAKEN - NOW ENDS
002586*                  THROUGH 1900-REFUSE-RUN, WHICH LOGS THE END TO
002587*                  RUNCTL, SO THE MORNING REPORT SHOWS THE FEED AS
002588*                  REFUSED RATHER THAN AS A STEP THAT NEVER ENDED.
002589*    10/15/26  JI  ONLY STATUS 23 ON THE FEEDREG KEYED READ NOW
002590*                  MEANS A BATCH IS NOT ON THE REGISTER. ANY OTHER
002591*                  FAILURE READING OR ENTERING A BATCH BEFORE
002592*                  POSTING ENDS THE RUN RC=16 RATHER THAN TAKING
002593*                  THE BATCH AS NEW, WHICH WOULD GET A DUPLICATE
002594*                  FEED PAST THE REGISTER.
002600*****************************************************************
002610*
002620 ENVIRONMENT DIVISION.
003120         ACCESS MODE IS RANDOM
003130         RECORD KEY IS BC-CALENDAR-DATE
003140         FILE STATUS IS CM-CALENDAR-STATUS.
003141
003142     SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
003143         ORGANIZATION IS INDEXED
003144         ACCESS MODE IS RANDOM
003145         RECORD KEY IS FR-REGISTER-KEY
003146         FILE STATUS IS CM-FEED-REGISTER-STATUS.
003150
003160 DATA DIVISION.
003170 FILE SECTION.
003950 01  BUSINESS-CALENDAR-RECORD.
003960     COPY BUSCAL.
003970
003971*****************************************************************
003972*    FEEDREG - THE PERMANENT REGISTER OF EVERY SOURCE BATCH
003973*    EVER TAKEN FROM THE FEED, KEYED BY ITS CONTROL FIGURES.
003974*****************************************************************
003975 FD  FEED-REGISTER-FILE
003976     RECORD CONTAINS 100 CHARACTERS.
003977 01  FEED-REGISTER-RECORD.
003978     COPY FEEDREG.
003979
003980 WORKING-STORAGE SECTION.
003990*
004000*****************************************************************
004210
004220 01  CM-CALENDAR-STATUS              PIC X(02) VALUE ZEROS.
004230     88  CM-CALENDAR-OK                  VALUE "00".
004232
004234 01  CM-FEED-REGISTER-STATUS         PIC X(02) VALUE ZEROS.
004236     88  CM-FEED-REGISTER-OK             VALUE "00".
004238     88  CM-FEED-REGISTER-NOT-FOUND      VALUE "23".
004240
004250 01  CM-OUTPUT-STATUS                PIC X(02) VALUE ZEROS.
004260     88  CM-OUTPUT-OK                    VALUE "00".
004900*    THAT PROVES EACH SOURCE SYSTEM'S HEADER, TRAILER, COUNT,
004910*    AND NX HASH BEFORE ANYTHING IS WRITTEN TO MULTOUT. THE
004920*    COUNT AND HASH RESET AT EACH HEADER, SO EVERY SOURCE IS
004930*    VERIFIED AGAINST ITS OWN TRAILER. THE REGISTER SWITCH AND
004935*    TIME CARRY THE RUN'S FEEDREG STATE AND ITS IDENTITY.
004940*****************************************************************
004950 01  CM-FEED-CONTROLS.
004960     05  CM-VERIFY-EOF-SW            PIC X(01) VALUE "N".
005010     05  CM-FEED-DETAIL-CT           PIC 9(06) COMP VALUE ZERO.
005020     05  CM-FEED-NX-HASH             PIC 9(08) COMP VALUE ZERO.
005030     05  CM-FEED-NX-WORK             PIC 9(02) VALUE ZERO.
005031     05  CM-REGISTER-OPEN-SW         PIC X(01) VALUE "N".
005032         88  CM-REGISTER-OPEN            VALUE "Y".
005033     05  CM-REGISTER-TIME            PIC 9(06) VALUE ZERO.
005040*
005050*****************************************************************
005060*    PER-SOURCE-SYSTEM TABLE - ONE ENTRY PER HEADER SEEN ON
005080*    RECYCLE PASS), ROLLED DURING PROCESSING AND PRINTED AS
005090*    SUBTOTAL LINES AT THE FOOT OF THE SUMMARY REPORT. THE
005100*    VERIFY PASS ALSO USES IT TO REFUSE A SECOND HEADER FOR
005110*    THE SAME SOURCE. THE TRAILER'S COUNT AND HASH AND THE
005111*    FIRST AND LAST TRANSACTION IDS HANDED OUT UNDER THE
005112*    SOURCE ARE KEPT FOR ITS FEEDREG REGISTER ENTRY.
005120*****************************************************************
005130 01  CM-SOURCE-CONTROLS.
005140     05  CM-SOURCE-ENTRY-CT          PIC 9(02) COMP VALUE ZERO.
005250         10  CM-FS-READ-CT           PIC 9(06) COMP.
005260         10  CM-FS-WRITTEN-CT        PIC 9(06) COMP.
005270         10  CM-FS-REJECTED-CT       PIC 9(06) COMP.
005271         10  CM-FS-DETAIL-CT         PIC 9(06).
005272         10  CM-FS-NX-HASH           PIC 9(08).
005273         10  CM-FS-FIRST-ID          PIC 9(08).
005274         10  CM-FS-LAST-ID           PIC 9(08).
005280*
005290*****************************************************************
005300*    REJECT REASON CODES
005730     COPY CUSTPARM.
005740*
005750*****************************************************************
005751*    PARAMETERS PASSED TO THE CMCRDCHK SUBPROGRAM (SEE
005752*    CSIS_UL_IE/COPYBOOKS/CRDPARM.CPY).
005753*****************************************************************
005754 01  CM-CREDIT-PARMS.
005755     COPY CRDPARM.
005756*
005757*****************************************************************
005760*    PARAMETERS PASSED TO THE CMAUDLOG SUBPROGRAM - THE
005770*    COMMON TRANSACTION FIELDS PLUS THE SOURCE AND TERMINAL ID
005780*    THE AUDIT TRAIL NEEDS THAT ARE NOT PART OF CALCREC.
005880     05  CM-RECORDS-WRITTEN-CT       PIC 9(06) COMP VALUE ZERO.
005890     05  CM-RECORDS-REJECTED-CT      PIC 9(06) COMP VALUE ZERO.
005900     05  CM-GRAND-TOTAL              PIC 9(10) COMP VALUE ZERO.
005901     05  CM-EXPOSURE-FAIL-CT         PIC 9(06) COMP VALUE ZERO.
005910*
005920*****************************************************************
005930*    EXCEPTION REPORT LINE LAYOUTS
006700     05  CM-SS-REJECTED-CT           PIC ZZZZZ9.
006710     05  FILLER                      PIC X(21) VALUE SPACES.
006720
006721*
006722*****************************************************************
006723*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
006724*****************************************************************
006725 01  CM-RUN-LOG-PARMS.
006726     COPY RUNPARM.
006727
006730 PROCEDURE DIVISION.
006740*
006750*****************************************************************
006920*    THE EXCEPTION REPORT, AND WRITES THE REPORT HEADINGS.
006930*****************************************************************
006940 1000-INITIALIZE.
006942     INITIALIZE CM-RUN-LOG-PARMS.
006944     MOVE "BATCHMUL" TO CM-RL-PROGRAM-ID.
006946     SET CM-RL-STEP-START TO TRUE.
006948     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
006950     ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD.
006960     ACCEPT CM-START-TIME FROM TIME.
006970     PERFORM 1150-GET-BUSINESS-DATE
007130                     "NOTHING TO DO, STATUS = "
007140                     CM-RECYCLE-IN-STATUS
007150             MOVE ZERO TO RETURN-CODE
007152             SET CM-RL-STEP-END TO TRUE
007154             MOVE RETURN-CODE TO CM-RL-RETURN-CODE
007156             MOVE CM-RUN-MODE TO CM-RL-KEY-TEXT
007158             CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS
007160             STOP RUN
007170         END-IF
007180     ELSE
008990             DISPLAY "BATCH-MULTIPLY: BUSINESS DATE "
009000                     CM-BUSINESS-DATE " IS NOT ON BUSCAL - "
009010                     "LOAD THE CALENDAR YEAR"
009020             PERFORM 1900-REFUSE-RUN
009030                 THRU 1900-REFUSE-RUN-EXIT
009040     END-READ.
009050     IF NOT BC-PROCESSING-DAY
009060         DISPLAY "BATCH-MULTIPLY: BUSINESS DATE "
009070                 CM-BUSINESS-DATE " IS NOT A PROCESSING DAY"
009080         PERFORM 1900-REFUSE-RUN
009090             THRU 1900-REFUSE-RUN-EXIT
009100     END-IF.
009110     CLOSE BUSINESS-CALENDAR-FILE.
009120     IF CM-BUSINESS-DATE NOT = CM-RUN-DATE
009410*    SHORT TRANSMISSION ABORTS WITH RETURN CODE 12 NAMING THE
009420*    FAILING SOURCE BEFORE A SINGLE RESULT IS WRITTEN, THEN
009430*    THE FEED IS CLOSED AND REOPENED FOR THE PROCESSING PASS.
009431*    ONCE EVERY SOURCE HAS PROVED, EACH BATCH IS CHECKED
009432*    AGAINST THE FEEDREG REGISTER BEFORE THE REOPEN.
009440*****************************************************************
009450 1300-VERIFY-FEED.
009460     PERFORM 1310-VERIFY-FEED-RECORD
009480         UNTIL CM-VERIFY-EOF.
009490     IF CM-SOURCE-ENTRY-CT = ZERO
009500         DISPLAY "BATCH-MULTIPLY: ORDRLINE FEED HAS NO HEADER"
009510         PERFORM 1900-REFUSE-RUN
009520             THRU 1900-REFUSE-RUN-EXIT
009530     END-IF.
009540     IF CM-HEADER-OPEN
009550         DISPLAY "BATCH-MULTIPLY: NO TRAILER FOR SOURCE "
009560                 CM-VERIFY-SOURCE " - TRANSMISSION TRUNCATED"
009570         PERFORM 1900-REFUSE-RUN
009580             THRU 1900-REFUSE-RUN-EXIT
009590     END-IF.
009591     PERFORM 1400-CHECK-FEED-REGISTER
009592         THRU 1400-CHECK-FEED-REGISTER-EXIT.
009600     CLOSE ORDER-LINE-FILE.
009610     OPEN INPUT ORDER-LINE-FILE.
009620     IF NOT CM-ORDER-LINE-OK
009860                 DISPLAY "BATCH-MULTIPLY: HEADER FOR SOURCE "
009870                         OL-HDR-SOURCE-SYSTEM " BEFORE THE "
009880                         "TRAILER FOR " CM-VERIFY-SOURCE
009890                 PERFORM 1900-REFUSE-RUN
009900                     THRU 1900-REFUSE-RUN-EXIT
009910             END-IF
009920             PERFORM 1320-OPEN-SOURCE-BATCH
009930                 THRU 1320-OPEN-SOURCE-BATCH-EXIT
009950             IF NOT CM-HEADER-OPEN
009960                 DISPLAY "BATCH-MULTIPLY: ORDRLINE DETAIL "
009970                         "OUTSIDE A SOURCE BATCH"
009980                 PERFORM 1900-REFUSE-RUN
009990                     THRU 1900-REFUSE-RUN-EXIT
010000             END-IF
010010             ADD 1 TO CM-FEED-DETAIL-CT
010020             IF OL-NX NUMERIC
010070             IF NOT CM-HEADER-OPEN
010080                 DISPLAY "BATCH-MULTIPLY: ORDRLINE REVERSAL "
010090                         "OUTSIDE A SOURCE BATCH"
010100                 PERFORM 1900-REFUSE-RUN
010110                     THRU 1900-REFUSE-RUN-EXIT
010120             END-IF
010130             ADD 1 TO CM-FEED-DETAIL-CT
010140         WHEN OL-TRAILER-RECORD
010150             IF NOT CM-HEADER-OPEN
010160                 DISPLAY "BATCH-MULTIPLY: ORDRLINE TRAILER "
010170                         "WITHOUT A HEADER"
010180                 PERFORM 1900-REFUSE-RUN
010190                     THRU 1900-REFUSE-RUN-EXIT
010200             END-IF
010210             IF OL-TRL-RECORD-COUNT NOT = CM-FEED-DETAIL-CT
010220                 DISPLAY "BATCH-MULTIPLY: TRAILER COUNT "
010230                         OL-TRL-RECORD-COUNT " BUT "
010240                         CM-FEED-DETAIL-CT " DETAILS READ "
010250                         "FOR SOURCE " CM-VERIFY-SOURCE
010260                 PERFORM 1900-REFUSE-RUN
010270                     THRU 1900-REFUSE-RUN-EXIT
010280             END-IF
010290             IF OL-TRL-NX-HASH NOT = CM-FEED-NX-HASH
010300                 DISPLAY "BATCH-MULTIPLY: TRAILER NX HASH "
010310                         "DOES NOT MATCH THE FEED FOR "
010320                         "SOURCE " CM-VERIFY-SOURCE
010330                 PERFORM 1900-REFUSE-RUN
010340                     THRU 1900-REFUSE-RUN-EXIT
010350             END-IF
010360             MOVE "N" TO CM-HEADER-OPEN-SW
010361             MOVE CM-FEED-DETAIL-CT TO
010362                 CM-FS-DETAIL-CT (CM-SOURCE-SUB)
010363             MOVE CM-FEED-NX-HASH TO
010364                 CM-FS-NX-HASH (CM-SOURCE-SUB)
010370         WHEN OTHER
010380             DISPLAY "BATCH-MULTIPLY: UNKNOWN ORDRLINE "
010390                     "RECORD TYPE " OL-RECORD-TYPE
010400             PERFORM 1900-REFUSE-RUN
010410                 THRU 1900-REFUSE-RUN-EXIT
010420     END-EVALUATE.
010430 1310-VERIFY-FEED-RECORD-EXIT.
010440     EXIT.
010520*    FOR THE SOURCE'S OWN TRAILER.
010530*****************************************************************
010540 1320-OPEN-SOURCE-BATCH.
010541     IF OL-HDR-FEED-DATE NOT = CM-BUSINESS-DATE
010542         DISPLAY "BATCH-MULTIPLY: FEED DATE "
010543                 OL-HDR-FEED-DATE " FOR SOURCE "
010544                 OL-HDR-SOURCE-SYSTEM " DOES NOT MATCH "
010545                 "BUSINESS DATE " CM-BUSINESS-DATE
010546         PERFORM 1900-REFUSE-RUN
010547             THRU 1900-REFUSE-RUN-EXIT
010548     END-IF.
010549     MOVE OL-HDR-SOURCE-SYSTEM TO CM-VERIFY-SOURCE.
010550     MOVE CM-VERIFY-SOURCE TO CM-SOURCE-LOOKUP.
010551     PERFORM 2920-FIND-SOURCE-ENTRY
010552         THRU 2920-FIND-SOURCE-ENTRY-EXIT.
010553     IF CM-SOURCE-FOUND
010554         DISPLAY "BATCH-MULTIPLY: TWO HEADERS FOR SOURCE "
010555                 CM-VERIFY-SOURCE
010556         PERFORM 1900-REFUSE-RUN
010557             THRU 1900-REFUSE-RUN-EXIT
010558     END-IF.
010559     PERFORM 2930-ADD-SOURCE-ENTRY
010560         THRU 2930-ADD-SOURCE-ENTRY-EXIT.
010561     SET CM-HEADER-OPEN TO TRUE.
010562     MOVE ZERO TO CM-FEED-DETAIL-CT.
010563     MOVE ZERO TO CM-FEED-NX-HASH.
010564 1320-OPEN-SOURCE-BATCH-EXIT.
010565     EXIT.
010566*
010567*****************************************************************
010568*    1400-CHECK-FEED-REGISTER
010569*    CHECKS EVERY SOURCE BATCH THE PRE-PASS PROVED AGAINST THE
010570*    PERMANENT FEEDREG REGISTER - A RETRANSMITTED BATCH PASSES
010571*    EVERY CONTROL TOTAL, SO ITS CONTROL FIGURES ARE LOOKED UP
010572*    AS THE KEY. A BATCH A COMPLETED RUN ALREADY TOOK ABORTS
010573*    RC=12 NAMING THE SOURCE AND THAT RUN BEFORE A SINGLE
010574*    RESULT IS WRITTEN. ONLY WHEN EVERY SOURCE IS CLEAR IS
010575*    EACH BATCH ENTERED ON THE REGISTER AS IN PROGRESS, SO A
010576*    REFUSED FEED LEAVES NOTHING BEHIND. THE REGISTER STAYS
010577*    OPEN FOR THE RUN TO STAMP THE TRANSACTION ID RANGE.
010578*****************************************************************
010579 1400-CHECK-FEED-REGISTER.
010580     OPEN I-O FEED-REGISTER-FILE.
010581     IF NOT CM-FEED-REGISTER-OK
010582         OPEN OUTPUT FEED-REGISTER-FILE
010583         IF CM-FEED-REGISTER-OK
010584             CLOSE FEED-REGISTER-FILE
010585             OPEN I-O FEED-REGISTER-FILE
010586         END-IF
010587     END-IF.
010588     IF NOT CM-FEED-REGISTER-OK
010589         DISPLAY "BATCH-MULTIPLY: UNABLE TO OPEN FEEDREG, "
010590                 "STATUS = " CM-FEED-REGISTER-STATUS
010591         MOVE 16 TO RETURN-CODE
010592         STOP RUN
010593     END-IF.
010594     SET CM-REGISTER-OPEN TO TRUE.
010595     MOVE CM-START-TIME(1:6) TO CM-REGISTER-TIME.
010596     PERFORM 1410-CHECK-REGISTER-ENTRY
010597         THRU 1410-CHECK-REGISTER-ENTRY-EXIT
010598         VARYING CM-SOURCE-SUB FROM 1 BY 1
010599         UNTIL CM-SOURCE-SUB > CM-SOURCE-ENTRY-CT.
010600     PERFORM 1420-TAKE-REGISTER-ENTRY
010601         THRU 1420-TAKE-REGISTER-ENTRY-EXIT
010602         VARYING CM-SOURCE-SUB FROM 1 BY 1
010603         UNTIL CM-SOURCE-SUB > CM-SOURCE-ENTRY-CT.
010604 1400-CHECK-FEED-REGISTER-EXIT.
010605     EXIT.
010606*
010607*****************************************************************
010608*    1410-CHECK-REGISTER-ENTRY
010609*    LOOKS ONE SOURCE BATCH UP ON THE REGISTER. NOT ON FILE,
010610*    RELEASED BY A SUPERVISOR, OR LEFT IN PROGRESS BY AN
010611*    INTERRUPTED RUN ARE ALL CLEAR TO TAKE - TAKEN BY A RUN
010612*    THAT COMPLETED IS A DUPLICATE AND ABORTS THE RUN.
010613*****************************************************************
010614 1410-CHECK-REGISTER-ENTRY.
010615     PERFORM 1430-READ-REGISTER-ENTRY
010616         THRU 1430-READ-REGISTER-ENTRY-EXIT.
010617     IF NOT CM-FEED-REGISTER-OK
010618         AND NOT CM-FEED-REGISTER-NOT-FOUND
010619         PERFORM 1450-REGISTER-READ-FAILED
010620             THRU 1450-REGISTER-READ-FAILED-EXIT
010621     END-IF.
010622     IF CM-FEED-REGISTER-NOT-FOUND
010623         GO TO 1410-CHECK-REGISTER-ENTRY-EXIT
010624     END-IF.
010625     IF FR-TAKEN
010626         DISPLAY "BATCH-MULTIPLY: DUPLICATE BATCH FOR SOURCE "
010627                 FR-SOURCE-SYSTEM " FEED DATE " FR-FEED-DATE
010628                 " COUNT " FR-DETAIL-COUNT " HASH " FR-NX-HASH
010629         DISPLAY "BATCH-MULTIPLY: ALREADY TAKEN BY THE RUN OF "
010630                 FR-TAKEN-DATE " AT " FR-TAKEN-TIME
010631                 " AS TRANSACTIONS " FR-FIRST-TRANSACTION-ID
010632                 " THRU " FR-LAST-TRANSACTION-ID
010633         DISPLAY "BATCH-MULTIPLY: A GENUINE RESUBMISSION MUST "
010634                 "BE RELEASED ON FEEDRLSE BY A SUPERVISOR"
010635         PERFORM 1900-REFUSE-RUN
010636             THRU 1900-REFUSE-RUN-EXIT
010637     END-IF.
010638 1410-CHECK-REGISTER-ENTRY-EXIT.
010639     EXIT.
010640*
010641*****************************************************************
010642*    1420-TAKE-REGISTER-ENTRY
010643*    ENTERS ONE SOURCE BATCH ON THE REGISTER AS IN PROGRESS
010644*    UNDER THIS RUN. A NEW BATCH IS WRITTEN; A RELEASED ONE IS
010645*    TAKEN AGAIN WITH ITS TAKE COUNT ROLLED AND A FRESH ID
010646*    RANGE; ONE LEFT IN PROGRESS BY AN INTERRUPTED RUN KEEPS
010647*    THE IDS ALREADY STAMPED, SINCE A CHECKPOINT RESTART
010648*    CARRIES ON FROM THE SAME TRANSACTIONS.
010649*****************************************************************
010650 1420-TAKE-REGISTER-ENTRY.
010651     PERFORM 1430-READ-REGISTER-ENTRY
010652         THRU 1430-READ-REGISTER-ENTRY-EXIT.
010653     IF NOT CM-FEED-REGISTER-OK
010654         AND NOT CM-FEED-REGISTER-NOT-FOUND
010655         PERFORM 1450-REGISTER-READ-FAILED
010656             THRU 1450-REGISTER-READ-FAILED-EXIT
010657     END-IF.
010658     IF CM-FEED-REGISTER-NOT-FOUND
010659         MOVE ZERO TO FR-FIRST-TRANSACTION-ID
010660         MOVE ZERO TO FR-LAST-TRANSACTION-ID
010661         MOVE 1 TO FR-TAKE-COUNT
010662         MOVE SPACES TO FR-RELEASED-BY
010663         MOVE ZERO TO FR-RELEASE-DATE
010664         SET FR-IN-PROGRESS TO TRUE
010665         MOVE CM-RUN-DATE TO FR-TAKEN-DATE
010666         MOVE CM-REGISTER-TIME TO FR-TAKEN-TIME
010667         WRITE FEED-REGISTER-RECORD
010668             INVALID KEY
010669                 DISPLAY "BATCH-MULTIPLY: UNABLE TO ENTER "
010670                         "SOURCE " FR-SOURCE-SYSTEM
010671                         " ON FEEDREG, STATUS = "
010672                         CM-FEED-REGISTER-STATUS
010673                 MOVE 16 TO RETURN-CODE
010674                 STOP RUN
010675         END-WRITE
010676         IF NOT CM-FEED-REGISTER-OK
010677             DISPLAY "BATCH-MULTIPLY: UNABLE TO ENTER "
010678                     "SOURCE " FR-SOURCE-SYSTEM
010679                     " ON FEEDREG, STATUS = "
010680                     CM-FEED-REGISTER-STATUS
010681             MOVE 16 TO RETURN-CODE
010682             STOP RUN
010683         END-IF
010684         GO TO 1420-TAKE-REGISTER-ENTRY-EXIT
010685     END-IF.
010686     IF FR-RELEASED
010687         MOVE ZERO TO FR-FIRST-TRANSACTION-ID
010688         MOVE ZERO TO FR-LAST-TRANSACTION-ID
010689         ADD 1 TO FR-TAKE-COUNT
010690     END-IF.
010691     SET FR-IN-PROGRESS TO TRUE.
010692     MOVE CM-RUN-DATE TO FR-TAKEN-DATE.
010693     MOVE CM-REGISTER-TIME TO FR-TAKEN-TIME.
010694     PERFORM 1440-REWRITE-REGISTER-ENTRY
010695         THRU 1440-REWRITE-REGISTER-ENTRY-EXIT.
010696 1420-TAKE-REGISTER-ENTRY-EXIT.
010697     EXIT.
010698*
010699*****************************************************************
010700*    1430-READ-REGISTER-ENTRY
010701*    KEYED READ OF THE REGISTER ENTRY FOR THE SOURCE BATCH AT
010702*    CM-SOURCE-SUB - STATUS 23 SAYS IT IS NOT ON FILE, AND THE
010703*    KEY IS LEFT IN THE RECORD AREA EITHER WAY.
010704*****************************************************************
010705 1430-READ-REGISTER-ENTRY.
010706     MOVE SPACES TO FEED-REGISTER-RECORD.
010707     MOVE CM-FS-SOURCE (CM-SOURCE-SUB) TO FR-SOURCE-SYSTEM.
010708     MOVE CM-BUSINESS-DATE TO FR-FEED-DATE.
010709     MOVE CM-FS-DETAIL-CT (CM-SOURCE-SUB) TO FR-DETAIL-COUNT.
010710     MOVE CM-FS-NX-HASH (CM-SOURCE-SUB) TO FR-NX-HASH.
010711     READ FEED-REGISTER-FILE
010712         INVALID KEY
010713             MOVE SPACES TO FEED-REGISTER-RECORD
010714             MOVE CM-FS-SOURCE (CM-SOURCE-SUB) TO
010715                 FR-SOURCE-SYSTEM
010716             MOVE CM-BUSINESS-DATE TO FR-FEED-DATE
010717             MOVE CM-FS-DETAIL-CT (CM-SOURCE-SUB) TO
010718                 FR-DETAIL-COUNT
010719             MOVE CM-FS-NX-HASH (CM-SOURCE-SUB) TO FR-NX-HASH
010720     END-READ.
010721 1430-READ-REGISTER-ENTRY-EXIT.
010722     EXIT.
010723*
010724*****************************************************************
010725*    1440-REWRITE-REGISTER-ENTRY
010726*    REWRITES THE REGISTER ENTRY JUST READ. A FAILURE DOES
010727*    NOT STOP THE RUN - THE RESULTS ARE GOOD - BUT THE ENTRY
010728*    NO LONGER GUARDS ITS BATCH, SO THE RUN ENDS RC=8 FOR
010729*    OPERATIONS TO PUT IT RIGHT BEFORE THE NEXT FEED.
010730*****************************************************************
010731 1440-REWRITE-REGISTER-ENTRY.
010732     REWRITE FEED-REGISTER-RECORD
010733         INVALID KEY
010734             DISPLAY "BATCH-MULTIPLY: UNABLE TO UPDATE FEEDREG "
010735                     "FOR SOURCE " FR-SOURCE-SYSTEM
010736                     ", STATUS = " CM-FEED-REGISTER-STATUS
010737             MOVE 8 TO RETURN-CODE
010738             GO TO 1440-REWRITE-REGISTER-ENTRY-EXIT
010739     END-REWRITE.
010740     IF NOT CM-FEED-REGISTER-OK
010741         DISPLAY "BATCH-MULTIPLY: UNABLE TO UPDATE FEEDREG "
010742                 "FOR SOURCE " FR-SOURCE-SYSTEM
010743                 ", STATUS = " CM-FEED-REGISTER-STATUS
010744         MOVE 8 TO RETURN-CODE
010745     END-IF.
010746 1440-REWRITE-REGISTER-ENTRY-EXIT.
010747     EXIT.
010748*
010749*****************************************************************
010750*    1450-REGISTER-READ-FAILED
010751*    ENDS THE RUN RC=16 WHEN THE REGISTER READ FAILS WITH ANY
010752*    STATUS BUT 23 BEFORE POSTING. THE BATCH CANNOT BE TAKEN AS
010753*    NEW, SINCE THE REGISTER HAS NOT SAID IT IS NOT A DUPLICATE.
010754*****************************************************************
010755 1450-REGISTER-READ-FAILED.
010756     DISPLAY "BATCH-MULTIPLY: UNABLE TO READ FEEDREG "
010757             "FOR SOURCE " FR-SOURCE-SYSTEM
010758             ", STATUS = " CM-FEED-REGISTER-STATUS.
010759     MOVE 16 TO RETURN-CODE.
010760     STOP RUN.
010761 1450-REGISTER-READ-FAILED-EXIT.
010762     EXIT.
010763*
010764*****************************************************************
010765*    1900-REFUSE-RUN
010766*    ENDS THE RUN RC=12 ON A CONTROLLED REFUSAL - A BUSINESS
010767*    DATE THE CALENDAR DOES NOT ALLOW, OR A FEED THAT FAILS ITS
010768*    CONTROLS OR WAS ALREADY TAKEN. THE REASON HAS ALREADY BEEN
010769*    DISPLAYED. NOTHING HAS BEEN WRITTEN TO MULTOUT, SO NO
010770*    SOURCE BATCH IS COUNTED AS ACCEPTED, BUT THE END IS LOGGED
010771*    TO RUNCTL SO THE MORNING REPORT SHOWS A REFUSAL RATHER
010772*    THAN A STEP THAT NEVER FINISHED.
010773*****************************************************************
010774 1900-REFUSE-RUN.
010775     MOVE 12 TO RETURN-CODE.
010776     SET CM-RL-STEP-END TO TRUE.
010777     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
010778     MOVE "BATCHES" TO CM-RL-KEY-COUNT-LABEL(1).
010779     MOVE ZERO TO CM-RL-KEY-COUNT(1).
010780     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(2).
010781     MOVE CM-RECORDS-READ-CT TO CM-RL-KEY-COUNT(2).
010782     MOVE "POSTED" TO CM-RL-KEY-COUNT-LABEL(3).
010783     MOVE CM-RECORDS-WRITTEN-CT TO CM-RL-KEY-COUNT(3).
010784     MOVE "REJECTED" TO CM-RL-KEY-COUNT-LABEL(4).
010785     MOVE CM-RECORDS-REJECTED-CT TO CM-RL-KEY-COUNT(4).
010786     MOVE CM-RUN-MODE TO CM-RL-KEY-TEXT.
010787     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
010788     STOP RUN.
010789 1900-REFUSE-RUN-EXIT.
010790     EXIT.
010800*
010810*****************************************************************
011280         PERFORM 2300-CALCULATE-RECORD
011290             THRU 2300-CALCULATE-RECORD-EXIT
011300     END-IF.
011301     IF CM-VALID-RECORD
011302         PERFORM 2310-CHECK-CREDIT-LIMIT
011303             THRU 2310-CHECK-CREDIT-LIMIT-EXIT
011304     END-IF.
011310     PERFORM 2050-BUILD-TRANSACTION
011320         THRU 2050-BUILD-TRANSACTION-EXIT.
011330     IF CM-VALID-RECORD
011360     END-IF.
011370     IF CM-VALID-RECORD
011380         ADD 1 TO CM-RECORDS-WRITTEN-CT
011381         PERFORM 2270-POST-EXPOSURE
011382             THRU 2270-POST-EXPOSURE-EXIT
011390         PERFORM 2500-WRITE-SUMMARY-LINE
011400             THRU 2500-WRITE-SUMMARY-LINE-EXIT
011410     ELSE
011950*    EVER SEES DETAIL RECORDS. THE PRE-PASS IN
011960*    1300-VERIFY-FEED HAS ALREADY PROVED THE
011970*    CONTROL RECORDS ARE PRESENT AND CORRECT.
011971*    A TRAILER ALSO STAMPS THE SOURCE'S LAST TRANSACTION ID
011972*    ON ITS FEEDREG REGISTER ENTRY.
011980*****************************************************************
011990 2100-READ-ORDER-LINE.
012000     IF CM-RECYCLE-MODE
012120         GO TO 2100-READ-ORDER-LINE
012130     END-IF.
012140     IF OL-TRAILER-RECORD
012141         PERFORM 2150-CLOSE-SOURCE-BATCH
012142             THRU 2150-CLOSE-SOURCE-BATCH-EXIT
012150         GO TO 2100-READ-ORDER-LINE
012160     END-IF.
012170 2100-READ-ORDER-LINE-EXIT.
012350         MOVE RI-ORIGINAL-ID TO CM-RECYCLE-ORIG-ID
012360     ELSE
012370         MOVE ZERO TO CM-RECYCLE-ORIG-ID
012371     END-IF.
012372 2110-READ-RECYCLE-LINE-EXIT.
012373     EXIT.
012374*
012375*****************************************************************
012376*    2150-CLOSE-SOURCE-BATCH
012377*    A SOURCE'S TRAILER ON THE PROCESSING PASS - EVERY RECORD
012378*    OF THE BATCH IS WRITTEN, AUDITED, AND CHECKPOINTED BY
012379*    NOW, SO ITS LAST TRANSACTION ID GOES ON THE REGISTER.
012380*****************************************************************
012381 2150-CLOSE-SOURCE-BATCH.
012382     IF NOT CM-REGISTER-OPEN
012383         GO TO 2150-CLOSE-SOURCE-BATCH-EXIT
012384     END-IF.
012385     MOVE CM-CURRENT-SOURCE TO CM-SOURCE-LOOKUP.
012386     PERFORM 2920-FIND-SOURCE-ENTRY
012387         THRU 2920-FIND-SOURCE-ENTRY-EXIT.
012388     IF CM-SOURCE-FOUND
012389         PERFORM 2950-STAMP-REGISTER-IDS
012390             THRU 2950-STAMP-REGISTER-IDS-EXIT
012391     END-IF.
012392 2150-CLOSE-SOURCE-BATCH-EXIT.
012400     EXIT.
012410*
012420*****************************************************************
013440                 TO TRUE
013450     END-WRITE.
013460 2260-WRITE-OUTPUT-RECORD-EXIT.
013461     EXIT.
013462*
013463*****************************************************************
013464*    2270-POST-EXPOSURE
013465*    POSTS A RESULT JUST WRITTEN TO MULTOUT TO ITS ACCOUNT'S
013466*    RUNNING EXPOSURE THROUGH CMCRDCHK, PRICED AT THE RATE IN
013467*    FORCE ON THE BUSINESS DATE - A REVERSAL POSTS AS A CREDIT.
013468*    THE RESULT STANDS WHETHER OR NOT THE POSTING TAKES, SO A
013469*    FAILURE IS ONLY DISPLAYED AND COUNTED FOR OPERATIONS.
013470*****************************************************************
013471 2270-POST-EXPOSURE.
013472     SET CM-CR-POST TO TRUE.
013473     MOVE CM-WORK-ACCOUNT-NO TO CM-CR-ACCOUNT-NO.
013474     MOVE CM-WORK-CUSTOMER-TIER TO CM-CR-CUSTOMER-TIER.
013475     MOVE CM-WORK-RESULT TO CM-CR-RESULT.
013476     MOVE CM-BUSINESS-DATE TO CM-CR-PRICE-DATE.
013477     IF CM-TR-STATUS-REVERSAL OF CM-TRANSACTION-RECORD
013478         SET CM-CR-CREDIT TO TRUE
013479     ELSE
013480         SET CM-CR-DEBIT TO TRUE
013481     END-IF.
013482     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
013483     IF CM-CR-OVER-LIMIT
013484         ADD 1 TO CM-EXPOSURE-FAIL-CT
013485         DISPLAY "BATCH-MULTIPLY: EXPOSURE NOT POSTED FOR "
013486                 "TRANSACTION " OUT-TRANSACTION-ID
013487                 " ACCOUNT " CM-CR-ACCOUNT-NO
013488                 " - " CM-CR-REASON
013489     END-IF.
013490 2270-POST-EXPOSURE-EXIT.
013491     EXIT.
013492*
013493*****************************************************************
013500*    2300-CALCULATE-RECORD
013510*    MULTIPLIES NX BY NY INTO THE RESULT FIELD. THE FIELD NOW
013520*    HOLDS THE FULL FOUR-DIGIT PRODUCT - 99 BY 99 IS 9801, SO
013540*    REJECT IS RETIRED.
013550*****************************************************************
013560 2300-CALCULATE-RECORD.
013561     MULTIPLY CM-WORK-NX BY CM-WORK-NY GIVING CM-WORK-RESULT.
013562 2300-CALCULATE-RECORD-EXIT.
013563     EXIT.
013564*
013565*****************************************************************
013566*    2310-CHECK-CREDIT-LIMIT
013567*    PRICES THE RESULT AT THE RATE IN FORCE ON THE BUSINESS
013568*    DATE AND ASKS CMCRDCHK WHETHER IT FITS UNDER THE ACCOUNT'S
013569*    CREDIT LIMIT ON TOP OF WHAT IS ALREADY POSTED AND NOT YET
013570*    ACKNOWLEDGED BY BILLING. A LINE THAT DOES NOT FIT REJECTS
013571*    WITH CMCRDCHK'S REASON - "CREDLIM" - AND GOES TO RECYCOUT
013572*    TO BE RECYCLED ONCE BILLING HAS RELIEVED THE ACCOUNT OR
013573*    THE LIMIT HAS BEEN RAISED.
013574*****************************************************************
013575 2310-CHECK-CREDIT-LIMIT.
013576     SET CM-CR-CHECK TO TRUE.
013577     SET CM-CR-DEBIT TO TRUE.
013578     MOVE CM-WORK-ACCOUNT-NO TO CM-CR-ACCOUNT-NO.
013579     MOVE CM-WORK-CUSTOMER-TIER TO CM-CR-CUSTOMER-TIER.
013580     MOVE CM-WORK-RESULT TO CM-CR-RESULT.
013581     MOVE CM-BUSINESS-DATE TO CM-CR-PRICE-DATE.
013582     CALL "CMCRDCHK" USING CM-CREDIT-PARMS.
013583     IF CM-CR-OVER-LIMIT
013584         SET CM-VALID-RECORD-SW TO "N"
013585         MOVE CM-CR-REASON TO CM-REJECT-REASON
013586     END-IF.
013587 2310-CHECK-CREDIT-LIMIT-EXIT.
013590     EXIT.
013600*
013610*****************************************************************
015350         PERFORM 2870-MARK-ORIGINAL-REVERSED
015360             THRU 2870-MARK-ORIGINAL-REVERSED-EXIT
015370         ADD 1 TO CM-RECORDS-WRITTEN-CT
015371         PERFORM 2270-POST-EXPOSURE
015372             THRU 2270-POST-EXPOSURE-EXIT
015380         PERFORM 2500-WRITE-SUMMARY-LINE
015390             THRU 2500-WRITE-SUMMARY-LINE-EXIT
015400     ELSE
015480*****************************************************************
015490*    2810-READ-ORIGINAL
015500*    KEYED READ OF THE TRANSACTION BEING REVERSED - IT MUST
015510*    EXIST, MUST NOT ITSELF BE A REVERSAL OR A VOLUME REBATE
015520*    CREDIT, AND MUST NOT HAVE BEEN REVERSED ALREADY. ITS TIER,
015530*    FACTORS, AND RESULT ARE SAVED SO THE REVERSAL TRANSACTION
015540*    AND ITS AUDIT ROW CARRY THE FIGURES BEING OFFSET.
015550*****************************************************************
015560 2810-READ-ORIGINAL.
015570     MOVE CM-REVERSAL-ORIG-ID TO OUT-TRANSACTION-ID.
015640     IF OUT-ORIGINAL-ID NUMERIC
015650         SET CM-VALID-RECORD-SW TO "N"
015660         MOVE "REVOFREV" TO CM-REJECT-REASON
015661         GO TO 2810-READ-ORIGINAL-EXIT
015662     END-IF.
015663     IF OUT-REBATE-CREDIT
015664         SET CM-VALID-RECORD-SW TO "N"
015665         MOVE "REVREBAT" TO CM-REJECT-REASON
015670         GO TO 2810-READ-ORIGINAL-EXIT
015680     END-IF.
015690     IF OUT-REVERSED
016480*    PER-SOURCE SUBTOTALS AT THE FOOT OF THE SUMMARY REPORT.
016490*    A RECYCLE PASS HAS NO FEED HEADERS, SO ITS "RECYCLE"
016500*    ENTRY IS ADDED ON FIRST USE.
016501*    THE FIRST AND LAST TRANSACTION IDS HANDED OUT UNDER THE
016502*    SOURCE ARE KEPT, AND THE FIRST IS STAMPED ON THE SOURCE'S
016503*    REGISTER ENTRY AT ONCE.
016510*****************************************************************
016520 2910-TALLY-SOURCE-COUNTS.
016530     MOVE CM-CURRENT-SOURCE TO CM-SOURCE-LOOKUP.
016620         ADD 1 TO CM-FS-WRITTEN-CT (CM-SOURCE-SUB)
016630     ELSE
016640         ADD 1 TO CM-FS-REJECTED-CT (CM-SOURCE-SUB)
016641     END-IF.
016642     MOVE CM-TR-TRANSACTION-ID OF CM-TRANSACTION-RECORD
016643         TO CM-FS-LAST-ID (CM-SOURCE-SUB).
016644     IF CM-FS-FIRST-ID (CM-SOURCE-SUB) = ZERO
016645         MOVE CM-FS-LAST-ID (CM-SOURCE-SUB) TO
016646             CM-FS-FIRST-ID (CM-SOURCE-SUB)
016647         PERFORM 2950-STAMP-REGISTER-IDS
016648             THRU 2950-STAMP-REGISTER-IDS-EXIT
016650     END-IF.
016660 2910-TALLY-SOURCE-COUNTS-EXIT.
016670     EXIT.
017150     MOVE ZERO TO CM-FS-READ-CT (CM-SOURCE-SUB).
017160     MOVE ZERO TO CM-FS-WRITTEN-CT (CM-SOURCE-SUB).
017170     MOVE ZERO TO CM-FS-REJECTED-CT (CM-SOURCE-SUB).
017171     MOVE ZERO TO CM-FS-DETAIL-CT (CM-SOURCE-SUB).
017172     MOVE ZERO TO CM-FS-NX-HASH (CM-SOURCE-SUB).
017173     MOVE ZERO TO CM-FS-FIRST-ID (CM-SOURCE-SUB).
017174     MOVE ZERO TO CM-FS-LAST-ID (CM-SOURCE-SUB).
017180 2930-ADD-SOURCE-ENTRY-EXIT.
017181     EXIT.
017182*
017183*****************************************************************
017184*    2950-STAMP-REGISTER-IDS
017185*    STAMPS THE TRANSACTION ID RANGE OF THE SOURCE AT
017186*    CM-SOURCE-SUB ON ITS REGISTER ENTRY. A FIRST ID ALREADY
017187*    ON THE ENTRY IS KEPT - IT WAS STAMPED BY THE RUN THIS
017188*    ONE RESTARTED - SO THE RANGE COVERS THE WHOLE BATCH.
017189*    NOTHING IS STAMPED ON A RECYCLE PASS, WHICH HAS NO
017190*    REGISTER ENTRIES.
017191*****************************************************************
017192 2950-STAMP-REGISTER-IDS.
017193     IF NOT CM-REGISTER-OPEN
017194         GO TO 2950-STAMP-REGISTER-IDS-EXIT
017195     END-IF.
017196     PERFORM 1430-READ-REGISTER-ENTRY
017197         THRU 1430-READ-REGISTER-ENTRY-EXIT.
017198     IF NOT CM-FEED-REGISTER-OK
017199         DISPLAY "BATCH-MULTIPLY: NO FEEDREG ENTRY FOR SOURCE "
017200                 CM-FS-SOURCE (CM-SOURCE-SUB)
017201         MOVE 8 TO RETURN-CODE
017202         GO TO 2950-STAMP-REGISTER-IDS-EXIT
017203     END-IF.
017204     IF FR-FIRST-TRANSACTION-ID = ZERO
017205         MOVE CM-FS-FIRST-ID (CM-SOURCE-SUB) TO
017206             FR-FIRST-TRANSACTION-ID
017207     END-IF.
017208     IF CM-FS-LAST-ID (CM-SOURCE-SUB) > ZERO
017209         MOVE CM-FS-LAST-ID (CM-SOURCE-SUB) TO
017210             FR-LAST-TRANSACTION-ID
017211     END-IF.
017212     PERFORM 1440-REWRITE-REGISTER-ENTRY
017213         THRU 1440-REWRITE-REGISTER-ENTRY-EXIT.
017214 2950-STAMP-REGISTER-IDS-EXIT.
017215     EXIT.
017216*
017217*****************************************************************
017220*    3000-TERMINATE
017230*    WRITES THE GRAND-TOTAL LINE, CLOSES THE FILES, RESETS THE
017240*    CHECKPOINT SINCE THE RUN COMPLETED CLEAN, AND DISPLAYS RUN
017250*    COUNTS FOR THE OPERATOR.
017251*    EVERY SOURCE BATCH THE RUN TOOK IS MARKED TAKEN ON THE
017252*    FEEDREG REGISTER, SO THE SAME BATCH IS REFUSED HEREAFTER.
017260*****************************************************************
017270 3000-TERMINATE.
017280     MOVE CM-GRAND-TOTAL TO CM-ST-GRAND-TOTAL.
017480     CLOSE SUMMARY-REPORT-FILE.
017490     PERFORM 3100-WRITE-RUN-STATISTICS
017500         THRU 3100-WRITE-RUN-STATISTICS-EXIT.
017501     IF CM-REGISTER-OPEN
017502         PERFORM 3200-COMPLETE-REGISTER-ENTRY
017503             THRU 3200-COMPLETE-REGISTER-ENTRY-EXIT
017504             VARYING CM-SOURCE-SUB FROM 1 BY 1
017505             UNTIL CM-SOURCE-SUB > CM-SOURCE-ENTRY-CT
017506         CLOSE FEED-REGISTER-FILE
017507     END-IF.
017510     DISPLAY "BATCH-MULTIPLY: RECORDS READ     = "
017520             CM-RECORDS-READ-CT.
017530     DISPLAY "BATCH-MULTIPLY: RECORDS WRITTEN  = "
017540             CM-RECORDS-WRITTEN-CT.
017550     DISPLAY "BATCH-MULTIPLY: RECORDS REJECTED = "
017551             CM-RECORDS-REJECTED-CT.
017552     IF CM-EXPOSURE-FAIL-CT > ZERO
017553         DISPLAY "BATCH-MULTIPLY: EXPOSURE NOT POSTED = "
017554                 CM-EXPOSURE-FAIL-CT
017555     END-IF.
017556     SET CM-RL-STEP-END TO TRUE.
017557     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
017558     MOVE "BATCHES" TO CM-RL-KEY-COUNT-LABEL(1).
017559     MOVE CM-SOURCE-ENTRY-CT TO CM-RL-KEY-COUNT(1).
017560     MOVE "READ" TO CM-RL-KEY-COUNT-LABEL(2).
017561     MOVE CM-RECORDS-READ-CT TO CM-RL-KEY-COUNT(2).
017562     MOVE "POSTED" TO CM-RL-KEY-COUNT-LABEL(3).
017563     MOVE CM-RECORDS-WRITTEN-CT TO CM-RL-KEY-COUNT(3).
017564     MOVE "REJECTED" TO CM-RL-KEY-COUNT-LABEL(4).
017565     MOVE CM-RECORDS-REJECTED-CT TO CM-RL-KEY-COUNT(4).
017566     MOVE CM-RUN-MODE TO CM-RL-KEY-TEXT.
017567     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
017570 3000-TERMINATE-EXIT.
017580     EXIT.
017590*
018370     END-IF.
018380 3110-MOVE-REASON-TALLY-EXIT.
018390     EXIT.
018391*
018392*****************************************************************
018393*    3200-COMPLETE-REGISTER-ENTRY
018394*    MARKS ONE SOURCE BATCH TAKEN ON THE REGISTER NOW THE RUN
018395*    HAS COMPLETED, WITH ITS FINAL TRANSACTION ID RANGE.
018396*****************************************************************
018397 3200-COMPLETE-REGISTER-ENTRY.
018398     PERFORM 1430-READ-REGISTER-ENTRY
018399         THRU 1430-READ-REGISTER-ENTRY-EXIT.
018401     IF NOT CM-FEED-REGISTER-OK
018402         DISPLAY "BATCH-MULTIPLY: NO FEEDREG ENTRY FOR SOURCE "
018403                 CM-FS-SOURCE (CM-SOURCE-SUB)
018404         MOVE 8 TO RETURN-CODE
018405         GO TO 3200-COMPLETE-REGISTER-ENTRY-EXIT
018406     END-IF.
018407     IF FR-FIRST-TRANSACTION-ID = ZERO
018408         MOVE CM-FS-FIRST-ID (CM-SOURCE-SUB) TO
018409             FR-FIRST-TRANSACTION-ID
018411     END-IF.
018412     IF CM-FS-LAST-ID (CM-SOURCE-SUB) > ZERO
018413         MOVE CM-FS-LAST-ID (CM-SOURCE-SUB) TO
018414             FR-LAST-TRANSACTION-ID
018415     END-IF.
018416     SET FR-TAKEN TO TRUE.
018417     PERFORM 1440-REWRITE-REGISTER-ENTRY
018418         THRU 1440-REWRITE-REGISTER-ENTRY-EXIT.
018419 3200-COMPLETE-REGISTER-ENTRY-EXIT.
018421     EXIT.
