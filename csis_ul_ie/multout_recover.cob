000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MLTRECOV.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - MULTOUT RECOVERY FROM THE
000120*                  NIGHTLY MLTBKUP BACKUP. A LOST OR DAMAGED
000130*                  MULTOUT USED TO MEAN RESTORING THE WEEKLY
000140*                  VOLUME DUMP AND RE-KEYING A WEEK OF WORK.
000150*                  THE RUN FIRST PROVES THE MULTBKUP GENERATION
000160*                  COMPLETE - ITS MBKCTL CONTROL RECORD MUST BE
000170*                  THE LAST RECORD AND ITS COUNT AND HIGHEST
000180*                  TRANSACTION ID MUST MATCH WHAT WAS READ -
000190*                  AND ONLY THEN LOADS IT INTO THE FRESHLY
000200*                  DEFINED MULTOUT. IT THEN REPLAYS, IN LOG
000210*                  ORDER, EVERY AUDITLOG ROW STAMPED AT OR
000220*                  AFTER THE BACKUP TIME THAT CHANGED MULTOUT:
000230*                  "00" WRITES THE NEW RESULT, "RV" WRITES THE
000240*                  REVERSAL AND FLAGS ITS ORIGINAL REVERSED,
000250*                  AND "EX" PUTS BACK THE EXTRACT FLAG, RUN
000260*                  NUMBER, AND EXTRACT DATE. A CHANGE ALREADY
000270*                  ON THE BACKUP (A ROW LOGGED IN THE SAME
000280*                  SECOND THE COPY STARTED) IS RECOGNISED AND
000290*                  COUNTED, NOT APPLIED TWICE. LAST, ANY
000300*                  RESTORED RECORD ALSO ON MULTHIST WAS PURGED
000310*                  AFTER THE BACKUP AND IS TAKEN OFF AGAIN.
000320*                  EVERY ROW THAT COULD NOT BE REPLAYED IS
000330*                  LISTED ON RCVRPT WITH THE REASON AND THE RUN
000340*                  ENDS RC=8; A BACKUP THAT DOES NOT PROVE
000350*                  COMPLETE ENDS RC=16 BEFORE MULTOUT IS
000360*                  TOUCHED.
000361*    10/15/26  JI  LOGS ITS START AND END TO THE SHARED
000362*                  RUN-CONTROL LOG THROUGH CMRUNLOG - THE RETURN
000363*                  CODE AND THE RECORDS LOADED, RESULTS AND STAMPS
000364*                  REPLAYED, AND ROWS NOT REPLAYED - FOR THE
000365*                  MORNING OPERATIONS REPORT.
000366*    10/15/26  JI  REPLAYS "VR" ROWS - A VOLUME REBATE CREDIT
000367*                  REBPOST POSTED AT MONTH END IS WRITTEN BACK
000368*                  WITH OUT-CREDIT-TYPE "R", AND THE CREDIT TYPE
000369*                  IS PART OF THE ALREADY-ON-THE-BACKUP CHECK.
000370*****************************************************************
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. CSIS-UL-IE.
000420 OBJECT-COMPUTER. CSIS-UL-IE.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BACKUP-FILE ASSIGN TO "MULTBKUP"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CM-BACKUP-STATUS.
000480
000490     SELECT RESULT-FILE ASSIGN TO "MULTOUT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OUT-TRANSACTION-ID
000530         FILE STATUS IS CM-RESULT-STATUS.
000540
000550     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CM-AUDIT-FILE-STATUS.
000580
000590     SELECT HISTORY-FILE ASSIGN TO "MULTHIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CM-HISTORY-STATUS.
000620
000630     SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CM-REPORT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700*****************************************************************
000710*    MULTBKUP - THE BACKUP GENERATION TO RECOVER FROM. MULTOUT
000720*    RECORDS VERBATIM, CLOSED BY ONE TYPE C MBKCTL CONTROL
000730*    RECORD.
000740*****************************************************************
000750 FD  BACKUP-FILE
000760     RECORD CONTAINS 52 CHARACTERS.
000770 01  BACKUP-RECORD                   PIC X(52).
000780
000790 FD  RESULT-FILE
000800     RECORD CONTAINS 52 CHARACTERS.
000810 01  RESULT-RECORD.
000820     COPY MULTOUT.
000830
000840 FD  AUDIT-LOG-FILE
000850     RECORD CONTAINS 90 CHARACTERS.
000860 01  AUDIT-LOG-RECORD.
000870     COPY AUDITREC.
000880
000890 FD  HISTORY-FILE
000900     RECORD CONTAINS 52 CHARACTERS.
000910 01  HISTORY-RECORD.
000920     COPY MULTOUT REPLACING LEADING ==OUT== BY ==MH==.
000930
000940 FD  RECOVERY-REPORT-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  RECOVERY-REPORT-LINE            PIC X(80).
000970
000980 WORKING-STORAGE SECTION.
000990*
001000*****************************************************************
001010*    FILE STATUS SWITCHES
001020*****************************************************************
001030 01  CM-BACKUP-STATUS                PIC X(02) VALUE ZEROS.
001040     88  CM-BACKUP-OK                    VALUE "00".
001050
001060 01  CM-RESULT-STATUS                PIC X(02) VALUE ZEROS.
001070     88  CM-RESULT-OK                    VALUE "00".
001080
001090 01  CM-AUDIT-FILE-STATUS            PIC X(02) VALUE ZEROS.
001100     88  CM-AUDIT-FILE-OK                VALUE "00".
001110
001120 01  CM-HISTORY-STATUS               PIC X(02) VALUE ZEROS.
001130     88  CM-HISTORY-OK                   VALUE "00".
001140     88  CM-HISTORY-NOT-FOUND            VALUE "35".
001150
001160 01  CM-REPORT-STATUS                PIC X(02) VALUE ZEROS.
001170     88  CM-REPORT-OK                    VALUE "00".
001180*
001190*****************************************************************
001200*    PROGRAM SWITCHES
001210*****************************************************************
001220 01  CM-SWITCHES.
001230     05  CM-BACKUP-EOF-SW            PIC X(01) VALUE "N".
001240         88  CM-BACKUP-EOF               VALUE "Y".
001250     05  CM-CONTROL-FOUND-SW         PIC X(01) VALUE "N".
001260         88  CM-CONTROL-FOUND            VALUE "Y".
001270     05  CM-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001280         88  CM-AUDIT-EOF                VALUE "Y".
001290     05  CM-HISTORY-EOF-SW           PIC X(01) VALUE "N".
001300         88  CM-HISTORY-EOF              VALUE "Y".
001310     05  CM-REPLAY-OK-SW             PIC X(01) VALUE "N".
001320         88  CM-REPLAY-OK                VALUE "Y".
001321     05  CM-ALREADY-ON-FILE-SW       PIC X(01) VALUE "N".
001322         88  CM-ALREADY-ON-FILE          VALUE "Y".
001330*
001340*****************************************************************
001350*    BACKUP CONTROL RECORD AND THE REPLAY STARTING POINT - THE
001360*    BACKUP DATE AND TIME AS ONE CCYYMMDDHHMMSS FIGURE, THE
001370*    SAME SHAPE AS AL-TIMESTAMP.
001380*****************************************************************
001390 01  CM-BACKUP-CONTROL.
001400     COPY MBKCTL.
001410
001420 01  CM-REPLAY-FROM                  PIC 9(14) VALUE ZERO.
001430 01  CM-REPLAY-FROM-PARTS REDEFINES CM-REPLAY-FROM.
001440     05  CM-RF-DATE                  PIC 9(08).
001450     05  CM-RF-TIME                  PIC 9(06).
001460*
001470*****************************************************************
001480*    REPLAY WORK RECORD - THE MULTOUT RECORD AN AUDIT ROW
001490*    DESCRIBES, KEPT SO A RECORD ALREADY ON FILE UNDER THE
001500*    SAME ID CAN BE COMPARED WITH IT.
001510*****************************************************************
001520 01  CM-REPLAY-RECORD.
001530     COPY MULTOUT REPLACING LEADING ==OUT== BY ==RP==.
001540
001550 01  CM-REPLAY-RUN-NO                PIC 9(04) VALUE ZERO.
001560 01  CM-EXCEPTION-REASON             PIC X(48) VALUE SPACES.
001570*
001580*****************************************************************
001590*    COUNTERS
001600*****************************************************************
001610 01  CM-COUNTERS.
001620     05  CM-BACKUP-READ-CT           PIC 9(08) COMP VALUE ZERO.
001630     05  CM-BACKUP-HIGH-ID           PIC 9(08) COMP VALUE ZERO.
001640     05  CM-RECORDS-LOADED-CT        PIC 9(08) COMP VALUE ZERO.
001650     05  CM-AUDIT-READ-CT            PIC 9(08) COMP VALUE ZERO.
001660     05  CM-BEFORE-BACKUP-CT         PIC 9(08) COMP VALUE ZERO.
001670     05  CM-NOT-MULTOUT-CT           PIC 9(08) COMP VALUE ZERO.
001680     05  CM-RESULTS-REPLAYED-CT      PIC 9(08) COMP VALUE ZERO.
001690     05  CM-REVERSALS-REPLAYED-CT    PIC 9(08) COMP VALUE ZERO.
001695     05  CM-REBATES-REPLAYED-CT      PIC 9(08) COMP VALUE ZERO.
001700     05  CM-ORIGINALS-FLAGGED-CT     PIC 9(08) COMP VALUE ZERO.
001710     05  CM-STAMPS-REPLAYED-CT       PIC 9(08) COMP VALUE ZERO.
001720     05  CM-ALREADY-APPLIED-CT       PIC 9(08) COMP VALUE ZERO.
001730     05  CM-EXCEPTION-CT             PIC 9(08) COMP VALUE ZERO.
001740     05  CM-HISTORY-READ-CT          PIC 9(08) COMP VALUE ZERO.
001750     05  CM-PURGED-REMOVED-CT        PIC 9(08) COMP VALUE ZERO.
001760*
001770*****************************************************************
001780*    REPORT LINE LAYOUTS
001790*****************************************************************
001800 01  CM-REPORT-HEADING-1.
001810     05  FILLER                      PIC X(40)
001820         VALUE "MULTOUT RECOVERY REPORT".
001830     05  FILLER                      PIC X(40) VALUE SPACES.
001840
001850 01  CM-BACKUP-LINE-1.
001860     05  FILLER                      PIC X(20)
001870         VALUE "BACKUP TAKEN".
001880     05  CM-BL-BACKUP-DATE           PIC 9(08).
001890     05  FILLER                      PIC X(01) VALUE SPACES.
001900     05  CM-BL-BACKUP-TIME           PIC 9(06).
001910     05  FILLER                      PIC X(04) VALUE SPACES.
001920     05  FILLER                      PIC X(15)
001930         VALUE "BUSINESS DATE".
001940     05  CM-BL-BUSINESS-DATE         PIC 9(08).
001950     05  FILLER                      PIC X(18) VALUE SPACES.
001960
001970 01  CM-BACKUP-LINE-2.
001980     05  FILLER                      PIC X(20)
001990         VALUE "RECORDS ON BACKUP".
002000     05  CM-BL-RECORD-COUNT          PIC Z(07)9.
002010     05  FILLER                      PIC X(04) VALUE SPACES.
002020     05  FILLER                      PIC X(16)
002030         VALUE "HIGHEST TRANS ID".
002040     05  CM-BL-HIGH-ID               PIC 9(08).
002050     05  FILLER                      PIC X(04) VALUE SPACES.
002060     05  FILLER                      PIC X(12)
002070         VALUE "LAST EXTRACT".
002080     05  CM-BL-EXTRACT-RUN-NO        PIC 9(04).
002090     05  FILLER                      PIC X(04) VALUE SPACES.
002100
002110 01  CM-EXCEPTION-HEADING.
002120     05  FILLER                      PIC X(40)
002130         VALUE "AUDIT ROWS NOT REPLAYED".
002140     05  FILLER                      PIC X(40) VALUE SPACES.
002150
002160 01  CM-EXCEPTION-COLUMN-HEADING.
002170     05  FILLER                      PIC X(20)
002180         VALUE "LOGGED         SRC T".
002190     05  FILLER                      PIC X(20)
002200         VALUE "RANS ID  ST  REASON".
002210     05  FILLER                      PIC X(40) VALUE SPACES.
002220
002230 01  CM-EXCEPTION-LINE.
002240     05  CM-EL-TIMESTAMP             PIC 9(14).
002250     05  FILLER                      PIC X(01) VALUE SPACES.
002260     05  CM-EL-SOURCE                PIC X(01).
002270     05  FILLER                      PIC X(03) VALUE SPACES.
002280     05  CM-EL-TRANSACTION-ID        PIC X(08).
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  CM-EL-STATUS-CODE           PIC X(02).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  CM-EL-REASON                PIC X(47).
002330
002340 01  CM-COUNT-LINE.
002350     05  CM-CL-LABEL                 PIC X(40).
002360     05  CM-CL-COUNT                 PIC ZZ,ZZZ,ZZ9.
002370     05  FILLER                      PIC X(30) VALUE SPACES.
002380
002390 01  CM-RESULT-LINE                  PIC X(80) VALUE SPACES.
002400
002410 01  CM-BLANK-LINE                   PIC X(80) VALUE SPACES.
002420
002421*
002422*****************************************************************
002423*    RUN-CONTROL LOG PARAMETERS (SEE RUNPARM.CPY)
002424*****************************************************************
002425 01  CM-RUN-LOG-PARMS.
002426     COPY RUNPARM.
002427
002430 PROCEDURE DIVISION.
002440*
002450*****************************************************************
002460*    0000-MAINLINE
002470*    PROVES THE BACKUP, LOADS IT, REPLAYS THE AUDIT TRAIL
002480*    SINCE, TAKES OFF ANYTHING PURGED SINCE, AND REPORTS.
002490*****************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-INITIALIZE-EXIT.
002530     PERFORM 2000-LOAD-BACKUP
002540         THRU 2000-LOAD-BACKUP-EXIT.
002550     PERFORM 3000-REPLAY-AUDIT-LOG
002560         THRU 3000-REPLAY-AUDIT-LOG-EXIT.
002570     PERFORM 4000-REMOVE-PURGED
002580         THRU 4000-REMOVE-PURGED-EXIT.
002590     PERFORM 5000-TERMINATE
002600         THRU 5000-TERMINATE-EXIT.
002610     STOP RUN.
002620*
002630*****************************************************************
002640*    1000-INITIALIZE
002650*    OPENS THE REPORT AND PROVES THE BACKUP GENERATION
002660*    COMPLETE BEFORE ANYTHING IS WRITTEN TO MULTOUT.
002670*****************************************************************
002680 1000-INITIALIZE.
002682     INITIALIZE CM-RUN-LOG-PARMS.
002684     MOVE "MLTRECOV" TO CM-RL-PROGRAM-ID.
002686     SET CM-RL-STEP-START TO TRUE.
002688     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
002690     OPEN OUTPUT RECOVERY-REPORT-FILE.
002700     IF NOT CM-REPORT-OK
002710         DISPLAY "MLTRECOV: UNABLE TO OPEN RCVRPT, "
002720                 "STATUS = " CM-REPORT-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     MOVE CM-REPORT-HEADING-1 TO RECOVERY-REPORT-LINE.
002770     WRITE RECOVERY-REPORT-LINE.
002780     MOVE CM-BLANK-LINE TO RECOVERY-REPORT-LINE.
002790     WRITE RECOVERY-REPORT-LINE.
002800     PERFORM 1100-VERIFY-BACKUP
002810         THRU 1100-VERIFY-BACKUP-EXIT.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840*
002850*****************************************************************
002860*    1100-VERIFY-BACKUP
002870*    FIRST PASS OVER MULTBKUP - COUNTS THE RECORDS AND FINDS
002880*    THE HIGHEST ID, THEN CHECKS BOTH AGAINST THE CONTROL
002890*    RECORD. NO CONTROL RECORD, ANYTHING AFTER IT, OR A COUNT
002900*    OR ID THAT DOES NOT MATCH MEANS THE BACKUP IS NOT WHOLE -
002910*    THE RUN STOPS RC=16 WITH MULTOUT UNTOUCHED, AND THE
002920*    PREVIOUS GENERATION IS THE ONE TO RECOVER FROM.
002930*****************************************************************
002940 1100-VERIFY-BACKUP.
002950     OPEN INPUT BACKUP-FILE.
002960     IF NOT CM-BACKUP-OK
002970         DISPLAY "MLTRECOV: UNABLE TO OPEN MULTBKUP, "
002980                 "STATUS = " CM-BACKUP-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     PERFORM 1110-READ-BACKUP
003030         THRU 1110-READ-BACKUP-EXIT.
003040     PERFORM 1120-COUNT-BACKUP-RECORD
003050         THRU 1120-COUNT-BACKUP-RECORD-EXIT
003060         UNTIL CM-BACKUP-EOF.
003070     CLOSE BACKUP-FILE.
003080     IF NOT CM-CONTROL-FOUND
003090         DISPLAY "MLTRECOV: MULTBKUP HAS NO CONTROL RECORD - "
003100                 "INCOMPLETE BACKUP, RECOVER FROM THE ONE BEFORE"
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     IF MB-RECORD-COUNT NOT = CM-BACKUP-READ-CT
003150         OR MB-HIGH-TRANSACTION-ID NOT = CM-BACKUP-HIGH-ID
003160         DISPLAY "MLTRECOV: MULTBKUP DOES NOT MATCH ITS CONTROL "
003170                 "RECORD - READ " CM-BACKUP-READ-CT
003180                 " CONTROL " MB-RECORD-COUNT
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     MOVE MB-BACKUP-DATE TO CM-RF-DATE.
003230     MOVE MB-BACKUP-TIME TO CM-RF-TIME.
003240     MOVE MB-BACKUP-DATE TO CM-BL-BACKUP-DATE.
003250     MOVE MB-BACKUP-TIME TO CM-BL-BACKUP-TIME.
003260     MOVE MB-BUSINESS-DATE TO CM-BL-BUSINESS-DATE.
003270     MOVE CM-BACKUP-LINE-1 TO RECOVERY-REPORT-LINE.
003280     WRITE RECOVERY-REPORT-LINE.
003290     MOVE MB-RECORD-COUNT TO CM-BL-RECORD-COUNT.
003300     MOVE MB-HIGH-TRANSACTION-ID TO CM-BL-HIGH-ID.
003310     MOVE MB-HIGH-EXTRACT-RUN-NO TO CM-BL-EXTRACT-RUN-NO.
003320     MOVE CM-BACKUP-LINE-2 TO RECOVERY-REPORT-LINE.
003330     WRITE RECOVERY-REPORT-LINE.
003340     MOVE CM-BLANK-LINE TO RECOVERY-REPORT-LINE.
003350     WRITE RECOVERY-REPORT-LINE.
003360 1100-VERIFY-BACKUP-EXIT.
003370     EXIT.
003380*
003390*****************************************************************
003400*    1110-READ-BACKUP
003410*    READS THE NEXT MULTBKUP RECORD AND SETS THE END-OF-FILE
003420*    SWITCH.
003430*****************************************************************
003440 1110-READ-BACKUP.
003450     READ BACKUP-FILE
003460         AT END
003470             SET CM-BACKUP-EOF TO TRUE
003480     END-READ.
003490 1110-READ-BACKUP-EXIT.
003500     EXIT.
003510*
003520*****************************************************************
003530*    1120-COUNT-BACKUP-RECORD
003540*    TAKES THE CONTROL RECORD ASIDE, OR COUNTS A RESULT
003550*    RECORD. A RESULT RECORD AFTER THE CONTROL RECORD MEANS
003560*    TWO COPIES RAN TOGETHER INTO ONE DATASET.
003570*****************************************************************
003580 1120-COUNT-BACKUP-RECORD.
003590     IF BACKUP-RECORD (1:1) = "C"
003600         MOVE BACKUP-RECORD TO CM-BACKUP-CONTROL
003610         SET CM-CONTROL-FOUND TO TRUE
003620         GO TO 1120-COUNT-BACKUP-RECORD-NEXT
003630     END-IF.
003640     IF CM-CONTROL-FOUND
003650         DISPLAY "MLTRECOV: MULTBKUP HAS RECORDS AFTER ITS "
003660                 "CONTROL RECORD - NOT A SINGLE BACKUP"
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     ADD 1 TO CM-BACKUP-READ-CT.
003710     MOVE BACKUP-RECORD TO CM-REPLAY-RECORD.
003720     IF RP-TRANSACTION-ID > CM-BACKUP-HIGH-ID
003730         MOVE RP-TRANSACTION-ID TO CM-BACKUP-HIGH-ID
003740     END-IF.
003750 1120-COUNT-BACKUP-RECORD-NEXT.
003760     PERFORM 1110-READ-BACKUP
003770         THRU 1110-READ-BACKUP-EXIT.
003780 1120-COUNT-BACKUP-RECORD-EXIT.
003790     EXIT.
003800*
003810*****************************************************************
003820*    2000-LOAD-BACKUP
003830*    SECOND PASS - LOADS EVERY RESULT RECORD ON THE BACKUP
003840*    INTO THE EMPTY MULTOUT, IN THE KEY ORDER IT WAS COPIED,
003850*    THEN REOPENS MULTOUT I-O FOR THE REPLAY.
003860*****************************************************************
003870 2000-LOAD-BACKUP.
003880     OPEN INPUT BACKUP-FILE.
003890     IF NOT CM-BACKUP-OK
003900         DISPLAY "MLTRECOV: UNABLE TO REOPEN MULTBKUP, "
003910                 "STATUS = " CM-BACKUP-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     OPEN OUTPUT RESULT-FILE.
003960     IF NOT CM-RESULT-OK
003970         DISPLAY "MLTRECOV: UNABLE TO OPEN MULTOUT FOR LOAD, "
003980                 "STATUS = " CM-RESULT-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     MOVE "N" TO CM-BACKUP-EOF-SW.
004030     PERFORM 1110-READ-BACKUP
004040         THRU 1110-READ-BACKUP-EXIT.
004050     PERFORM 2100-LOAD-BACKUP-RECORD
004060         THRU 2100-LOAD-BACKUP-RECORD-EXIT
004070         UNTIL CM-BACKUP-EOF.
004080     CLOSE BACKUP-FILE.
004090     CLOSE RESULT-FILE.
004100     OPEN I-O RESULT-FILE.
004110     IF NOT CM-RESULT-OK
004120         DISPLAY "MLTRECOV: UNABLE TO OPEN MULTOUT I-O, "
004130                 "STATUS = " CM-RESULT-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170 2000-LOAD-BACKUP-EXIT.
004180     EXIT.
004190*
004200*****************************************************************
004210*    2100-LOAD-BACKUP-RECORD
004220*    WRITES ONE BACKUP RECORD TO MULTOUT AS IT STANDS - THE
004230*    CONTROL RECORD IS PASSED OVER - AND READS THE NEXT.
004240*****************************************************************
004250 2100-LOAD-BACKUP-RECORD.
004260     IF BACKUP-RECORD (1:1) = "C"
004270         GO TO 2100-LOAD-BACKUP-RECORD-NEXT
004280     END-IF.
004290     MOVE BACKUP-RECORD TO RESULT-RECORD.
004300     WRITE RESULT-RECORD
004310         INVALID KEY
004320             DISPLAY "MLTRECOV: UNABLE TO LOAD TRANSACTION "
004330                     OUT-TRANSACTION-ID ", STATUS = "
004340                     CM-RESULT-STATUS
004350             MOVE 16 TO RETURN-CODE
004360             STOP RUN
004370     END-WRITE.
004380     ADD 1 TO CM-RECORDS-LOADED-CT.
004390 2100-LOAD-BACKUP-RECORD-NEXT.
004400     PERFORM 1110-READ-BACKUP
004410         THRU 1110-READ-BACKUP-EXIT.
004420 2100-LOAD-BACKUP-RECORD-EXIT.
004430     EXIT.
004440*
004450*****************************************************************
004460*    3000-REPLAY-AUDIT-LOG
004470*    READS AUDITLOG FROM THE TOP AND REPLAYS, IN LOG ORDER,
004480*    EVERY ROW STAMPED AT OR AFTER THE BACKUP TIME.
004490*****************************************************************
004500 3000-REPLAY-AUDIT-LOG.
004510     MOVE CM-EXCEPTION-HEADING TO RECOVERY-REPORT-LINE.
004520     WRITE RECOVERY-REPORT-LINE.
004530     MOVE CM-EXCEPTION-COLUMN-HEADING TO RECOVERY-REPORT-LINE.
004540     WRITE RECOVERY-REPORT-LINE.
004550     OPEN INPUT AUDIT-LOG-FILE.
004560     IF NOT CM-AUDIT-FILE-OK
004570         DISPLAY "MLTRECOV: UNABLE TO OPEN AUDITLOG, "
004580                 "STATUS = " CM-AUDIT-FILE-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     PERFORM 3010-READ-AUDIT-ROW
004630         THRU 3010-READ-AUDIT-ROW-EXIT.
004640     PERFORM 3020-REPLAY-AUDIT-ROW
004650         THRU 3020-REPLAY-AUDIT-ROW-EXIT
004660         UNTIL CM-AUDIT-EOF.
004670     CLOSE AUDIT-LOG-FILE.
004680 3000-REPLAY-AUDIT-LOG-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    3010-READ-AUDIT-ROW
004730*    READS THE NEXT AUDIT ROW AND SETS THE END-OF-FILE SWITCH.
004740*****************************************************************
004750 3010-READ-AUDIT-ROW.
004760     READ AUDIT-LOG-FILE
004770         AT END
004780             SET CM-AUDIT-EOF TO TRUE
004790     END-READ.
004800 3010-READ-AUDIT-ROW-EXIT.
004810     EXIT.
004820*
004830*****************************************************************
004840*    3020-REPLAY-AUDIT-ROW
004850*    ROUTES ONE AUDIT ROW - BEFORE THE BACKUP, OR NOT A CHANGE
004860*    TO MULTOUT, IS COUNTED AND PASSED OVER.
004870*****************************************************************
004880 3020-REPLAY-AUDIT-ROW.
004890     ADD 1 TO CM-AUDIT-READ-CT.
004900     IF AL-TIMESTAMP NOT NUMERIC
004910         OR AL-TIMESTAMP < CM-REPLAY-FROM
004920         ADD 1 TO CM-BEFORE-BACKUP-CT
004930         GO TO 3020-REPLAY-AUDIT-ROW-NEXT
004940     END-IF.
004950     EVALUATE AL-STATUS-CODE
004960         WHEN "00"
004970             PERFORM 3100-REPLAY-NEW-RESULT
004980                 THRU 3100-REPLAY-NEW-RESULT-EXIT
004990         WHEN "RV"
005000             PERFORM 3200-REPLAY-REVERSAL
005010                 THRU 3200-REPLAY-REVERSAL-EXIT
005012         WHEN "VR"
005014             PERFORM 3150-REPLAY-REBATE-CREDIT
005016                 THRU 3150-REPLAY-REBATE-CREDIT-EXIT
005020         WHEN "EX"
005030             PERFORM 3300-REPLAY-EXTRACT-STAMP
005040                 THRU 3300-REPLAY-EXTRACT-STAMP-EXIT
005050         WHEN OTHER
005060             ADD 1 TO CM-NOT-MULTOUT-CT
005070     END-EVALUATE.
005080 3020-REPLAY-AUDIT-ROW-NEXT.
005090     PERFORM 3010-READ-AUDIT-ROW
005100         THRU 3010-READ-AUDIT-ROW-EXIT.
005110 3020-REPLAY-AUDIT-ROW-EXIT.
005120     EXIT.
005130*
005140*****************************************************************
005150*    3100-REPLAY-NEW-RESULT
005160*    A "00" ROW - REBUILDS THE RESULT RECORD THE WRITING
005170*    PROGRAM PUT ON MULTOUT, UNEXTRACTED AND UNREVERSED, AND
005180*    WRITES IT.
005190*****************************************************************
005200 3100-REPLAY-NEW-RESULT.
005210     PERFORM 3500-BUILD-REPLAY-RECORD
005220         THRU 3500-BUILD-REPLAY-RECORD-EXIT.
005230     IF NOT CM-REPLAY-OK
005240         GO TO 3100-REPLAY-NEW-RESULT-EXIT
005250     END-IF.
005260     PERFORM 3600-WRITE-REPLAY-RECORD
005270         THRU 3600-WRITE-REPLAY-RECORD-EXIT.
005280     IF CM-REPLAY-OK AND NOT CM-ALREADY-ON-FILE
005290         ADD 1 TO CM-RESULTS-REPLAYED-CT
005300     END-IF.
005310 3100-REPLAY-NEW-RESULT-EXIT.
005320     EXIT.
005330*
005331*****************************************************************
005332*    3150-REPLAY-REBATE-CREDIT
005333*    A "VR" ROW - REBUILDS THE VOLUME REBATE CREDIT REBPOST PUT
005334*    ON MULTOUT, UNEXTRACTED, WITH ITS CREDIT TYPE, AND WRITES
005335*    IT.
005336*****************************************************************
005337 3150-REPLAY-REBATE-CREDIT.
005338     PERFORM 3500-BUILD-REPLAY-RECORD
005339         THRU 3500-BUILD-REPLAY-RECORD-EXIT.
005340     IF NOT CM-REPLAY-OK
005341         GO TO 3150-REPLAY-REBATE-CREDIT-EXIT
005342     END-IF.
005343     MOVE "R" TO RP-CREDIT-TYPE.
005344     PERFORM 3600-WRITE-REPLAY-RECORD
005345         THRU 3600-WRITE-REPLAY-RECORD-EXIT.
005346     IF CM-REPLAY-OK AND NOT CM-ALREADY-ON-FILE
005347         ADD 1 TO CM-REBATES-REPLAYED-CT
005348     END-IF.
005349 3150-REPLAY-REBATE-CREDIT-EXIT.
005350     EXIT.
005351*
005352*****************************************************************
005353*    3200-REPLAY-REVERSAL
005360*    AN "RV" ROW - WRITES THE REVERSAL RECORD POINTING AT ITS
005370*    ORIGINAL, THEN FLAGS THE ORIGINAL REVERSED, AS BATCHMUL
005380*    AND REVSMUL DID. A REVERSAL ALREADY ON THE BACKUP STILL
005390*    HAS ITS ORIGINAL'S FLAG CHECKED.
005400*****************************************************************
005410 3200-REPLAY-REVERSAL.
005420     IF AL-ORIGINAL-ID NOT NUMERIC
005430         OR AL-ORIGINAL-ID = ZERO
005440         MOVE "REVERSAL ROW CARRIES NO ORIGINAL ID" TO
005450             CM-EXCEPTION-REASON
005460         PERFORM 3800-WRITE-EXCEPTION
005470             THRU 3800-WRITE-EXCEPTION-EXIT
005480         GO TO 3200-REPLAY-REVERSAL-EXIT
005490     END-IF.
005500     PERFORM 3500-BUILD-REPLAY-RECORD
005510         THRU 3500-BUILD-REPLAY-RECORD-EXIT.
005520     IF NOT CM-REPLAY-OK
005530         GO TO 3200-REPLAY-REVERSAL-EXIT
005540     END-IF.
005550     MOVE AL-ORIGINAL-ID TO RP-ORIGINAL-ID.
005560     PERFORM 3600-WRITE-REPLAY-RECORD
005570         THRU 3600-WRITE-REPLAY-RECORD-EXIT.
005580     IF NOT CM-REPLAY-OK
005590         GO TO 3200-REPLAY-REVERSAL-EXIT
005600     END-IF.
005610     IF NOT CM-ALREADY-ON-FILE
005611         ADD 1 TO CM-REVERSALS-REPLAYED-CT
005612     END-IF.
005620     MOVE AL-ORIGINAL-ID TO OUT-TRANSACTION-ID.
005630     READ RESULT-FILE
005640         INVALID KEY
005650             MOVE "ORIGINAL NOT ON MULTOUT - NOT FLAGGED REVERSED"
005660                 TO CM-EXCEPTION-REASON
005670             PERFORM 3800-WRITE-EXCEPTION
005680                 THRU 3800-WRITE-EXCEPTION-EXIT
005690             GO TO 3200-REPLAY-REVERSAL-EXIT
005700     END-READ.
005710     IF OUT-REVERSED
005720         GO TO 3200-REPLAY-REVERSAL-EXIT
005730     END-IF.
005740     MOVE "Y" TO OUT-REVERSED-FLAG.
005750     REWRITE RESULT-RECORD
005760         INVALID KEY
005770             MOVE "UNABLE TO REWRITE ORIGINAL AS REVERSED" TO
005780                 CM-EXCEPTION-REASON
005790             PERFORM 3800-WRITE-EXCEPTION
005800                 THRU 3800-WRITE-EXCEPTION-EXIT
005810             GO TO 3200-REPLAY-REVERSAL-EXIT
005820     END-REWRITE.
005830     ADD 1 TO CM-ORIGINALS-FLAGGED-CT.
005840 3200-REPLAY-REVERSAL-EXIT.
005850     EXIT.
005860*
005870*****************************************************************
005880*    3300-REPLAY-EXTRACT-STAMP
005890*    AN "EX" ROW - PUTS BACK THE EXTRACT FLAG, THE RUN NUMBER
005900*    FROM THE SOURCE-SYSTEM COLUMN, AND THE EXTRACT DATE FROM
005910*    THE TRANSACTION-DATE COLUMN. A RECORD ALREADY STAMPED BY
005920*    THE SAME RUN NEEDS NOTHING; ONE STAMPED BY ANOTHER RUN IS
005930*    LEFT AS IT IS AND REPORTED.
005940*****************************************************************
005950 3300-REPLAY-EXTRACT-STAMP.
005960     IF AL-SOURCE-SYSTEM (1:4) NOT NUMERIC
005970         MOVE "EXTRACT ROW CARRIES NO RUN NUMBER" TO
005980             CM-EXCEPTION-REASON
005990         PERFORM 3800-WRITE-EXCEPTION
006000             THRU 3800-WRITE-EXCEPTION-EXIT
006010         GO TO 3300-REPLAY-EXTRACT-STAMP-EXIT
006020     END-IF.
006030     MOVE AL-SOURCE-SYSTEM (1:4) TO CM-REPLAY-RUN-NO.
006040     MOVE AL-TRANSACTION-ID TO OUT-TRANSACTION-ID.
006050     READ RESULT-FILE
006060         INVALID KEY
006070             MOVE "NOT ON MULTOUT - EXTRACT STAMP NOT APPLIED" TO
006080                 CM-EXCEPTION-REASON
006090             PERFORM 3800-WRITE-EXCEPTION
006100                 THRU 3800-WRITE-EXCEPTION-EXIT
006110             GO TO 3300-REPLAY-EXTRACT-STAMP-EXIT
006120     END-READ.
006130     IF OUT-EXTRACTED
006140         IF OUT-EXTRACT-RUN-NO = CM-REPLAY-RUN-NO
006150             ADD 1 TO CM-ALREADY-APPLIED-CT
006160         ELSE
006170             MOVE "ALREADY STAMPED BY A DIFFERENT EXTRACT RUN" TO
006180                 CM-EXCEPTION-REASON
006190             PERFORM 3800-WRITE-EXCEPTION
006200                 THRU 3800-WRITE-EXCEPTION-EXIT
006210         END-IF
006220         GO TO 3300-REPLAY-EXTRACT-STAMP-EXIT
006230     END-IF.
006240     MOVE "Y" TO OUT-EXTRACT-FLAG.
006250     MOVE CM-REPLAY-RUN-NO TO OUT-EXTRACT-RUN-NO.
006260     MOVE AL-TRANSACTION-DATE TO OUT-EXTRACT-DATE.
006270     REWRITE RESULT-RECORD
006280         INVALID KEY
006290             MOVE "UNABLE TO REWRITE WITH THE EXTRACT STAMP" TO
006300                 CM-EXCEPTION-REASON
006310             PERFORM 3800-WRITE-EXCEPTION
006320                 THRU 3800-WRITE-EXCEPTION-EXIT
006330             GO TO 3300-REPLAY-EXTRACT-STAMP-EXIT
006340     END-REWRITE.
006350     ADD 1 TO CM-STAMPS-REPLAYED-CT.
006360 3300-REPLAY-EXTRACT-STAMP-EXIT.
006370     EXIT.
006380*
006390*****************************************************************
006400*    3500-BUILD-REPLAY-RECORD
006410*    BUILDS THE MULTOUT RECORD THE AUDIT ROW DESCRIBES THE WAY
006420*    THE WRITING PROGRAMS BUILD IT - SPACES FIRST, SO A PLAIN
006430*    RESULT CARRIES NO ORIGINAL ID. A ROW WITH NO USABLE
006440*    TRANSACTION ID IS REPORTED.
006450*****************************************************************
006460 3500-BUILD-REPLAY-RECORD.
006470     MOVE "N" TO CM-REPLAY-OK-SW.
006480     IF AL-TRANSACTION-ID NOT NUMERIC
006490         OR AL-TRANSACTION-ID = ZERO
006500         MOVE "ROW CARRIES NO TRANSACTION ID" TO
006510             CM-EXCEPTION-REASON
006520         PERFORM 3800-WRITE-EXCEPTION
006530             THRU 3800-WRITE-EXCEPTION-EXIT
006540         GO TO 3500-BUILD-REPLAY-RECORD-EXIT
006550     END-IF.
006560     MOVE SPACES TO CM-REPLAY-RECORD.
006570     MOVE AL-TRANSACTION-ID TO RP-TRANSACTION-ID.
006580     MOVE AL-NX TO RP-NX.
006590     MOVE AL-NY TO RP-NY.
006600     MOVE AL-RESULT TO RP-RESULT.
006610     MOVE AL-CUSTOMER-TIER TO RP-CUSTOMER-TIER.
006620     MOVE AL-ACCOUNT-NO TO RP-ACCOUNT-NO.
006630     MOVE "N" TO RP-EXTRACT-FLAG.
006640     MOVE "N" TO RP-REVERSED-FLAG.
006650     MOVE ZERO TO RP-EXTRACT-RUN-NO.
006660     MOVE ZERO TO RP-EXTRACT-DATE.
006670     SET CM-REPLAY-OK TO TRUE.
006680 3500-BUILD-REPLAY-RECORD-EXIT.
006690     EXIT.
006700*
006710*****************************************************************
006720*    3600-WRITE-REPLAY-RECORD
006730*    WRITES THE REPLAY RECORD. AN ID ALREADY ON FILE IS READ
006740*    BACK - THE SAME FACTORS, RESULT, ACCOUNT, ORIGINAL, AND
006745*    CREDIT TYPE MEAN THE BACKUP ALREADY HELD IT, SO IT IS
006753*    COUNTED AND TREATED AS WRITTEN; ANY DIFFERENCE IS REPORTED
006761*    AND THE RECORD ON FILE IS KEPT.
006770*****************************************************************
006780 3600-WRITE-REPLAY-RECORD.
006790     MOVE "N" TO CM-ALREADY-ON-FILE-SW.
006791     MOVE CM-REPLAY-RECORD TO RESULT-RECORD.
006800     WRITE RESULT-RECORD
006810         INVALID KEY
006820             GO TO 3600-WRITE-REPLAY-RECORD-DUP
006830     END-WRITE.
006840     GO TO 3600-WRITE-REPLAY-RECORD-EXIT.
006850 3600-WRITE-REPLAY-RECORD-DUP.
006860     MOVE "N" TO CM-REPLAY-OK-SW.
006870     MOVE RP-TRANSACTION-ID TO OUT-TRANSACTION-ID.
006880     READ RESULT-FILE
006890         INVALID KEY
006900             MOVE "UNABLE TO WRITE TO MULTOUT" TO
006910                 CM-EXCEPTION-REASON
006920             PERFORM 3800-WRITE-EXCEPTION
006930                 THRU 3800-WRITE-EXCEPTION-EXIT
006940             GO TO 3600-WRITE-REPLAY-RECORD-EXIT
006950     END-READ.
006960     IF OUT-NX = RP-NX
006970         AND OUT-NY = RP-NY
006980         AND OUT-RESULT = RP-RESULT
006990         AND OUT-ACCOUNT-NO = RP-ACCOUNT-NO
007000         AND OUT-ORIGINAL-ID = RP-ORIGINAL-ID
007005         AND OUT-CREDIT-TYPE = RP-CREDIT-TYPE
007010         ADD 1 TO CM-ALREADY-APPLIED-CT
007020         SET CM-REPLAY-OK TO TRUE
007030         SET CM-ALREADY-ON-FILE TO TRUE
007060     ELSE
007070         MOVE "ID ALREADY ON MULTOUT WITH DIFFERENT VALUES" TO
007080             CM-EXCEPTION-REASON
007090         PERFORM 3800-WRITE-EXCEPTION
007100             THRU 3800-WRITE-EXCEPTION-EXIT
007110     END-IF.
007120 3600-WRITE-REPLAY-RECORD-EXIT.
007130     EXIT.
007140*
007150*****************************************************************
007160*    3800-WRITE-EXCEPTION
007170*    LISTS ONE AUDIT ROW THAT COULD NOT BE REPLAYED, WITH THE
007180*    REASON IN CM-EXCEPTION-REASON.
007190*****************************************************************
007200 3800-WRITE-EXCEPTION.
007210     ADD 1 TO CM-EXCEPTION-CT.
007220     MOVE AL-TIMESTAMP TO CM-EL-TIMESTAMP.
007230     MOVE AL-SOURCE TO CM-EL-SOURCE.
007240     MOVE AL-TRANSACTION-ID TO CM-EL-TRANSACTION-ID.
007250     MOVE AL-STATUS-CODE TO CM-EL-STATUS-CODE.
007260     MOVE CM-EXCEPTION-REASON TO CM-EL-REASON.
007270     MOVE CM-EXCEPTION-LINE TO RECOVERY-REPORT-LINE.
007280     WRITE RECOVERY-REPORT-LINE.
007290 3800-WRITE-EXCEPTION-EXIT.
007300     EXIT.
007310*
007320*****************************************************************
007330*    4000-REMOVE-PURGED
007340*    A RESTORED RECORD THAT IS ALSO ON MULTHIST WAS MOVED
007350*    THERE BY A CSISMP01 PURGE AFTER THE BACKUP WAS TAKEN -
007360*    IDS ARE NEVER REUSED, SO IT IS TAKEN OFF MULTOUT AGAIN.
007370*    A MISSING MULTHIST MEANS NOTHING HAS EVER BEEN PURGED.
007380*****************************************************************
007390 4000-REMOVE-PURGED.
007400     OPEN INPUT HISTORY-FILE.
007410     IF CM-HISTORY-NOT-FOUND
007420         GO TO 4000-REMOVE-PURGED-EXIT
007430     END-IF.
007440     IF NOT CM-HISTORY-OK
007450         DISPLAY "MLTRECOV: UNABLE TO OPEN MULTHIST, "
007460                 "STATUS = " CM-HISTORY-STATUS
007470         MOVE 16 TO RETURN-CODE
007480         STOP RUN
007490     END-IF.
007500     PERFORM 4010-READ-HISTORY
007510         THRU 4010-READ-HISTORY-EXIT.
007520     PERFORM 4020-CHECK-HISTORY-RECORD
007530         THRU 4020-CHECK-HISTORY-RECORD-EXIT
007540         UNTIL CM-HISTORY-EOF.
007550     CLOSE HISTORY-FILE.
007560 4000-REMOVE-PURGED-EXIT.
007570     EXIT.
007580*
007590*****************************************************************
007600*    4010-READ-HISTORY
007610*    READS THE NEXT MULTHIST RECORD AND SETS THE END-OF-FILE
007620*    SWITCH.
007630*****************************************************************
007640 4010-READ-HISTORY.
007650     READ HISTORY-FILE
007660         AT END
007670             SET CM-HISTORY-EOF TO TRUE
007680     END-READ.
007690 4010-READ-HISTORY-EXIT.
007700     EXIT.
007710*
007720*****************************************************************
007730*    4020-CHECK-HISTORY-RECORD
007740*    DELETES THE MULTHIST RECORD'S ID FROM MULTOUT IF THE
007750*    RESTORE PUT IT BACK, AND READS THE NEXT.
007760*****************************************************************
007770 4020-CHECK-HISTORY-RECORD.
007780     ADD 1 TO CM-HISTORY-READ-CT.
007790     MOVE MH-TRANSACTION-ID TO OUT-TRANSACTION-ID.
007800     READ RESULT-FILE
007810         INVALID KEY
007820             GO TO 4020-CHECK-HISTORY-RECORD-NEXT
007830     END-READ.
007840     DELETE RESULT-FILE
007850         INVALID KEY
007860             DISPLAY "MLTRECOV: UNABLE TO DELETE PURGED "
007870                     "TRANSACTION " MH-TRANSACTION-ID
007880             MOVE 16 TO RETURN-CODE
007890             STOP RUN
007900     END-DELETE.
007910     ADD 1 TO CM-PURGED-REMOVED-CT.
007920 4020-CHECK-HISTORY-RECORD-NEXT.
007930     PERFORM 4010-READ-HISTORY
007940         THRU 4010-READ-HISTORY-EXIT.
007950 4020-CHECK-HISTORY-RECORD-EXIT.
007960     EXIT.
007970*
007980*****************************************************************
007990*    5000-TERMINATE
008000*    PRINTS THE RECOVERY COUNTS, CLOSES THE FILES, AND SETS
008010*    THE RETURN CODE - RC=8 WHEN ANY ROW COULD NOT BE
008020*    REPLAYED.
008030*****************************************************************
008040 5000-TERMINATE.
008050     IF CM-EXCEPTION-CT = ZERO
008060         MOVE "  NONE" TO RECOVERY-REPORT-LINE
008070         WRITE RECOVERY-REPORT-LINE
008080     END-IF.
008090     MOVE CM-BLANK-LINE TO RECOVERY-REPORT-LINE.
008100     WRITE RECOVERY-REPORT-LINE.
008110     MOVE "RECORDS LOADED FROM BACKUP" TO CM-CL-LABEL.
008120     MOVE CM-RECORDS-LOADED-CT TO CM-CL-COUNT.
008130     PERFORM 5100-WRITE-COUNT-LINE
008140         THRU 5100-WRITE-COUNT-LINE-EXIT.
008150     MOVE "AUDIT ROWS READ" TO CM-CL-LABEL.
008160     MOVE CM-AUDIT-READ-CT TO CM-CL-COUNT.
008170     PERFORM 5100-WRITE-COUNT-LINE
008180         THRU 5100-WRITE-COUNT-LINE-EXIT.
008190     MOVE "  LOGGED BEFORE THE BACKUP" TO CM-CL-LABEL.
008200     MOVE CM-BEFORE-BACKUP-CT TO CM-CL-COUNT.
008210     PERFORM 5100-WRITE-COUNT-LINE
008220         THRU 5100-WRITE-COUNT-LINE-EXIT.
008230     MOVE "  SINCE, NOT A MULTOUT CHANGE" TO CM-CL-LABEL.
008240     MOVE CM-NOT-MULTOUT-CT TO CM-CL-COUNT.
008250     PERFORM 5100-WRITE-COUNT-LINE
008260         THRU 5100-WRITE-COUNT-LINE-EXIT.
008270     MOVE "NEW RESULTS REPLAYED" TO CM-CL-LABEL.
008280     MOVE CM-RESULTS-REPLAYED-CT TO CM-CL-COUNT.
008290     PERFORM 5100-WRITE-COUNT-LINE
008300         THRU 5100-WRITE-COUNT-LINE-EXIT.
008310     MOVE "REVERSALS REPLAYED" TO CM-CL-LABEL.
008320     MOVE CM-REVERSALS-REPLAYED-CT TO CM-CL-COUNT.
008330     PERFORM 5100-WRITE-COUNT-LINE
008340         THRU 5100-WRITE-COUNT-LINE-EXIT.
008342     MOVE "REBATE CREDITS REPLAYED" TO CM-CL-LABEL.
008344     MOVE CM-REBATES-REPLAYED-CT TO CM-CL-COUNT.
008346     PERFORM 5100-WRITE-COUNT-LINE
008348         THRU 5100-WRITE-COUNT-LINE-EXIT.
008350     MOVE "ORIGINALS FLAGGED REVERSED" TO CM-CL-LABEL.
008360     MOVE CM-ORIGINALS-FLAGGED-CT TO CM-CL-COUNT.
008370     PERFORM 5100-WRITE-COUNT-LINE
008380         THRU 5100-WRITE-COUNT-LINE-EXIT.
008390     MOVE "EXTRACT STAMPS REPLAYED" TO CM-CL-LABEL.
008400     MOVE CM-STAMPS-REPLAYED-CT TO CM-CL-COUNT.
008410     PERFORM 5100-WRITE-COUNT-LINE
008420         THRU 5100-WRITE-COUNT-LINE-EXIT.
008430     MOVE "ALREADY ON THE BACKUP" TO CM-CL-LABEL.
008440     MOVE CM-ALREADY-APPLIED-CT TO CM-CL-COUNT.
008450     PERFORM 5100-WRITE-COUNT-LINE
008460         THRU 5100-WRITE-COUNT-LINE-EXIT.
008470     MOVE "ROWS NOT REPLAYED" TO CM-CL-LABEL.
008480     MOVE CM-EXCEPTION-CT TO CM-CL-COUNT.
008490     PERFORM 5100-WRITE-COUNT-LINE
008500         THRU 5100-WRITE-COUNT-LINE-EXIT.
008510     MOVE "PURGED SINCE THE BACKUP - REMOVED" TO CM-CL-LABEL.
008520     MOVE CM-PURGED-REMOVED-CT TO CM-CL-COUNT.
008530     PERFORM 5100-WRITE-COUNT-LINE
008540         THRU 5100-WRITE-COUNT-LINE-EXIT.
008550     MOVE CM-BLANK-LINE TO RECOVERY-REPORT-LINE.
008560     WRITE RECOVERY-REPORT-LINE.
008570     IF CM-EXCEPTION-CT > ZERO
008580         MOVE "*** ROWS NOT REPLAYED - PUT RIGHT BEFORE RELEASE"
008590             TO CM-RESULT-LINE
008600         MOVE 08 TO RETURN-CODE
008610     ELSE
008620         MOVE "RECOVERY COMPLETE - EVERY ROW REPLAYED"
008630             TO CM-RESULT-LINE
008640     END-IF.
008650     MOVE CM-RESULT-LINE TO RECOVERY-REPORT-LINE.
008660     WRITE RECOVERY-REPORT-LINE.
008670     CLOSE RESULT-FILE.
008680     CLOSE RECOVERY-REPORT-FILE.
008690     DISPLAY "MLTRECOV: RECORDS LOADED    = "
008695             CM-RECORDS-LOADED-CT.
008700     DISPLAY "MLTRECOV: RESULTS REPLAYED  = "
008710             CM-RESULTS-REPLAYED-CT.
008720     DISPLAY "MLTRECOV: REVERSALS REPLAYED= "
008730             CM-REVERSALS-REPLAYED-CT.
008733     DISPLAY "MLTRECOV: REBATES REPLAYED  = "
008736             CM-REBATES-REPLAYED-CT.
008740     DISPLAY "MLTRECOV: STAMPS REPLAYED   = "
008750             CM-STAMPS-REPLAYED-CT.
008760     DISPLAY "MLTRECOV: ROWS NOT REPLAYED = " CM-EXCEPTION-CT.
008770     DISPLAY "MLTRECOV: PURGED, REMOVED   = "
008780             CM-PURGED-REMOVED-CT.
008781     SET CM-RL-STEP-END TO TRUE.
008782     MOVE RETURN-CODE TO CM-RL-RETURN-CODE.
008783     MOVE "LOADED" TO CM-RL-KEY-COUNT-LABEL(1).
008784     MOVE CM-RECORDS-LOADED-CT TO CM-RL-KEY-COUNT(1).
008785     MOVE "RESULTS" TO CM-RL-KEY-COUNT-LABEL(2).
008786     MOVE CM-RESULTS-REPLAYED-CT TO CM-RL-KEY-COUNT(2).
008787     MOVE "STAMPS" TO CM-RL-KEY-COUNT-LABEL(3).
008788     MOVE CM-STAMPS-REPLAYED-CT TO CM-RL-KEY-COUNT(3).
008789     MOVE "EXCEPTNS" TO CM-RL-KEY-COUNT-LABEL(4).
008790     MOVE CM-EXCEPTION-CT TO CM-RL-KEY-COUNT(4).
008791     CALL "CMRUNLOG" USING CM-RUN-LOG-PARMS.
008792 5000-TERMINATE-EXIT.
008800     EXIT.
008810*
008820*****************************************************************
008830*    5100-WRITE-COUNT-LINE
008840*    WRITES ONE LABELLED COUNT LINE.
008850*****************************************************************
008860 5100-WRITE-COUNT-LINE.
008870     MOVE CM-COUNT-LINE TO RECOVERY-REPORT-LINE.
008880     WRITE RECOVERY-REPORT-LINE.
008890 5100-WRITE-COUNT-LINE-EXIT.
008900     EXIT.
