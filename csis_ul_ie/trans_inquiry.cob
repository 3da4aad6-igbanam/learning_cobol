000302*                  NUMBER AND DATE CSISBEXT STAMPS ON THE
000303*                  RECORDS IT TAKES - ZERO MEANS EXTRACTED
000304*                  BEFORE STAMPING BEGAN, OR NOT YET TAKEN.
000305*    10/15/26  JI  THE PANEL NOW TAKES THE OPERATOR'S PASSWORD
000306*                  NEXT TO THE OPERATOR ID AND PASSES BOTH TO
000307*                  CMOPRCHK. A TURNED-BACK SIGN-ON SHOWS
000308*                  CMOPRCHK'S OWN MESSAGE, SO A LOCKED OR
000309*                  EXPIRED ID READS THE SAME ON EVERY SCREEN.
000310*    10/15/26  JI  A VOLUME REBATE CREDIT (OUT-CREDIT-TYPE "R")
000311*                  SHOWS "VOLUME REBATE CREDIT" ON THE LINK LINE.
000312*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001140     88  CM-FUNCTION-INQUIRE             VALUE "I".
001150     88  CM-FUNCTION-EXIT                VALUE "X".
001160 01  CM-OPERATOR-ENTRY               PIC X(08) VALUE SPACES.
001161 01  CM-PASSWORD-ENTRY               PIC X(08) VALUE SPACES.
001170 01  CM-TRAN-ID-ENTRY                PIC X(08) VALUE SPACES.
001180 01  CM-INQUIRY-ID                   PIC 9(08) VALUE ZERO.
001190 01  CM-MESSAGE                      PIC X(40) VALUE SPACES.
001890     05  COLUMN PLUS 01 PIC X(01) USING CM-FUNCTION-ENTRY.
001900     05  LINE 03 COLUMN 01 VALUE "OPERATOR ID = ".
001910     05  COLUMN PLUS 01 PIC X(08) USING CM-OPERATOR-ENTRY.
001911     05  COLUMN PLUS 03 VALUE "PASSWORD = ".
001912     05  COLUMN PLUS 01 PIC X(08) SECURE
001913         USING CM-PASSWORD-ENTRY.
001920     05  LINE 04 COLUMN 01 VALUE "TRANSACTION ID = ".
001930     05  COLUMN PLUS 01 PIC X(08) USING CM-TRAN-ID-ENTRY.
001940     05  LINE 06 COLUMN 01 VALUE "FOUND = ".
003140 3100-VALIDATE-ENTRY.
003150     SET CM-VALID-ENTRY TO TRUE.
003160     MOVE CM-OPERATOR-ENTRY TO CM-OP-OPERATOR-ID.
003161     MOVE CM-PASSWORD-ENTRY TO CM-OP-PASSWORD.
003162     MOVE SPACES TO CM-OP-NEW-PASSWORD.
003170     CALL "CMOPRCHK" USING CM-OPERATOR-PARMS.
003180     IF CM-OP-INVALID
003190         MOVE "N" TO CM-VALID-ENTRY-SW
003200         MOVE CM-OP-MESSAGE TO CM-MESSAGE
003210         GO TO 3100-VALIDATE-ENTRY-EXIT
003220     END-IF.
003230     IF CM-TRAN-ID-ENTRY NOT NUMERIC
004070         STRING "REVERSAL OF " OUT-ORIGINAL-ID
004080             DELIMITED BY SIZE INTO CM-SH-LINK-LINE
004090     END-IF.
004092     IF OUT-REBATE-CREDIT
004094         MOVE "VOLUME REBATE CREDIT" TO CM-SH-LINK-LINE
004096     END-IF.
004100 3400-SHOW-RECORD-EXIT.
004110     EXIT.
004120*
