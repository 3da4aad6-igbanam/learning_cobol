000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMPWHASH.
000030 AUTHOR. IGBANAM.
000040 INSTALLATION. CSIS-UL-IE.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*    --------------------
000110*    10/15/26  JI  INITIAL VERSION - TURNS AN OPERATOR ID AND
000120*                  PASSWORD INTO THE 10-DIGIT HASH HELD ON
000130*                  OPERMAST, SO THE PASSWORD ITSELF IS NEVER
000140*                  STORED ANYWHERE. THE OPERATOR ID IS HASHED
000150*                  IN FRONT OF THE PASSWORD SO TWO OPERATORS
000160*                  WITH THE SAME PASSWORD DO NOT SHOW THE SAME
000170*                  HASH. CALLED BY CMOPRCHK ON EVERY SIGN-ON,
000180*                  BY THE OPERADM SCREEN WHEN A SUPERVISOR SETS
000190*                  A TEMPORARY PASSWORD, AND BY OPERCONV.
000200*                  THE SAME ID AND PASSWORD MUST ALWAYS GIVE
000210*                  THE SAME HASH - CHANGING THE ARITHMETIC
000220*                  BELOW INVALIDATES EVERY PASSWORD ON FILE.
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. CSIS-UL-IE.
000280 OBJECT-COMPUTER. CSIS-UL-IE.
000290
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000320*
000330*****************************************************************
000340*    THE TEXT HASHED - OPERATOR ID THEN PASSWORD - AND THE
000350*    MULTIPLIER, MODULUS (A PRIME JUST UNDER 10 DIGITS), AND
000360*    NUMBER OF PASSES OVER THE TEXT.
000370*****************************************************************
000380 01  CM-HASH-TEXT.
000390     05  CM-HASH-TEXT-ID             PIC X(08).
000400     05  CM-HASH-TEXT-PASSWORD       PIC X(08).
000410 01  CM-HASH-TEXT-CHARS REDEFINES CM-HASH-TEXT.
000420     05  CM-HASH-CHAR                PIC X(01) OCCURS 16 TIMES.
000430
000440 01  CM-HASH-CONSTANTS.
000450     05  CM-HASH-MULTIPLIER          PIC 9(03) VALUE 131.
000460     05  CM-HASH-MODULUS             PIC 9(10) VALUE 9999999967.
000470     05  CM-HASH-ROUNDS              PIC 9(01) VALUE 3.
000480
000490 01  CM-HASH-WORK.
000500     05  CM-HASH-VALUE               PIC S9(15) COMP-3.
000510     05  CM-HASH-PRODUCT             PIC S9(15) COMP-3.
000520     05  CM-HASH-QUOTIENT            PIC S9(15) COMP-3.
000530     05  CM-HASH-ROUND               PIC 9(02) COMP.
000540     05  CM-HASH-SUB                 PIC 9(02) COMP.
000550
000560 LINKAGE SECTION.
000570*
000580*****************************************************************
000590*    CM-HASH-PARMS - THE OPERATOR ID AND PASSWORD TO HASH, AND
000600*    THE HASH RETURNED (SEE CSIS_UL_IE/COPYBOOKS/HASHPARM.CPY).
000610*****************************************************************
000620 01  CM-HASH-PARMS.
000630     COPY HASHPARM.
000640
000650 PROCEDURE DIVISION USING CM-HASH-PARMS.
000660*
000670*****************************************************************
000680*    0000-MAINLINE
000690*    RUNS THE ID AND PASSWORD THROUGH THE HASH THREE TIMES,
000700*    EACH PASS FOLDING IN EVERY CHARACTER, ITS POSITION, AND
000710*    THE PASS NUMBER.
000720*****************************************************************
000730 0000-MAINLINE.
000740     MOVE CM-PH-OPERATOR-ID TO CM-HASH-TEXT-ID.
000750     MOVE CM-PH-PASSWORD TO CM-HASH-TEXT-PASSWORD.
000760     MOVE 7 TO CM-HASH-VALUE.
000770     PERFORM 1000-HASH-ONE-ROUND
000780         THRU 1000-HASH-ONE-ROUND-EXIT
000790         VARYING CM-HASH-ROUND FROM 1 BY 1
000800         UNTIL CM-HASH-ROUND > CM-HASH-ROUNDS.
000810     MOVE CM-HASH-VALUE TO CM-PH-HASH.
000820 0000-MAINLINE-EXIT.
000830     GOBACK.
000840*
000850*****************************************************************
000860*    1000-HASH-ONE-ROUND
000870*    ONE PASS OVER ALL 16 CHARACTERS OF THE TEXT.
000880*****************************************************************
000890 1000-HASH-ONE-ROUND.
000900     PERFORM 1100-HASH-ONE-CHARACTER
000910         THRU 1100-HASH-ONE-CHARACTER-EXIT
000920         VARYING CM-HASH-SUB FROM 1 BY 1
000930         UNTIL CM-HASH-SUB > 16.
000940 1000-HASH-ONE-ROUND-EXIT.
000950     EXIT.
000960*
000970*****************************************************************
000980*    1100-HASH-ONE-CHARACTER
000990*    H = (H * 131 + ORD(CHARACTER) * POSITION + PASS) MOD THE
001000*    MODULUS. H NEVER EXCEEDS 10 DIGITS, SO THE PRODUCT STAYS
001010*    WELL INSIDE 15.
001020*****************************************************************
001030 1100-HASH-ONE-CHARACTER.
001040     COMPUTE CM-HASH-PRODUCT =
001050         CM-HASH-VALUE * CM-HASH-MULTIPLIER
001060         + FUNCTION ORD (CM-HASH-CHAR (CM-HASH-SUB))
001070         * CM-HASH-SUB
001080         + CM-HASH-ROUND.
001090     DIVIDE CM-HASH-PRODUCT BY CM-HASH-MODULUS
001100         GIVING CM-HASH-QUOTIENT
001110         REMAINDER CM-HASH-VALUE.
001120 1100-HASH-ONE-CHARACTER-EXIT.
001130     EXIT.
