000010*
000020*****************************************************************
000030*    PENDCHG
000040*    SHARED RECORD FOR THE PENDCHG PENDING REFERENCE CHANGE FILE
000050*    ---------------------------------------------------------
000060*    ONE RECORD PER BILLRATE OR CUSTLIM ADD, CHANGE, OR DELETE
000070*    KEYED ON RATMAINT OR LIMMAINT, KEYED BY A PENDING CHANGE
000080*    ID DRAWN FROM CMNEXTID. NEITHER SCREEN TOUCHES THE LIVE
000090*    FILE ANY MORE - THE CHANGE WAITS HERE UNTIL A SECOND
000100*    SUPERVISOR, NOT THE ONE WHO KEYED IT, APPROVES OR
000110*    DECLINES IT ON THE CHGAPPR SCREEN, AND ONLY AN APPROVED
000120*    CHANGE IS APPLIED TO BILLRATE OR CUSTLIM. DECIDED
000130*    RECORDS STAY ON THE FILE AS THE HISTORY OF WHO KEYED AND
000140*    WHO DECIDED EACH CHANGE.
000150*
000160*    PC-FILE-CODE SAYS WHICH LIVE FILE THE CHANGE IS FOR - "R"
000170*    BILLRATE, "L" CUSTLIM, "V" REBSCHED - AND PC-ACTION WHAT
000180*    IS TO BE DONE TO IT. THE NEW AND OLD VALUE AREAS ARE READ
000190*    THROUGH THE RATE VIEW FOR A BILLRATE CHANGE, THE LIMIT
000200*    VIEW FOR A CUSTLIM CHANGE, AND THE REBATE VIEW FOR A
000205*    REBSCHED CHANGE. THE OLD VALUES ARE THE LIVE RECORD AS IT
000210*    STOOD WHEN THE CHANGE WAS KEYED (ZERO FOR AN ADD) - CHGAPPR
000220*    REFUSES TO APPLY A CHANGE OR DELETE WHEN THE LIVE RECORD
000230*    NO LONGER MATCHES THEM, SO TWO CHANGES KEYED AGAINST THE
000240*    SAME TIER CANNOT SILENTLY OVERWRITE EACH OTHER.
000250*    PC-EFFECTIVE-DATE IS PART OF THE BILLRATE AND REBSCHED
000256*    KEYS AND IS ZERO FOR A CUSTLIM CHANGE; PC-BAND-FLOOR IS
000262*    PART OF THE REBSCHED KEY ONLY. PC-STATUS IS "P" PENDING, "A"
000270*    APPROVED AND APPLIED, OR "D" DECLINED. THE INCLUDING
000280*    PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND THE FD, E.G.
000290*
000300*        FD  PENDING-CHANGE-FILE
000310*            RECORD CONTAINS 80 CHARACTERS.
000320*        01  PENDING-CHANGE-RECORD.
000330*            COPY PENDCHG.
000340*
000350*    MODIFICATION HISTORY
000360*    --------------------
000370*    10/15/26  JI  INITIAL VERSION.
000371*    10/15/26  JI  ADDED FILE CODE "V" FOR A REBSCHED VOLUME
000372*                  REBATE BAND KEYED ON REBMAINT, THE REBATE
000373*                  VIEWS OF THE NEW AND OLD VALUE AREAS, AND
000374*                  PC-BAND-FLOOR OUT OF THE FILLER - THE BAND
000375*                  FLOOR IS THE THIRD PART OF THE REBSCHED KEY
000376*                  AND IS ZERO FOR A BILLRATE OR CUSTLIM
000377*                  CHANGE. NO LAYOUT LENGTH CHANGE.
000380*****************************************************************
000390*
000400    05  PC-PENDING-ID               PIC 9(08).
000410    05  PC-FILE-CODE                PIC X(01).
000420        88  PC-RATE-CHANGE              VALUE "R".
000430        88  PC-LIMIT-CHANGE             VALUE "L".
000435        88  PC-REBATE-CHANGE            VALUE "V".
000440    05  PC-ACTION                   PIC X(01).
000450        88  PC-ACTION-ADD               VALUE "A".
000460        88  PC-ACTION-CHANGE            VALUE "C".
000470        88  PC-ACTION-DELETE            VALUE "D".
000480    05  PC-STATUS                   PIC X(01).
000490        88  PC-PENDING                  VALUE "P".
000500        88  PC-APPROVED                 VALUE "A".
000510        88  PC-DECLINED                 VALUE "D".
000520    05  PC-CUSTOMER-TIER            PIC X(02).
000530    05  PC-EFFECTIVE-DATE           PIC 9(08).
000540    05  PC-NEW-VALUES               PIC X(06).
000550    05  PC-NEW-RATE-VALUES REDEFINES PC-NEW-VALUES.
000560        10  PC-NEW-RATE             PIC 9(01)V99.
000570        10  FILLER                  PIC X(03).
000580    05  PC-NEW-LIMIT-VALUES REDEFINES PC-NEW-VALUES.
000590        10  PC-NEW-MAX-QUANTITY     PIC 9(02).
000600        10  PC-NEW-MAX-UNIT-PRICE   PIC 9(02).
000610        10  FILLER                  PIC X(02).
000612    05  PC-NEW-REBATE-VALUES REDEFINES PC-NEW-VALUES.
000614        10  PC-NEW-REBATE-PCT       PIC 9(02)V99.
000616        10  FILLER                  PIC X(02).
000620    05  PC-OLD-VALUES               PIC X(06).
000630    05  PC-OLD-RATE-VALUES REDEFINES PC-OLD-VALUES.
000640        10  PC-OLD-RATE             PIC 9(01)V99.
000650        10  FILLER                  PIC X(03).
000660    05  PC-OLD-LIMIT-VALUES REDEFINES PC-OLD-VALUES.
000670        10  PC-OLD-MAX-QUANTITY     PIC 9(02).
000680        10  PC-OLD-MAX-UNIT-PRICE   PIC 9(02).
000690        10  FILLER                  PIC X(02).
000692    05  PC-OLD-REBATE-VALUES REDEFINES PC-OLD-VALUES.
000694        10  PC-OLD-REBATE-PCT       PIC 9(02)V99.
000696        10  FILLER                  PIC X(02).
000700    05  PC-KEYED-BY                 PIC X(08).
000710    05  PC-KEYED-DATE               PIC 9(08).
000720    05  PC-KEYED-TIME               PIC 9(06).
000730    05  PC-DECIDED-BY               PIC X(08).
000740    05  PC-DECIDED-DATE             PIC 9(08).
000750    05  PC-BAND-FLOOR               PIC 9(07).
000760    05  FILLER                      PIC X(02).
