000010*
000020*****************************************************************
000030*    MBKCTL
000040*    CONTROL RECORD CLOSING A MULTBKUP MULTOUT BACKUP GENERATION
000050*    ---------------------------------------------------------
000060*    MLTBKUP COPIES EVERY MULTOUT RECORD VERBATIM TO A DATED
000070*    MULTBKUP GENERATION EACH NIGHT, RIGHT AFTER THE BILLING
000080*    EXTRACT, AND CLOSES IT WITH THIS ONE CONTROL RECORD -
000090*    WRITTEN LAST, SO A GENERATION WITHOUT ONE IS AN INCOMPLETE
000100*    BACKUP. A MULTOUT RECORD LEADS WITH A NUMERIC TRANSACTION
000110*    ID, SO THE "C" BYTE CAN NEVER COLLIDE WITH A REAL RECORD -
000120*    THE SAME RULE AS THE AUDARCH ARCHIVE CONTROL RECORD.
000130*
000140*    THE BACKUP DATE AND TIME ARE TAKEN WHEN THE COPY STARTS
000150*    (MACHINE CLOCK, THE SAME CLOCK CMAUDLOG STAMPS AUDIT ROWS
000160*    WITH) - MLTRECOV REPLAYS EVERY AUDITLOG ROW STAMPED AT OR
000170*    AFTER THAT MOMENT. THE RECORD COUNT AND HIGHEST
000180*    TRANSACTION ID LET THE RECOVERY PROVE IT LOADED THE WHOLE
000190*    COPY. THE BUSINESS DATE IS THE PROCDATE THE NIGHT RAN
000200*    UNDER, AND THE HIGHEST EXTRACT RUN NUMBER IS THE LAST
000210*    EXTRACT THE COPY CONTAINS. THE INCLUDING PROGRAM SUPPLIES
000220*    THE 01-LEVEL GROUP NAME, E.G.
000230*
000240*        01  CM-BACKUP-CONTROL.
000250*            COPY MBKCTL.
000260*
000270*    MODIFICATION HISTORY
000280*    --------------------
000290*    10/15/26  JI  INITIAL VERSION.
000300*****************************************************************
000310*
000320    05  MB-RECORD-TYPE              PIC X(01).
000330        88  MB-CONTROL-RECORD           VALUE "C".
000340    05  MB-BACKUP-DATE              PIC 9(08).
000350    05  MB-BACKUP-TIME              PIC 9(06).
000360    05  MB-RECORD-COUNT             PIC 9(08).
000370    05  MB-HIGH-TRANSACTION-ID      PIC 9(08).
000380    05  MB-BUSINESS-DATE            PIC 9(08).
000390    05  MB-HIGH-EXTRACT-RUN-NO      PIC 9(04).
000400    05  FILLER                      PIC X(09).
