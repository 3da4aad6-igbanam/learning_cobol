000010*
000020*****************************************************************
000030*    REBSCHED
000040*    SHARED RECORD FOR THE REBSCHED VOLUME REBATE SCHEDULE FILE
000050*    ---------------------------------------------------------
000060*    ONE RECORD PER CUSTOMER TIER, EFFECTIVE DATE, AND VOLUME
000070*    BAND FLOOR, KEYED BY ALL THREE, CARRYING THE REBATE
000080*    PERCENTAGE AN ACCOUNT OF THAT TIER EARNS ONCE ITS MONTH'S
000090*    EXTRACTED RESULTS REACH THE FLOOR. EACH BAND IS DATED ON
000100*    ITS OWN THE WAY A BILLRATE RATE IS - THE PERCENTAGE IN
000110*    FORCE FOR A TIER AND FLOOR AT A MONTH END IS THE RECORD
000120*    WITH THE GREATEST EFFECTIVE DATE NOT AFTER THE MONTH END,
000130*    AND A BAND KEYED AT 00.00 PERCENT WITHDRAWS THE FLOOR
000140*    FROM THAT DATE. AN ACCOUNT FALLS IN THE HIGHEST BAND IN
000150*    FORCE WHOSE FLOOR ITS VOLUME REACHES, AND THE PERCENTAGE
000160*    APPLIES TO THE WHOLE MONTH'S VOLUME. READ BY REBPOST AT
000170*    MONTH END AND MAINTAINED THROUGH REBMAINT AND CHGAPPR.
000180*    THE INCLUDING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME
000190*    AND THE FD, E.G.
000200*
000210*        FD  REBATE-SCHEDULE-FILE
000220*            RECORD CONTAINS 24 CHARACTERS.
000230*        01  REBATE-SCHEDULE-RECORD.
000240*            COPY REBSCHED.
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------
000280*    10/15/26  JI  INITIAL VERSION - THE VOLUME REBATES SALES
000290*                  AGREED WITH THE LARGER ACCOUNTS, WORKED OUT
000300*                  BY HAND FROM SPREADSHEETS UNTIL NOW.
000310*****************************************************************
000320*
000330    05  RS-REBATE-KEY.
000340        10  RS-CUSTOMER-TIER        PIC X(02).
000350        10  RS-EFFECTIVE-DATE       PIC 9(08).
000360        10  RS-BAND-FLOOR           PIC 9(07).
000370    05  RS-REBATE-PCT               PIC 9(02)V99.
000380    05  FILLER                      PIC X(03).
