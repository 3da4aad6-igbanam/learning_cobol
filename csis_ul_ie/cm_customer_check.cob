000210*                  CUSTLIM INSIDE CMLIMCHK - ONE KEYED READ PER
000220*                  ORDER LINE, READ-ONLY, SO NOTHING IS AT RISK
000230*                  IN AN ABEND.
000231*    10/15/26  JI  CUSTMAST WIDENED TO 80 BYTES FOR THE CREDIT
000232*                  LIMIT AND RUNNING EXPOSURE - FD ONLY, THIS
000233*                  PROGRAM STILL READS THE STATUS AND TIER.
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000430*    CARRYING EACH ACCOUNT'S STATUS AND PRICING TIER.
000440*****************************************************************
000450 FD  CUSTOMER-MASTER-FILE
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  CUSTOMER-MASTER-RECORD.
000480     COPY CUSTMST.
000490
