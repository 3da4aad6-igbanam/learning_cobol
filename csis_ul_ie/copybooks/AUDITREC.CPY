000442*                  THE TAIL AFTER AL-ACCOUNT-NO, KEEPING THE
000444*                  OLDER COLUMNS IN PLACE. THE RECORD GREW
000450*                  FROM 82 TO 90 BYTES.
000451*    10/15/26  JI  CSISBEXT NOW LOGS AN "EX" ROW, SOURCE "E",
000452*                  FOR EVERY MULTOUT RECORD IT FLAGS AND STAMPS
000453*                  - THE TRANSACTION DATE IS THE EXTRACT DATE
000454*                  AND THE FIRST FOUR BYTES OF AL-SOURCE-SYSTEM
000455*                  CARRY THE EXTRACT RUN NUMBER. NO LAYOUT
000456*                  CHANGE. MLTRECOV REPLAYS "00", "RV", AND
000457*                  "EX" ROWS ONTO A RESTORED MULTOUT BACKUP.
000458*    10/15/26  JI  REBPOST LOGS A "VR" ROW, SOURCE "V", FOR
000459*                  EVERY VOLUME REBATE CREDIT IT POSTS TO
000460*                  MULTOUT - THE TRANSACTION DATE IS THE MONTH
000461*                  END THE REBATE IS FOR AND AL-SOURCE-SYSTEM
000462*                  IS "REBATE". REBMAINT AND CHGAPPR LOG THE
000463*                  REBSCHED SCHEDULE UNDER "VP", "VA", "VC",
000464*                  "VD", AND "VX" THE WAY THE BILLRATE "R"
000465*                  CODES ARE LOGGED. NO LAYOUT CHANGE. MLTRECOV
000466*                  REPLAYS "VR" ROWS WITH THE OTHER THREE.
000467*****************************************************************
000470*
000480    05  AL-TIMESTAMP                PIC 9(14).
000490    05  AL-SOURCE                   PIC X(01).
