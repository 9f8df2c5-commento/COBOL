       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  ROAMINGPARTNER          PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

FD     SERVICERATETABLE.
       COPY "SERVICERATE.cpy"
       02  CR-SERVICECOST          PIC 9(4)V99.
       02  CR-CALLDURATION         PIC 9(5).
       02  CR-ROAMINGPARTNER       PIC X(4).
       02  CR-CALLEDNUMBER         PIC X(15).
       02  CR-CARRIERID            PIC X(4).

FD     RETENTIONCONTROLFILE.
01     RETENTIONCONTROLREC         PIC X(6).
       02  FILLER                  PIC X(9) VALUE "  PERIOD ".
       02  PRN-STM-PERIOD          PIC 9(6).

01     STATEMENTCOLUMNHEADER.
       02  FILLER                  PIC X(40) VALUE
           "DATE      TIME   SERVICE               ".
       02  FILLER                  PIC X(41) VALUE
           "DURATION        COST  BAND  NUMBER CALLED".

01     WS-CALL-RATEBAND            PIC X.
01     WS-RATEBAND-BASIS           PIC X VALUE "C".
01     WS-CALL-DAYOFWEEK           PIC 9.

01     STATEMENTDETAILLINE.
       02  PRN-CALL-COST           PIC $$,$$9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-CALL-BAND           PIC X.
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  PRN-CALL-NUMBER         PIC X(15).

01     STATEMENTSUBTOTALLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
               MOVE CR-CALLDURATION TO CALLDURATION
               MOVE CR-CALLTIMESTAMP TO CALLTIMESTAMP
               MOVE CR-ROAMINGPARTNER TO ROAMINGPARTNER
               MOVE CR-CALLEDNUMBER TO CALLEDNUMBER
               MOVE CR-CARRIERID TO CARRIERID
               PERFORM PRINT-CALL-DETAIL-LINE
           END-IF
           PERFORM READ-NEXT-RETAINED-CALL
       MOVE RATE-DESCRIPTION TO PRN-CALL-SERVICE
       MOVE CALLDURATION TO PRN-CALL-DURATION
       MOVE SERVICECOST TO PRN-CALL-COST
       CALL "RATEBAND" USING CALLTIMESTAMP, SERVICETYPE,
           WS-RATEBAND-BASIS, WS-CALL-RATEBAND, WS-CALL-DAYOFWEEK
       MOVE WS-CALL-RATEBAND TO PRN-CALL-BAND
       MOVE CALLEDNUMBER TO PRN-CALL-NUMBER
       MOVE STATEMENTDETAILLINE TO STATEMENTLINE
       PERFORM WRITE-STATEMENT-LINE
       ADD SERVICECOST TO STM-STATEMENTTOTAL
