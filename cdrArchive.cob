       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  ROAMINGPARTNER          PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

FD     CDRRETENTIONFILE.
01     CDRRETENTIONREC.
       02  CR-SERVICECOST          PIC 9(4)V99.
       02  CR-CALLDURATION         PIC 9(5).
       02  CR-ROAMINGPARTNER       PIC X(4).
       02  CR-CALLEDNUMBER         PIC X(15).
       02  CR-CARRIERID            PIC X(4).

FD     RETENTIONCONTROLFILE.
01     RETENTIONCONTROLREC         PIC X(6).
       02  PRN-QRY-COST            PIC $$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-QRY-PARTNER         PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-QRY-NUMBER          PIC X(15).

PROCEDURE DIVISION.
BEGIN.
       MOVE SERVICECOST TO CR-SERVICECOST
       MOVE CALLDURATION TO CR-CALLDURATION
       MOVE ROAMINGPARTNER TO CR-ROAMINGPARTNER
       MOVE CALLEDNUMBER TO CR-CALLEDNUMBER
       MOVE CARRIERID TO CR-CARRIERID
       PERFORM UNTIL CR-SEQUENCE GREATER THAN 9998
           WRITE CDRRETENTIONREC
               INVALID KEY
           MOVE CR-CALLDURATION TO PRN-QRY-DURATION
           MOVE CR-SERVICECOST TO PRN-QRY-COST
           MOVE CR-ROAMINGPARTNER TO PRN-QRY-PARTNER
           MOVE CR-CALLEDNUMBER TO PRN-QRY-NUMBER
           MOVE QUERYDETAILLINE TO QUERYREPORTLINE
           PERFORM WRITE-QUERY-REPORT-LINE
           PERFORM READ-NEXT-RETENTION-RECORD
