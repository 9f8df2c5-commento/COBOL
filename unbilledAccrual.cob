01     MTDRATEDREC.
       02  MTD-SUBSCRIBERID        PIC 9(10).
       02  MTD-SERVICETYPE         PIC 9.
           88  MTD-BILLABLE-SERVICE VALUES 1 2 3 4 5 6.
       02  MTD-SERVICECOST         PIC 9(4)V99.
       02  MTD-CALLDURATION        PIC 9(5).
       02  MTD-CALLTIMESTAMP       PIC 9(12).
       02  MTD-ROAMINGPARTNER      PIC X(4).
       02  MTD-CALLEDNUMBER        PIC X(15).
       02  MTD-CARRIERID           PIC X(4).

FD     ACCRUALREPORTFILE.
01     ACCRUALREPORTLINE           PIC X(100).
01     ABEND-FILE-STATUS           PIC XX.

01     ACCRUAL-TOTALS.
       02  ACR-ENTRY OCCURS 6 TIMES.
           03  ACR-RECORD-COUNT    PIC 9(7).
           03  ACR-UNBILLED-VALUE  PIC 9(9)V99.
01     ACR-IDX                     PIC 9.
       02  FILLER                  PIC X(10) VALUE "DATA".
       02  FILLER                  PIC X(10) VALUE "ROAM VOICE".
       02  FILLER                  PIC X(10) VALUE "ROAM DATA".
       02  FILLER                  PIC X(10) VALUE "PREMIUM".
01     SERVICE-DESC-TABLE REDEFINES SERVICE-DESCRIPTIONS.
       02  SVC-DESC                PIC X(10) OCCURS 6 TIMES.

01     RUN-TOTALS.
       02  ACT-RECORDS-READ        PIC 9(7) VALUE ZERO.
           TO ACCRUALREPORTLINE
       PERFORM WRITE-ACCRUAL-REPORT-LINE
       PERFORM PRINT-ONE-ACCRUAL-LINE
           VARYING ACR-IDX FROM 1 BY 1 UNTIL ACR-IDX GREATER THAN 6
       MOVE ACT-TOTAL-UNBILLED TO PRN-TOTAL-AMOUNT
       MOVE SPACES TO ACCRUALREPORTLINE
       STRING "TOTAL UNBILLED REVENUE TO ACCRUE: " PRN-TOTAL-AMOUNT
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM WRITE-ONE-ACCRUAL-GL-PAIR
           VARYING ACR-IDX FROM 1 BY 1 UNTIL ACR-IDX GREATER THAN 6
       CLOSE ACCRUALGLFILE
       CLOSE REVERSALGLFILE.

