           RECORD KEY IS DLR-DEALERCODE
           FILE STATUS IS WS-DLR-STATUS.

       SELECT DEVICELINKFILE ASSIGN TO "DeviceLink.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DVL-SUBSCRIBERID
           FILE STATUS IS WS-DVL-STATUS.

       SELECT BILLINGHISTORYFILE ASSIGN TO "BillingHistory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           REPLACING ==:RECNAME:== BY ==DEALERREC==
                     ==:PREFIX:==  BY ==DLR-==.

FD     DEVICELINKFILE.
       COPY "DEVICELINK.cpy"
           REPLACING ==:RECNAME:== BY ==DEVICELINKREC==
                     ==:PREFIX:==  BY ==DVL-==.

FD     BILLINGHISTORYFILE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYREC==
01     WS-LOG-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-DLR-STATUS               PIC XX.
01     WS-DVL-STATUS               PIC XX.
01     WS-BHI-STATUS               PIC XX.
01     WS-STM-STATUS               PIC XX.
01     WS-CGL-STATUS               PIC XX.
       88  ENDOFCHANGELOG          VALUE "Y".
01     WS-BHI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFHISTORY            VALUE "Y".
01     WS-DEVICE-LINK-SWITCH       PIC X VALUE "N".
       88  DEVICE-LINKS-PRESENT    VALUE "Y".
01     WS-SALE-CHECK-SWITCH        PIC X.
       88  SALE-FROM-DEALER-STOCK  VALUE "Y".
01     WS-WITHHOLD-REASON          PIC X(30).

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
           03  DAC-REVENUE-SHARE   PIC 9(9)V99.
           03  DAC-CLAWBACKS       PIC 9(5).
           03  DAC-CLAWBACK-TOTAL  PIC 9(9)V99.
           03  DAC-WITHHELD        PIC 9(5).
           03  DAC-WITHHELD-TOTAL  PIC 9(9)V99.
01     DAC-IDX                     PIC 99.
01     DAC-FOUND-IDX               PIC 99.
01     WS-WORK-DEALERCODE          PIC X(4).

01     WITHHELD-TABLE-LIMIT        PIC 9(3) VALUE 500.
01     WITHHELD-SALES.
       02  WHS-COUNT               PIC 9(3) VALUE ZERO.
       02  WHS-ENTRY OCCURS 500 TIMES.
           03  WHS-DEALERCODE      PIC X(4).
           03  WHS-SUBSCRIBERID    PIC 9(10).
           03  WHS-REASON          PIC X(30).
01     WHS-IDX                     PIC 9(3).

01     WS-ACT-MONTHS               PIC 9(6).
01     WS-TERM-MONTHS              PIC 9(6).
01     WS-WORK-YEAR                PIC 9(4).
01     RUN-TOTALS.
       02  CRT-ACTIVATIONS         PIC 9(6) VALUE ZERO.
       02  CRT-CLAWBACKS           PIC 9(6) VALUE ZERO.
       02  CRT-WITHHELD            PIC 9(6) VALUE ZERO.
       02  CRT-PAYABLE-TOTAL       PIC S9(11)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99-.
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT DEVICELINKFILE
       IF WS-DVL-STATUS EQUAL TO "00"
           SET DEVICE-LINKS-PRESENT TO TRUE
       ELSE
           DISPLAY "NO DEVICE SALE LINKS PRESENT - ACTIVATION BONUS"
               " PAID WITHOUT THE DEALER STOCK CHECK"
       END-IF
       PERFORM PROCESS-ACTIVATIONS-AND-TERMS
       PERFORM PROCESS-REVENUE-SHARE
       IF DEVICE-LINKS-PRESENT
           CLOSE DEVICELINKFILE
       END-IF
       CLOSE SUBSCRIBERMASTER
       PERFORM PRODUCE-DEALER-STATEMENTS
       CLOSE DEALERFILE
       DISPLAY "COMMISSIONRUN -- PERIOD " WS-COMMISSION-PERIOD
           "  ACTIVATIONS: " CRT-ACTIVATIONS
           "  CLAWBACKS: " CRT-CLAWBACKS
           "  WITHHELD: " CRT-WITHHELD
       STOP RUN.

PROCESS-ACTIVATIONS-AND-TERMS.
           PERFORM LOOKUP-DEALER-TERMS
           IF WS-DLR-STATUS EQUAL TO "00"
               PERFORM LOCATE-DEALER-ACCUMULATOR
               PERFORM CHECK-SALE-SERIAL
               IF DAC-FOUND-IDX GREATER THAN ZERO
                   ADD 1 TO DAC-ACTIVATIONS(DAC-FOUND-IDX)
                   ADD 1 TO CRT-ACTIVATIONS
                   IF SALE-FROM-DEALER-STOCK
                       ADD DLR-ACTIVATION-BONUS
                           TO DAC-BONUS-TOTAL(DAC-FOUND-IDX)
                   ELSE
                       ADD 1 TO DAC-WITHHELD(DAC-FOUND-IDX)
                       ADD DLR-ACTIVATION-BONUS
                           TO DAC-WITHHELD-TOTAL(DAC-FOUND-IDX)
                       ADD 1 TO CRT-WITHHELD
                       PERFORM RECORD-WITHHELD-SALE
                   END-IF
               END-IF
           END-IF
       END-IF.

CHECK-SALE-SERIAL.
       SET SALE-FROM-DEALER-STOCK TO TRUE
       MOVE SPACES TO WS-WITHHOLD-REASON
       IF DEVICE-LINKS-PRESENT
           MOVE "N" TO WS-SALE-CHECK-SWITCH
           MOVE SMF-SUBSCRIBERID TO DVL-SUBSCRIBERID
           READ DEVICELINKFILE
               INVALID KEY
                   MOVE "NO DEVICE SERIAL RECORDED" TO WS-WITHHOLD-REASON
               NOT INVALID KEY
                   IF DVL-DEALERCODE NOT EQUAL TO WS-WORK-DEALERCODE
                       MOVE "SOLD BY ANOTHER DEALER"
                           TO WS-WITHHOLD-REASON
                   ELSE
                       IF DVL-SOLD-FROM-DEALER-STOCK
                           SET SALE-FROM-DEALER-STOCK TO TRUE
                       ELSE
                           MOVE "SERIAL NOT IN DEALER STOCK"
                               TO WS-WITHHOLD-REASON
                       END-IF
                   END-IF
           END-READ
       END-IF.

RECORD-WITHHELD-SALE.
       IF WHS-COUNT LESS THAN WITHHELD-TABLE-LIMIT
           ADD 1 TO WHS-COUNT
           MOVE WS-WORK-DEALERCODE TO WHS-DEALERCODE(WHS-COUNT)
           MOVE SMF-SUBSCRIBERID TO WHS-SUBSCRIBERID(WHS-COUNT)
           MOVE WS-WITHHOLD-REASON TO WHS-REASON(WHS-COUNT)
       ELSE
           DISPLAY "BONUS WITHHELD FOR SUBSCRIBER " SMF-SUBSCRIBERID
               " DEALER " WS-WORK-DEALERCODE " - " WS-WITHHOLD-REASON
       END-IF.

CHECK-FOR-CLAWBACK.
       PERFORM LOOKUP-SUBSCRIBER-DEALER
       IF WS-WORK-DEALERCODE EQUAL TO SPACES
       MOVE WS-COMMISSION-PERIOD(5:2) TO WS-WORK-MONTH
       COMPUTE WS-TERM-MONTHS = (WS-WORK-YEAR * 12) + WS-WORK-MONTH
       COMPUTE WS-TENURE-MONTHS = WS-TERM-MONTHS - WS-ACT-MONTHS
       PERFORM CHECK-SALE-SERIAL
       IF WS-TENURE-MONTHS LESS THAN
               OR EQUAL TO DLR-CLAWBACK-MONTHS
               AND SALE-FROM-DEALER-STOCK
           PERFORM LOCATE-DEALER-ACCUMULATOR
           IF DAC-FOUND-IDX GREATER THAN ZERO
               ADD 1 TO DAC-CLAWBACKS(DAC-FOUND-IDX)
           MOVE ZERO TO DAC-REVENUE-SHARE(DAC-COUNT)
           MOVE ZERO TO DAC-CLAWBACKS(DAC-COUNT)
           MOVE ZERO TO DAC-CLAWBACK-TOTAL(DAC-COUNT)
           MOVE ZERO TO DAC-WITHHELD(DAC-COUNT)
           MOVE ZERO TO DAC-WITHHELD-TOTAL(DAC-COUNT)
           MOVE DAC-COUNT TO DAC-FOUND-IDX
       END-IF.

           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       IF DAC-WITHHELD(DAC-IDX) GREATER THAN ZERO
           MOVE DAC-WITHHELD-TOTAL(DAC-IDX) TO PRN-AMOUNT
           MOVE SPACES TO STATEMENTLINE
           STRING "  BONUS WITHHELD " DAC-WITHHELD(DAC-IDX)
               "  VALUE " PRN-AMOUNT
               DELIMITED BY SIZE INTO STATEMENTLINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           PERFORM PRINT-WITHHELD-SALE
               VARYING WHS-IDX FROM 1 BY 1
               UNTIL WHS-IDX GREATER THAN WHS-COUNT
       END-IF
       MOVE DAC-REVENUE-SHARE(DAC-IDX) TO PRN-AMOUNT
       MOVE SPACES TO STATEMENTLINE
       STRING "  REVENUE SHARE " PRN-AMOUNT
       END-STRING
       PERFORM WRITE-STATEMENT-LINE.

PRINT-WITHHELD-SALE.
       IF WHS-DEALERCODE(WHS-IDX) EQUAL TO DAC-DEALERCODE(DAC-IDX)
           MOVE SPACES TO STATEMENTLINE
           STRING "    SUBSCRIBER " WHS-SUBSCRIBERID(WHS-IDX)
               "  " WHS-REASON(WHS-IDX)
               DELIMITED BY SIZE INTO STATEMENTLINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
       END-IF.

READ-CHANGE-LOG-RECORD.
       READ SUBSCRIBERCHANGELOG AT END SET ENDOFCHANGELOG TO TRUE
       END-READ.
