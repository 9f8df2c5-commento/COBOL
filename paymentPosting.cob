           RECORD KEY IS DEP-SUBSCRIBERID
           FILE STATUS IS WS-DEP-STATUS.

       SELECT DEPOSITDEMANDFILE ASSIGN TO "DepositDemands.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMD-SUBSCRIBERID
           FILE STATUS IS WS-DMD-STATUS.

       SELECT ACCOUNTMASTER ASSIGN TO "AccountMaster.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APC-STATUS.

       SELECT COUNTERRECEIPTLOG ASSIGN TO "CounterReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRL-STATUS.

       SELECT POSTINGREPORTFILE ASSIGN TO "PaymentPosting.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           88  TENDER-DEPOSIT      VALUE "S".
           88  VALID-TENDERTYPE    VALUES "C" "Q" "D" "P" "S".
       02  PAY-INVOICENUMBER       PIC X(10).
       02  PAY-STORECODE           PIC X(4).
       02  PAY-TILLID              PIC X(4).
       02  PAY-CASHIERID           PIC X(8).

FD     PAYMENTREJECTS.
01     PAYMENTREJECTREC.
           REPLACING ==:RECNAME:== BY ==DEPOSITLEDGERREC==
                     ==:PREFIX:==  BY ==DEP-==.

FD     DEPOSITDEMANDFILE.
       COPY "DEPOSITDEMAND.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITDEMANDREC==
                     ==:PREFIX:==  BY ==DMD-==.

FD     ACCOUNTMASTER.
       COPY "ACCOUNTMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ACCOUNTMASTERREC==
01     ARPOSTINGCONTROLREC.
       02  APC-LAST-INVOICE        PIC 9(10).

FD     COUNTERRECEIPTLOG.
       COPY "COUNTERRECEIPT.cpy"
           REPLACING ==:RECNAME:== BY ==COUNTERRECEIPTREC==
                     ==:PREFIX:==  BY ==CRL-==.

FD     POSTINGREPORTFILE.
01     POSTINGREPORTLINE           PIC X(100).

01     WS-REJ-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-CRL-STATUS               PIC XX.

01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".

01     WS-APC-STATUS               PIC XX.
01     WS-DEP-STATUS               PIC XX.
01     WS-DMD-STATUS               PIC XX.
01     WS-DMD-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  DEMANDS-AVAILABLE       VALUE "Y".
01     WS-DMD-FOUND-SWITCH         PIC X.
       88  DEMAND-OUTSTANDING      VALUE "Y".
01     WS-OPI-STATUS               PIC XX.
01     WS-SUS-STATUS               PIC XX.
01     WS-WOF-STATUS               PIC XX.
01     WS-LOCK-RESULT          PIC 9.
       88  RESOURCE-LOCK-GRANTED VALUE 0.

01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "PAYMENTPOST".
01     WS-AMV-RESULT               PIC 9.

01     WS-RHL-PROGRAM              PIC X(12) VALUE "PAYMENTPOST".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-CYCLE-PARM FROM COMMAND-LINE
           END-STRING
       END-IF
       PERFORM ACQUIRE-BATCH-RESOURCE-LOCK
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       PERFORM LOAD-POSTING-WATERMARK
       PERFORM OPEN-AR-MASTER
       PERFORM OPEN-OPEN-ITEM-FILE
           SET ARRANGEMENTS-AVAILABLE TO TRUE
       END-IF
       PERFORM OPEN-DEPOSIT-LEDGER
       OPEN I-O DEPOSITDEMANDFILE
       IF WS-DMD-STATUS EQUAL TO "00"
           SET DEMANDS-AVAILABLE TO TRUE
       END-IF
       PERFORM OPEN-SUSPENSE-LEDGER
       OPEN I-O WRITEOFFFILE
       IF WS-WOF-STATUS EQUAL TO "00"
       IF WRITEOFFS-AVAILABLE
           CLOSE WRITEOFFFILE
       END-IF
       IF DEMANDS-AVAILABLE
           CLOSE DEPOSITDEMANDFILE
       END-IF
       CLOSE SUSPENSELEDGER
       IF WS-SUS-STATUS NOT EQUAL TO "00"
           MOVE "SUSPENSELEDGER" TO ABEND-FILE-NAME
       END-IF
       CLOSE POSTINGREPORTFILE
       PERFORM RELEASE-BATCH-RESOURCE-LOCK
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

ACQUIRE-BATCH-RESOURCE-LOCK.
               END-IF
       END-READ
       END-IF
       PERFORM LOG-BILL-MOVEMENTS
       PERFORM WRITE-OPEN-ITEM-FOR-BILL
       ADD 1 TO PT-BILLS-POSTED
       ADD INV-BILLEDAMOUNT TO PT-BILLS-VALUE
       END-IF.

LOG-BILL-MOVEMENTS.
       IF PAYER-IS-GROUPED
           MOVE "A" TO WS-AMV-LEDGER
           MOVE WS-MEMBER-ACCOUNTID TO WS-AMV-SUBSCRIBERID
       ELSE
           MOVE "S" TO WS-AMV-LEDGER
           MOVE INV-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
       END-IF
       MOVE "B" TO WS-AMV-TYPE
       COMPUTE WS-AMV-AMOUNT = INV-BILLEDAMOUNT
           - INV-LATEFEEAMOUNT - INV-ADJUSTMENTAMOUNT
       PERFORM LOG-AR-MOVEMENT
       MOVE "L" TO WS-AMV-TYPE
       MOVE INV-LATEFEEAMOUNT TO WS-AMV-AMOUNT
       PERFORM LOG-AR-MOVEMENT
       MOVE "A" TO WS-AMV-TYPE
       MOVE INV-ADJUSTMENTAMOUNT TO WS-AMV-AMOUNT
       PERFORM LOG-AR-MOVEMENT.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

WRITE-OPEN-ITEM-FOR-BILL.
       MOVE INV-SUBSCRIBERID TO OPI-SUBSCRIBERID
       MOVE INV-INVOICENUMBER TO OPI-INVOICENUMBER
               MOVE WS-REJ-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN EXTEND COUNTERRECEIPTLOG
           IF WS-CRL-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT COUNTERRECEIPTLOG
           END-IF
           IF WS-CRL-STATUS NOT EQUAL TO "00"
               MOVE "COUNTERRECEIPTLOG" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-CRL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-PAYMENT-RECEIPT
           PERFORM UNTIL ENDOFPAYMENTRECEIPTS
               PERFORM POST-ONE-PAYMENT-RECEIPT
           END-PERFORM
           CLOSE PAYMENTRECEIPTS
           CLOSE PAYMENTREJECTS
           CLOSE COUNTERRECEIPTLOG
       END-IF.

POST-ONE-PAYMENT-RECEIPT.
           MOVE "RECEIPT FIELDS NOT NUMERIC" TO REJ-REASON
           PERFORM WRITE-PAYMENT-REJECT
       ELSE
           IF PAY-STORECODE NOT EQUAL TO SPACES
               PERFORM LOG-COUNTER-RECEIPT
           END-IF
           IF NOT VALID-TENDERTYPE
               MOVE "INVALID TENDER TYPE" TO REJ-REASON
               PERFORM WRITE-PAYMENT-REJECT
                           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
                           PERFORM FILE-ERROR-HANDLER
                       END-IF
                       MOVE "S" TO WS-AMV-LEDGER
                       MOVE "P" TO WS-AMV-TYPE
                       MOVE PAY-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
                       COMPUTE WS-AMV-AMOUNT = ZERO - PAY-AMOUNT
                       PERFORM LOG-AR-MOVEMENT
                       PERFORM APPLY-PAYMENT-TO-OPEN-ITEMS
                       PERFORM APPLY-PAYMENT-TO-ARRANGEMENT
                       PERFORM CHECK-WRITEOFF-RECOVERY
           END-IF
       END-IF.

LOG-COUNTER-RECEIPT.
       MOVE PAY-PAYMENTDATE TO CRL-PAYMENTDATE
       MOVE PAY-STORECODE TO CRL-STORECODE
       MOVE PAY-TILLID TO CRL-TILLID
       MOVE PAY-CASHIERID TO CRL-CASHIERID
       MOVE PAY-SUBSCRIBERID TO CRL-SUBSCRIBERID
       MOVE PAY-AMOUNT TO CRL-AMOUNT
       MOVE PAY-TENDERTYPE TO CRL-TENDERTYPE
       MOVE WS-SUSPENSE-DATE TO CRL-POSTINGDATE
       WRITE COUNTERRECEIPTREC
       IF WS-CRL-STATUS NOT EQUAL TO "00"
           MOVE "COUNTERRECEIPTLOG" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CRL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

POST-ACCOUNT-PAYMENT.
       MOVE WS-MEMBER-ACCOUNTID TO AAR-SUBSCRIBERID
       READ ACCOUNTARMASTER
                   MOVE WS-AAR-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE "A" TO WS-AMV-LEDGER
               MOVE "P" TO WS-AMV-TYPE
               MOVE WS-MEMBER-ACCOUNTID TO WS-AMV-SUBSCRIBERID
               COMPUTE WS-AMV-AMOUNT = ZERO - PAY-AMOUNT
               PERFORM LOG-AR-MOVEMENT
               PERFORM ALLOCATE-PAYMENT-TO-MEMBERS
               ADD 1 TO PT-RECEIPTS-POSTED
               ADD PAY-AMOUNT TO PT-RECEIPTS-VALUE
       END-IF.

POST-DEPOSIT-RECEIPT.
       MOVE "N" TO WS-DMD-FOUND-SWITCH
       IF DEMANDS-AVAILABLE
           MOVE PAY-SUBSCRIBERID TO DMD-SUBSCRIBERID
           READ DEPOSITDEMANDFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DMD-DEMAND-OUTSTANDING
                       SET DEMAND-OUTSTANDING TO TRUE
                   END-IF
           END-READ
       END-IF
       MOVE PAY-SUBSCRIBERID TO DEP-SUBSCRIBERID
       READ DEPOSITLEDGER
           INVALID KEY
               MOVE PAY-SUBSCRIBERID TO DEP-SUBSCRIBERID
               MOVE PAY-AMOUNT TO DEP-AMOUNT-HELD
               MOVE PAY-PAYMENTDATE TO DEP-TAKEN-DATE
               IF DEMAND-OUTSTANDING
                   MOVE "CREDIT SCORE DEMAND" TO DEP-REASON
               ELSE
                   MOVE "HIGH RISK ACTIVATION" TO DEP-REASON
               END-IF
               MOVE "H" TO DEP-STATUS
               MOVE ZERO TO DEP-CLOSED-DATE
               WRITE DEPOSITLEDGERREC
                   PERFORM FILE-ERROR-HANDLER
               END-IF
       END-READ
       IF DEMAND-OUTSTANDING
           PERFORM APPLY-RECEIPT-TO-DEMAND
       END-IF
       ADD 1 TO PT-DEPOSITS-POSTED
       ADD PAY-AMOUNT TO PT-DEPOSITS-VALUE.

APPLY-RECEIPT-TO-DEMAND.
       ADD PAY-AMOUNT TO DMD-AMOUNT-RECEIVED
       IF DMD-AMOUNT-RECEIVED NOT LESS THAN DMD-AMOUNT-DEMANDED
           SET DMD-DEMAND-SATISFIED TO TRUE
           MOVE PAY-PAYMENTDATE TO DMD-SATISFIED-DATE
       END-IF
       REWRITE DEPOSITDEMANDREC
       IF WS-DMD-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITDEMANDFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-DMD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

APPLY-PAYMENT-TO-OPEN-ITEMS.
       MOVE PAY-AMOUNT TO WS-UNAPPLIED-AMOUNT
       MOVE ZERO TO WS-REQUESTED-INVOICE
           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "S" TO WS-AMV-LEDGER
       MOVE "R" TO WS-AMV-TYPE
       MOVE PAY-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
       MOVE WOF-AMOUNT TO WS-AMV-AMOUNT
       PERFORM LOG-AR-MOVEMENT
       MOVE "V" TO WOF-STATUS
       MOVE PAY-PAYMENTDATE TO WOF-RECOVERED-DATE
       REWRITE WRITEOFFREC
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
