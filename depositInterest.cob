IDENTIFICATION DIVISION.
PROGRAM-ID. DEPOSITINTEREST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DEPOSITLEDGER ASSIGN TO "DepositLedger.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DEP-SUBSCRIBERID
           FILE STATUS IS WS-DEP-STATUS.

       SELECT DEPOSITRATEFILE ASSIGN TO "DepositRates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DRT-EFFECTIVEDATE
           FILE STATUS IS WS-DRT-STATUS.

       SELECT DEPOSITINTERESTFILE ASSIGN TO "DepositInterest.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DIN-ENTRY-KEY
           FILE STATUS IS WS-DIN-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT AROPENITEMFILE ASSIGN TO "ArOpenItems.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPI-ITEM-KEY
           FILE STATUS IS WS-OPI-STATUS.

       SELECT REFUNDFEEDFILE ASSIGN TO "DepositRefund.feed"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFD-STATUS.

       SELECT DEPOSITGLFILE ASSIGN TO DYNAMIC WS-DGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DGL-STATUS.

       SELECT INTERESTREPORTFILE ASSIGN TO "DepositInterest.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     DEPOSITLEDGER.
       COPY "DEPOSITLEDGER.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITLEDGERREC==
                     ==:PREFIX:==  BY ==DEP-==.

FD     DEPOSITRATEFILE.
       COPY "DEPOSITRATE.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITRATEREC==
                     ==:PREFIX:==  BY ==DRT-==.

FD     DEPOSITINTERESTFILE.
       COPY "DEPOSITINTEREST.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITINTERESTREC==
                     ==:PREFIX:==  BY ==DIN-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     AROPENITEMFILE.
       COPY "AROPENITEM.cpy"
           REPLACING ==:RECNAME:== BY ==AROPENITEMREC==
                     ==:PREFIX:==  BY ==OPI-==.

FD     REFUNDFEEDFILE.
01     REFUNDFEEDREC.
       02  RFD-SUBSCRIBERID        PIC 9(10).
       02  RFD-AMOUNT              PIC 9(7)V99.
       02  RFD-REFUNDDATE          PIC 9(8).
       02  RFD-REASON              PIC X(20).

FD     DEPOSITGLFILE.
01     DEPOSITGLREC.
       02  DGL-ACCOUNT-CODE        PIC 99.
       02  DGL-ACCOUNT-DESC        PIC X(20).
       02  DGL-AMOUNT              PIC S9(9)V99.
       02  DGL-FIRST-INVOICE       PIC 9(10).
       02  DGL-LAST-INVOICE        PIC 9(10).

FD     INTERESTREPORTFILE.
01     INTERESTREPORTLINE          PIC X(100).

WORKING-STORAGE SECTION.
01     WS-DEP-STATUS               PIC XX.
01     WS-DRT-STATUS               PIC XX.
01     WS-DIN-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-OPI-STATUS               PIC XX.
01     WS-RFD-STATUS               PIC XX.
01     WS-DGL-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-DGL-FILENAME             PIC X(40).

01     WS-DEP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEPOSITLEDGER      VALUE "Y".
01     WS-DRT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEPOSITRATES       VALUE "Y".
01     WS-OPI-EOF-SWITCH           PIC X.
       88  ENDOFSUBSCRIBERITEMS    VALUE "Y".
01     WS-ARM-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  ARMASTER-AVAILABLE      VALUE "Y".
01     WS-OPI-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  OPENITEMS-AVAILABLE     VALUE "Y".
01     WS-RATE-SWITCH              PIC X VALUE "N".
       88  RATE-IN-FORCE           VALUE "Y".
01     WS-OVERDUE-SWITCH           PIC X.
       88  OVERDUE-ITEM-FOUND      VALUE "Y".
01     WS-AR-FOUND-SWITCH          PIC X.
       88  AR-ACCOUNT-FOUND        VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(6).
01     WS-DEPOSIT-PERIOD           PIC 9(6).
01     WS-PERIOD-END-DATE          PIC 9(8).
01     WS-HISTORY-FROM-PERIOD      PIC 9(6).
01     WS-ANNIVERSARY-DATE         PIC 9(8).
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-RATE-EFFECTIVEDATE       PIC 9(8) VALUE ZERO.
01     WS-ANNUAL-RATE              PIC 9V9999 VALUE ZERO.
01     WS-INTEREST-AMOUNT          PIC 9(7)V99.
01     WS-BALANCE-BEFORE           PIC S9(7)V99.
01     WS-APPLIED-AMOUNT           PIC 9(7)V99.
01     WS-REFUND-AMOUNT            PIC 9(7)V99.
01     WS-UNAPPLIED-AMOUNT         PIC S9(9)V99.

01     INTEREST-TOTALS.
       02  DIT-DEPOSITS-READ       PIC 9(7) VALUE ZERO.
       02  DIT-ACCRUALS            PIC 9(7) VALUE ZERO.
       02  DIT-INTEREST-VALUE      PIC 9(9)V99 VALUE ZERO.
       02  DIT-RELEASES            PIC 9(7) VALUE ZERO.
       02  DIT-RELEASED-VALUE      PIC 9(9)V99 VALUE ZERO.
       02  DIT-APPLIED-VALUE       PIC 9(9)V99 VALUE ZERO.
       02  DIT-REFUND-VALUE        PIC 9(9)V99 VALUE ZERO.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-RATE                    PIC 9.9999.

01     INTERESTHEADER              PIC X(100) VALUE
           "SUBSCRIBERID  ACTION      HELD BEFORE     INTEREST   APPLIED TO AR      REFUNDED".
01     INTERESTDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DETAIL-ACTION       PIC X(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DETAIL-HELD         PIC $$$,$$$,$$9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-DETAIL-INTEREST     PIC $$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DETAIL-APPLIED      PIC $$$,$$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DETAIL-REFUNDED     PIC $$$,$$$,$$9.99.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "DEPOSITINT".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "DEPOSITINT".
01     WS-AMV-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM NOT NUMERIC
           DISPLAY "DEPOSIT PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM TO WS-DEPOSIT-PERIOD
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-PERIOD-END-DATE = WS-DEPOSIT-PERIOD * 100 + 31
       COMPUTE WS-HISTORY-FROM-PERIOD = WS-DEPOSIT-PERIOD - 100
       MOVE SPACES TO WS-DGL-FILENAME
       STRING "DepositInterest-" WS-DEPOSIT-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-DGL-FILENAME
       END-STRING
       OPEN I-O DEPOSITLEDGER
       IF WS-DEP-STATUS EQUAL TO "35"
           DISPLAY "NO DEPOSIT LEDGER PRESENT - NO INTEREST ACCRUED"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-DEP-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITLEDGER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DEP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM LOAD-DEPOSIT-RATE
       PERFORM OPEN-DEPOSIT-FILES
       MOVE SPACES TO INTERESTREPORTLINE
       STRING "SECURITY DEPOSIT INTEREST AND RELEASE REGISTER  PERIOD "
           WS-DEPOSIT-PERIOD "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO INTERESTREPORTLINE
       END-STRING
       PERFORM WRITE-INTEREST-REPORT-LINE
       MOVE SPACES TO INTERESTREPORTLINE
       IF RATE-IN-FORCE
           MOVE WS-ANNUAL-RATE TO PRN-RATE
           STRING "ANNUAL RATE " PRN-RATE " IN FORCE FROM "
               WS-RATE-EFFECTIVEDATE
               DELIMITED BY SIZE INTO INTERESTREPORTLINE
           END-STRING
       ELSE
           MOVE "NO DEPOSIT INTEREST RATE IN FORCE - NO INTEREST ACCRUED"
               TO INTERESTREPORTLINE
       END-IF
       PERFORM WRITE-INTEREST-REPORT-LINE
       MOVE INTERESTHEADER TO INTERESTREPORTLINE
       PERFORM WRITE-INTEREST-REPORT-LINE
       PERFORM READ-DEPOSIT-RECORD
       PERFORM UNTIL ENDOFDEPOSITLEDGER
           ADD 1 TO DIT-DEPOSITS-READ
           PERFORM EXAMINE-ONE-DEPOSIT
           PERFORM READ-DEPOSIT-RECORD
       END-PERFORM
       PERFORM WRITE-DEPOSIT-GL-EXTRACT
       PERFORM PRINT-INTEREST-SUMMARY
       PERFORM CLOSE-DEPOSIT-FILES
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "DEPOSITINTEREST -- READ: " DIT-DEPOSITS-READ
           "  INTEREST ACCRUALS: " DIT-ACCRUALS
           "  RELEASES: " DIT-RELEASES
       STOP RUN.

LOAD-DEPOSIT-RATE.
       OPEN INPUT DEPOSITRATEFILE
       IF WS-DRT-STATUS NOT EQUAL TO "00"
           DISPLAY "NO DEPOSIT RATE TABLE PRESENT - NO INTEREST ACCRUED"
       ELSE
           PERFORM READ-DEPOSIT-RATE-RECORD
           PERFORM UNTIL ENDOFDEPOSITRATES
               IF DRT-EFFECTIVEDATE NOT GREATER THAN WS-PERIOD-END-DATE
                       AND DRT-EFFECTIVEDATE NOT LESS THAN
                           WS-RATE-EFFECTIVEDATE
                   MOVE DRT-EFFECTIVEDATE TO WS-RATE-EFFECTIVEDATE
                   MOVE DRT-ANNUAL-RATE TO WS-ANNUAL-RATE
                   SET RATE-IN-FORCE TO TRUE
               END-IF
               PERFORM READ-DEPOSIT-RATE-RECORD
           END-PERFORM
           CLOSE DEPOSITRATEFILE
       END-IF.

OPEN-DEPOSIT-FILES.
       OPEN I-O DEPOSITINTERESTFILE
       IF WS-DIN-STATUS EQUAL TO "35"
           OPEN OUTPUT DEPOSITINTERESTFILE
           CLOSE DEPOSITINTERESTFILE
           OPEN I-O DEPOSITINTERESTFILE
       END-IF
       IF WS-DIN-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITINTERESTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DIN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O ARMASTERFILE
       IF WS-ARM-STATUS EQUAL TO "00"
           SET ARMASTER-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT AROPENITEMFILE
       IF WS-OPI-STATUS EQUAL TO "00"
           SET OPENITEMS-AVAILABLE TO TRUE
       END-IF
       OPEN EXTEND REFUNDFEEDFILE
       IF WS-RFD-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT REFUNDFEEDFILE
       END-IF
       IF WS-RFD-STATUS NOT EQUAL TO "00"
           MOVE "REFUNDFEEDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RFD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT INTERESTREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "INTERESTREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CLOSE-DEPOSIT-FILES.
       CLOSE DEPOSITLEDGER
       CLOSE DEPOSITINTERESTFILE
       CLOSE SUBSCRIBERMASTER
       IF ARMASTER-AVAILABLE
           CLOSE ARMASTERFILE
       END-IF
       IF OPENITEMS-AVAILABLE
           CLOSE AROPENITEMFILE
       END-IF
       CLOSE REFUNDFEEDFILE
       CLOSE INTERESTREPORTFILE.

EXAMINE-ONE-DEPOSIT.
       IF NOT DEP-DEPOSIT-HELD
               OR DEP-AMOUNT-HELD NOT GREATER THAN ZERO
           CONTINUE
       ELSE
       MOVE DEP-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY MOVE ZERO TO SMF-TERMINATIONDATE
       END-READ
       IF SMF-TERMINATIONDATE EQUAL TO ZERO
           COMPUTE WS-ANNIVERSARY-DATE = DEP-TAKEN-DATE + 10000
           IF WS-ANNIVERSARY-DATE NOT GREATER THAN WS-PERIOD-END-DATE
               IF RATE-IN-FORCE
                   PERFORM ACCRUE-DEPOSIT-INTEREST
               END-IF
               PERFORM CHECK-PAYMENT-RECORD
               IF NOT OVERDUE-ITEM-FOUND
                   PERFORM RELEASE-DEPOSIT
               END-IF
           END-IF
       END-IF
       END-IF.

ACCRUE-DEPOSIT-INTEREST.
       MOVE DEP-SUBSCRIBERID TO DIN-SUBSCRIBERID
       MOVE WS-DEPOSIT-PERIOD TO DIN-PERIOD
       SET DIN-ENTRY-INTEREST TO TRUE
       READ DEPOSITINTERESTFILE
           INVALID KEY
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   DEP-AMOUNT-HELD * WS-ANNUAL-RATE / 12
               IF WS-INTEREST-AMOUNT GREATER THAN ZERO
                   PERFORM POST-INTEREST-ENTRY
               END-IF
       END-READ.

POST-INTEREST-ENTRY.
       MOVE DEP-AMOUNT-HELD TO WS-BALANCE-BEFORE
       MOVE DEP-SUBSCRIBERID TO DIN-SUBSCRIBERID
       MOVE WS-DEPOSIT-PERIOD TO DIN-PERIOD
       SET DIN-ENTRY-INTEREST TO TRUE
       MOVE WS-BALANCE-BEFORE TO DIN-BALANCE-BEFORE
       MOVE WS-ANNUAL-RATE TO DIN-ANNUAL-RATE
       MOVE WS-INTEREST-AMOUNT TO DIN-INTEREST-AMOUNT
       MOVE ZERO TO DIN-APPLIED-TO-AR
       MOVE ZERO TO DIN-REFUNDED
       MOVE RUN-DATE-YYYYMMDD TO DIN-POSTDATE
       WRITE DEPOSITINTERESTREC
       IF WS-DIN-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITINTERESTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DIN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD WS-INTEREST-AMOUNT TO DEP-AMOUNT-HELD
       PERFORM REWRITE-DEPOSIT-RECORD
       ADD 1 TO DIT-ACCRUALS
       ADD WS-INTEREST-AMOUNT TO DIT-INTEREST-VALUE
       MOVE DEP-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE "INTEREST" TO PRN-DETAIL-ACTION
       MOVE WS-BALANCE-BEFORE TO PRN-DETAIL-HELD
       MOVE WS-INTEREST-AMOUNT TO PRN-DETAIL-INTEREST
       MOVE ZERO TO PRN-DETAIL-APPLIED
       MOVE ZERO TO PRN-DETAIL-REFUNDED
       MOVE INTERESTDETAILLINE TO INTERESTREPORTLINE
       PERFORM WRITE-INTEREST-REPORT-LINE.

CHECK-PAYMENT-RECORD.
       MOVE "N" TO WS-OVERDUE-SWITCH
       MOVE "N" TO WS-AR-FOUND-SWITCH
       IF ARMASTER-AVAILABLE
           MOVE DEP-SUBSCRIBERID TO AR-SUBSCRIBERID
           READ ARMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET AR-ACCOUNT-FOUND TO TRUE
                   IF AR-AGE-30DAY GREATER THAN ZERO
                           OR AR-AGE-60DAY GREATER THAN ZERO
                           OR AR-AGE-90PLUS GREATER THAN ZERO
                       SET OVERDUE-ITEM-FOUND TO TRUE
                   END-IF
           END-READ
       END-IF
       IF OPENITEMS-AVAILABLE AND NOT OVERDUE-ITEM-FOUND
           PERFORM SCAN-SUBSCRIBER-OPEN-ITEMS
       END-IF.

SCAN-SUBSCRIBER-OPEN-ITEMS.
       MOVE "N" TO WS-OPI-EOF-SWITCH
       MOVE DEP-SUBSCRIBERID TO OPI-SUBSCRIBERID
       MOVE ZERO TO OPI-INVOICENUMBER
       START AROPENITEMFILE KEY IS NOT LESS THAN OPI-ITEM-KEY
           INVALID KEY SET ENDOFSUBSCRIBERITEMS TO TRUE
       END-START
       PERFORM UNTIL ENDOFSUBSCRIBERITEMS OR OVERDUE-ITEM-FOUND
           READ AROPENITEMFILE NEXT RECORD
               AT END SET ENDOFSUBSCRIBERITEMS TO TRUE
           END-READ
           IF NOT ENDOFSUBSCRIBERITEMS
               IF OPI-SUBSCRIBERID NOT EQUAL TO DEP-SUBSCRIBERID
                   SET ENDOFSUBSCRIBERITEMS TO TRUE
               ELSE
                   IF OPI-BILLINGPERIOD NOT LESS THAN
                           WS-HISTORY-FROM-PERIOD
                       PERFORM CHECK-ITEM-PAID-ON-TIME
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

CHECK-ITEM-PAID-ON-TIME.
       IF OPI-ITEM-PAID
           IF OPI-LASTPAYMENTDATE GREATER THAN OPI-DUEDATE
               SET OVERDUE-ITEM-FOUND TO TRUE
           END-IF
       ELSE
           IF OPI-DUEDATE LESS THAN RUN-DATE-YYYYMMDD
               SET OVERDUE-ITEM-FOUND TO TRUE
           END-IF
       END-IF.

RELEASE-DEPOSIT.
       MOVE DEP-AMOUNT-HELD TO WS-BALANCE-BEFORE
       MOVE ZERO TO WS-APPLIED-AMOUNT
       IF AR-ACCOUNT-FOUND AND AR-BALANCE GREATER THAN ZERO
           IF DEP-AMOUNT-HELD GREATER THAN AR-BALANCE
               MOVE AR-BALANCE TO WS-APPLIED-AMOUNT
           ELSE
               MOVE DEP-AMOUNT-HELD TO WS-APPLIED-AMOUNT
           END-IF
           PERFORM RELIEVE-AR-WITH-DEPOSIT
           REWRITE ARMASTERREC
           IF WS-ARM-STATUS NOT EQUAL TO "00"
               MOVE "ARMASTERFILE" TO ABEND-FILE-NAME
               MOVE "REWRITE" TO ABEND-OPERATION
               MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF
       COMPUTE WS-REFUND-AMOUNT = DEP-AMOUNT-HELD - WS-APPLIED-AMOUNT
       IF WS-REFUND-AMOUNT GREATER THAN ZERO
           PERFORM WRITE-REFUND-FEED-RECORD
       END-IF
       MOVE DEP-SUBSCRIBERID TO DIN-SUBSCRIBERID
       MOVE WS-DEPOSIT-PERIOD TO DIN-PERIOD
       SET DIN-ENTRY-RELEASE TO TRUE
       MOVE WS-BALANCE-BEFORE TO DIN-BALANCE-BEFORE
       MOVE ZERO TO DIN-ANNUAL-RATE
       MOVE ZERO TO DIN-INTEREST-AMOUNT
       MOVE WS-APPLIED-AMOUNT TO DIN-APPLIED-TO-AR
       MOVE WS-REFUND-AMOUNT TO DIN-REFUNDED
       MOVE RUN-DATE-YYYYMMDD TO DIN-POSTDATE
       WRITE DEPOSITINTERESTREC
       IF WS-DIN-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITINTERESTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DIN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE ZERO TO DEP-AMOUNT-HELD
       IF WS-REFUND-AMOUNT GREATER THAN ZERO
           MOVE "R" TO DEP-STATUS
       ELSE
           MOVE "A" TO DEP-STATUS
       END-IF
       MOVE RUN-DATE-YYYYMMDD TO DEP-CLOSED-DATE
       PERFORM REWRITE-DEPOSIT-RECORD
       ADD 1 TO DIT-RELEASES
       ADD WS-BALANCE-BEFORE TO DIT-RELEASED-VALUE
       ADD WS-APPLIED-AMOUNT TO DIT-APPLIED-VALUE
       MOVE DEP-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE "RELEASED" TO PRN-DETAIL-ACTION
       MOVE WS-BALANCE-BEFORE TO PRN-DETAIL-HELD
       MOVE ZERO TO PRN-DETAIL-INTEREST
       MOVE WS-APPLIED-AMOUNT TO PRN-DETAIL-APPLIED
       MOVE WS-REFUND-AMOUNT TO PRN-DETAIL-REFUNDED
       MOVE INTERESTDETAILLINE TO INTERESTREPORTLINE
       PERFORM WRITE-INTEREST-REPORT-LINE.

RELIEVE-AR-WITH-DEPOSIT.
       SUBTRACT WS-APPLIED-AMOUNT FROM AR-BALANCE
       MOVE RUN-DATE-YYYYMMDD TO AR-LASTPAYMENTDATE
       MOVE WS-APPLIED-AMOUNT TO WS-UNAPPLIED-AMOUNT
       PERFORM RELIEVE-90PLUS-BUCKET
       PERFORM RELIEVE-60DAY-BUCKET
       PERFORM RELIEVE-30DAY-BUCKET
       SUBTRACT WS-UNAPPLIED-AMOUNT FROM AR-AGE-CURRENT
       MOVE "S" TO WS-AMV-LEDGER
       MOVE "D" TO WS-AMV-TYPE
       MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
       COMPUTE WS-AMV-AMOUNT = ZERO - WS-APPLIED-AMOUNT
       PERFORM LOG-AR-MOVEMENT.

RELIEVE-90PLUS-BUCKET.
       IF WS-UNAPPLIED-AMOUNT GREATER THAN ZERO
               AND AR-AGE-90PLUS GREATER THAN ZERO
           IF WS-UNAPPLIED-AMOUNT GREATER THAN OR EQUAL TO AR-AGE-90PLUS
               SUBTRACT AR-AGE-90PLUS FROM WS-UNAPPLIED-AMOUNT
               MOVE ZERO TO AR-AGE-90PLUS
           ELSE
               SUBTRACT WS-UNAPPLIED-AMOUNT FROM AR-AGE-90PLUS
               MOVE ZERO TO WS-UNAPPLIED-AMOUNT
           END-IF
       END-IF.

RELIEVE-60DAY-BUCKET.
       IF WS-UNAPPLIED-AMOUNT GREATER THAN ZERO
               AND AR-AGE-60DAY GREATER THAN ZERO
           IF WS-UNAPPLIED-AMOUNT GREATER THAN OR EQUAL TO AR-AGE-60DAY
               SUBTRACT AR-AGE-60DAY FROM WS-UNAPPLIED-AMOUNT
               MOVE ZERO TO AR-AGE-60DAY
           ELSE
               SUBTRACT WS-UNAPPLIED-AMOUNT FROM AR-AGE-60DAY
               MOVE ZERO TO WS-UNAPPLIED-AMOUNT
           END-IF
       END-IF.

RELIEVE-30DAY-BUCKET.
       IF WS-UNAPPLIED-AMOUNT GREATER THAN ZERO
               AND AR-AGE-30DAY GREATER THAN ZERO
           IF WS-UNAPPLIED-AMOUNT GREATER THAN OR EQUAL TO AR-AGE-30DAY
               SUBTRACT AR-AGE-30DAY FROM WS-UNAPPLIED-AMOUNT
               MOVE ZERO TO AR-AGE-30DAY
           ELSE
               SUBTRACT WS-UNAPPLIED-AMOUNT FROM AR-AGE-30DAY
               MOVE ZERO TO WS-UNAPPLIED-AMOUNT
           END-IF
       END-IF.

WRITE-REFUND-FEED-RECORD.
       MOVE DEP-SUBSCRIBERID TO RFD-SUBSCRIBERID
       MOVE WS-REFUND-AMOUNT TO RFD-AMOUNT
       MOVE RUN-DATE-YYYYMMDD TO RFD-REFUNDDATE
       MOVE "DEPOSIT RELEASE" TO RFD-REASON
       WRITE REFUNDFEEDREC
       IF WS-RFD-STATUS NOT EQUAL TO "00"
           MOVE "REFUNDFEEDFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RFD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD WS-REFUND-AMOUNT TO DIT-REFUND-VALUE.

WRITE-DEPOSIT-GL-EXTRACT.
       OPEN OUTPUT DEPOSITGLFILE
       IF WS-DGL-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITGLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF DIT-INTEREST-VALUE GREATER THAN ZERO
           MOVE 1 TO DGL-ACCOUNT-CODE
           MOVE "DEPOSIT INTEREST" TO DGL-ACCOUNT-DESC
           MOVE DIT-INTEREST-VALUE TO DGL-AMOUNT
           PERFORM WRITE-DEPOSIT-GL-RECORD
       END-IF
       IF DIT-APPLIED-VALUE GREATER THAN ZERO
           MOVE 2 TO DGL-ACCOUNT-CODE
           MOVE "DEPOSIT RELEASE AR" TO DGL-ACCOUNT-DESC
           MOVE DIT-APPLIED-VALUE TO DGL-AMOUNT
           PERFORM WRITE-DEPOSIT-GL-RECORD
       END-IF
       IF DIT-REFUND-VALUE GREATER THAN ZERO
           MOVE 3 TO DGL-ACCOUNT-CODE
           MOVE "DEPOSIT RELEASE RFND" TO DGL-ACCOUNT-DESC
           MOVE DIT-REFUND-VALUE TO DGL-AMOUNT
           PERFORM WRITE-DEPOSIT-GL-RECORD
       END-IF
       CLOSE DEPOSITGLFILE.

WRITE-DEPOSIT-GL-RECORD.
       MOVE ZERO TO DGL-FIRST-INVOICE
       MOVE ZERO TO DGL-LAST-INVOICE
       WRITE DEPOSITGLREC
       IF WS-DGL-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITGLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-INTEREST-SUMMARY.
       MOVE SPACES TO INTERESTREPORTLINE
       PERFORM WRITE-INTEREST-REPORT-LINE
       MOVE DIT-ACCRUALS TO PRN-COUNT
       MOVE DIT-INTEREST-VALUE TO PRN-AMOUNT
       MOVE SPACES TO INTERESTREPORTLINE
       STRING "INTEREST ACCRUED: " PRN-COUNT
           "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO INTERESTREPORTLINE
       END-STRING
       PERFORM WRITE-INTEREST-REPORT-LINE
       MOVE DIT-RELEASES TO PRN-COUNT
       MOVE DIT-RELEASED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO INTERESTREPORTLINE
       STRING "DEPOSITS RELEASED: " PRN-COUNT
           "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO INTERESTREPORTLINE
       END-STRING
       PERFORM WRITE-INTEREST-REPORT-LINE
       MOVE DIT-APPLIED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO INTERESTREPORTLINE
       STRING "  CREDITED TO AR:          " PRN-AMOUNT
           DELIMITED BY SIZE INTO INTERESTREPORTLINE
       END-STRING
       PERFORM WRITE-INTEREST-REPORT-LINE
       MOVE DIT-REFUND-VALUE TO PRN-AMOUNT
       MOVE SPACES TO INTERESTREPORTLINE
       STRING "  REFUNDED:                " PRN-AMOUNT
           DELIMITED BY SIZE INTO INTERESTREPORTLINE
       END-STRING
       PERFORM WRITE-INTEREST-REPORT-LINE.

REWRITE-DEPOSIT-RECORD.
       REWRITE DEPOSITLEDGERREC
       IF WS-DEP-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITLEDGER" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-DEP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-DEPOSIT-RECORD.
       READ DEPOSITLEDGER AT END SET ENDOFDEPOSITLEDGER TO TRUE
       END-READ
       IF WS-DEP-STATUS NOT EQUAL TO "00" AND WS-DEP-STATUS NOT EQUAL TO "10"
           MOVE "DEPOSITLEDGER" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-DEP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-DEPOSIT-RATE-RECORD.
       READ DEPOSITRATEFILE AT END SET ENDOFDEPOSITRATES TO TRUE
       END-READ.

WRITE-INTEREST-REPORT-LINE.
       WRITE INTERESTREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "INTERESTREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "DepositInterest.rpt" TO WS-REG-REPORT-NAME
       MOVE "DepositInterest.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-DEPOSIT-PERIOD TO WS-REG-PERIOD
       MOVE DIT-DEPOSITS-READ TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
