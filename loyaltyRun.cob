IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTYRUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BILLINGHISTORYFILE ASSIGN TO "BillingHistory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BH-HISTORY-KEY
           FILE STATUS IS WS-BHI-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT LATEFEEFILE ASSIGN TO "LateFees.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LF-SUBSCRIBERID
           FILE STATUS IS WS-LFE-STATUS.

       SELECT WRITEOFFFILE ASSIGN TO "WriteOffs.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WOF-SUBSCRIBERID
           FILE STATUS IS WS-WOF-STATUS.

       SELECT LOYALTYACCOUNTFILE ASSIGN TO "LoyaltyAccounts.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LYA-SUBSCRIBERID
           FILE STATUS IS WS-LYA-STATUS.

       SELECT LOYALTYLEDGERFILE ASSIGN TO "LoyaltyLedger.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LYL-ENTRY-KEY
           FILE STATUS IS WS-LYL-STATUS.

       SELECT ADJUSTMENTFILE ASSIGN TO "Listing14-2-adjustments.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADJ-SUBSCRIBERID
           FILE STATUS IS WS-ADJ-STATUS.

       SELECT LOYALTYGLFILE ASSIGN TO DYNAMIC WS-LGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LGL-STATUS.

       SELECT LOYALTYREPORTFILE ASSIGN TO "LoyaltyRun.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BILLINGHISTORYFILE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYREC==
                     ==:PREFIX:==  BY ==BH-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     LATEFEEFILE.
       COPY "LATEFEE.cpy"
           REPLACING ==:RECNAME:== BY ==LATEFEEREC==
                     ==:PREFIX:==  BY ==LF-==.

FD     WRITEOFFFILE.
       COPY "WRITEOFF.cpy"
           REPLACING ==:RECNAME:== BY ==WRITEOFFREC==
                     ==:PREFIX:==  BY ==WOF-==.

FD     LOYALTYACCOUNTFILE.
       COPY "LOYALTYACCOUNT.cpy"
           REPLACING ==:RECNAME:== BY ==LOYALTYACCOUNTREC==
                     ==:PREFIX:==  BY ==LYA-==.

FD     LOYALTYLEDGERFILE.
       COPY "LOYALTYLEDGER.cpy"
           REPLACING ==:RECNAME:== BY ==LOYALTYLEDGERREC==
                     ==:PREFIX:==  BY ==LYL-==.

FD     ADJUSTMENTFILE.
       COPY "ADJUSTMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ADJUSTMENTREC==
                     ==:PREFIX:==  BY ==ADJ-==.

FD     LOYALTYGLFILE.
01     LOYALTYGLREC.
       02  LGL-ACCOUNT-CODE        PIC 99.
       02  LGL-ACCOUNT-DESC        PIC X(20).
       02  LGL-AMOUNT              PIC S9(9)V99.
       02  LGL-FIRST-INVOICE       PIC 9(10).
       02  LGL-LAST-INVOICE        PIC 9(10).

FD     LOYALTYREPORTFILE.
01     LOYALTYREPORTLINE           PIC X(100).

WORKING-STORAGE SECTION.
01     WS-BHI-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-LFE-STATUS               PIC XX.
01     WS-WOF-STATUS               PIC XX.
01     WS-LYA-STATUS               PIC XX.
01     WS-LYL-STATUS               PIC XX.
01     WS-ADJ-STATUS               PIC XX.
01     WS-LGL-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-LGL-FILENAME             PIC X(40).
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-LOYALTY-PERIOD           PIC 9(6).
01     WS-PERIOD-START-DATE        PIC 9(8).
01     WS-PERIOD-END-DATE          PIC 9(8).
01     WS-TIER-FROM-PERIOD         PIC 9(6).
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-BHI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBILLINGHISTORY     VALUE "Y".
01     WS-LYA-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFLOYALTYACCOUNTS    VALUE "Y".
01     WS-LYL-EOF-SWITCH           PIC X.
       88  ENDOFACCOUNTLEDGER      VALUE "Y".
01     WS-HISTORY-AVAILABLE-SWITCH PIC X VALUE "Y".
       88  HISTORY-AVAILABLE       VALUE "Y".
01     WS-LATEFEE-AVAILABLE-SWITCH PIC X VALUE "Y".
       88  LATEFEES-AVAILABLE      VALUE "Y".
01     WS-WRITEOFF-AVAILABLE-SWITCH PIC X VALUE "Y".
       88  WRITEOFFS-AVAILABLE     VALUE "Y".
01     WS-NEW-ACCOUNT-SWITCH       PIC X.
       88  NEW-LOYALTY-ACCOUNT     VALUE "Y".
01     WS-FORFEIT-SWITCH           PIC X.
       88  SUBSCRIBER-FORFEITS     VALUE "T" "W" "U".
       88  FORFEIT-TERMINATED      VALUE "T".
       88  FORFEIT-WRITTEN-OFF     VALUE "W".
01     WS-LEDGER-WRITTEN-SWITCH    PIC X.
       88  LEDGER-ENTRY-WRITTEN    VALUE "Y".
01     WS-POSTING-RESULT           PIC X.
       88  POSTING-NEW             VALUE "N".
       88  POSTING-COMBINED        VALUE "C".
       88  POSTING-HELD            VALUE "H".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     POINT-VALUE                 PIC 9V9999 VALUE 0.0100.
01     POINTS-LIFE-YEARS           PIC 9 VALUE 2.
01     SHORT-TENURE-YEARS          PIC 99 VALUE 2.
01     SHORT-TENURE-BONUS          PIC 9(3) VALUE 10.
01     LONG-TENURE-YEARS           PIC 99 VALUE 5.
01     LONG-TENURE-BONUS           PIC 9(3) VALUE 25.
01     CLEAN-PAYER-BONUS           PIC 9(3) VALUE 10.
01     SILVER-TIER-POINTS          PIC 9(7) VALUE 2000.
01     GOLD-TIER-POINTS            PIC 9(7) VALUE 5000.

01     WS-BONUS-PERCENT            PIC 9(3).
01     WS-TENURE-YEARS             PIC 9(3).
01     WS-POINTS                   PIC 9(7).
01     WS-NEW-POINTS               PIC 9(7).
01     WS-CLAW-POINTS              PIC 9(7).
01     WS-TAKE-POINTS              PIC 9(7).
01     WS-CONSUME-POINTS           PIC 9(7).
01     WS-CONSUMED-POINTS          PIC 9(7).
01     WS-STEP-POINTS              PIC 9(7).
01     WS-EXPIRED-POINTS           PIC 9(7).
01     WS-TIER-POINTS              PIC 9(9).
01     WS-ENTRY-TYPE               PIC X.
01     WS-ENTRY-PERIOD             PIC 9(6).
01     WS-ENTRY-POINTS             PIC S9(7).
01     WS-LEDGER-SEQ               PIC 9(3).
01     WS-ACTIVITY-TEXT            PIC X(12).
01     WS-ACTIVITY-NOTE            PIC X(24).
01     WS-CREDIT-AMOUNT            PIC 9(5)V99.
01     WS-NEW-ADJ-AMOUNT           PIC S9(7)V99.
01     WS-CREDIT-REASON            PIC X(20) VALUE "LOYALTY REDEMPTION".
01     WS-LIABILITY-VALUE          PIC 9(9)V99.
01     WS-MOVEMENT-VALUE           PIC S9(9)V99.

01     RUN-TOTALS.
       02  LRT-HISTORY-READ        PIC 9(7) VALUE ZERO.
       02  LRT-BILLS-ACCRUED       PIC 9(7) VALUE ZERO.
       02  LRT-ALREADY-ACCRUED     PIC 9(7) VALUE ZERO.
       02  LRT-NOT-ELIGIBLE        PIC 9(7) VALUE ZERO.
       02  LRT-POINTS-ACCRUED      PIC 9(9) VALUE ZERO.
       02  LRT-REBILLS-CLAWED      PIC 9(7) VALUE ZERO.
       02  LRT-POINTS-CLAWED       PIC 9(9) VALUE ZERO.
       02  LRT-REDEMPTIONS         PIC 9(7) VALUE ZERO.
       02  LRT-REDEMPTIONS-HELD    PIC 9(7) VALUE ZERO.
       02  LRT-POINTS-REDEEMED     PIC 9(9) VALUE ZERO.
       02  LRT-REDEEMED-VALUE      PIC 9(9)V99 VALUE ZERO.
       02  LRT-POINTS-EXPIRED      PIC 9(9) VALUE ZERO.
       02  LRT-ACCOUNTS-FORFEITED  PIC 9(7) VALUE ZERO.
       02  LRT-POINTS-FORFEITED    PIC 9(9) VALUE ZERO.
       02  LRT-ACCOUNTS-REVIEWED   PIC 9(7) VALUE ZERO.
       02  LRT-OUTSTANDING-POINTS  PIC 9(11) VALUE ZERO.
       02  LRT-BRONZE-COUNT        PIC 9(7) VALUE ZERO.
       02  LRT-SILVER-COUNT        PIC 9(7) VALUE ZERO.
       02  LRT-GOLD-COUNT          PIC 9(7) VALUE ZERO.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE
           "SUBSCRIBERID  ACTIVITY      PERIOD      POINTS        VALUE  NOTE".

01     ACTIVITYDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-ACTIVITY            PIC X(12).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PERIOD              PIC 9(6).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-POINTS              PIC ZZZZ,ZZ9-.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-VALUE               PIC $$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-NOTE                PIC X(24).

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-SILVER-COUNT            PIC ZZZ,ZZ9.
01     PRN-GOLD-COUNT              PIC ZZZ,ZZ9.
01     PRN-POINTS-TOTAL            PIC ZZZ,ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-SIGNED-AMOUNT           PIC $$$,$$$,$$9.99-.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "LOYALTYRUN".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "LOYALTY PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-LOYALTY-PERIOD
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-PERIOD-START-DATE = WS-LOYALTY-PERIOD * 100 + 1
       COMPUTE WS-PERIOD-END-DATE = WS-LOYALTY-PERIOD * 100 + 31
       COMPUTE WS-TIER-FROM-PERIOD = WS-LOYALTY-PERIOD - 100
       MOVE SPACES TO WS-LGL-FILENAME
       STRING "Loyalty-" WS-LOYALTY-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-LGL-FILENAME
       END-STRING
       OPEN INPUT BILLINGHISTORYFILE
       IF WS-BHI-STATUS EQUAL TO "35"
           DISPLAY "NO BILLING HISTORY PRESENT - NO POINTS ACCRUED"
           MOVE "N" TO WS-HISTORY-AVAILABLE-SWITCH
       ELSE
       IF WS-BHI-STATUS NOT EQUAL TO "00"
           MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT LATEFEEFILE
       IF WS-LFE-STATUS EQUAL TO "35"
           DISPLAY "NO LATE FEE FILE PRESENT - ALL ACCOUNTS TREATED"
               " AS CLEAN PAYERS"
           MOVE "N" TO WS-LATEFEE-AVAILABLE-SWITCH
       ELSE
       IF WS-LFE-STATUS NOT EQUAL TO "00"
           MOVE "LATEFEEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LFE-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       END-IF
       OPEN INPUT WRITEOFFFILE
       IF WS-WOF-STATUS EQUAL TO "35"
           MOVE "N" TO WS-WRITEOFF-AVAILABLE-SWITCH
       ELSE
       IF WS-WOF-STATUS NOT EQUAL TO "00"
           MOVE "WRITEOFFFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WOF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       END-IF
       OPEN I-O LOYALTYACCOUNTFILE
       IF WS-LYA-STATUS EQUAL TO "35"
           OPEN OUTPUT LOYALTYACCOUNTFILE
           CLOSE LOYALTYACCOUNTFILE
           OPEN I-O LOYALTYACCOUNTFILE
       END-IF
       IF WS-LYA-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYACCOUNTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LYA-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O LOYALTYLEDGERFILE
       IF WS-LYL-STATUS EQUAL TO "35"
           OPEN OUTPUT LOYALTYLEDGERFILE
           CLOSE LOYALTYLEDGERFILE
           OPEN I-O LOYALTYLEDGERFILE
       END-IF
       IF WS-LYL-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYLEDGERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LYL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O ADJUSTMENTFILE
       IF WS-ADJ-STATUS EQUAL TO "35"
           OPEN OUTPUT ADJUSTMENTFILE
           CLOSE ADJUSTMENTFILE
           OPEN I-O ADJUSTMENTFILE
       END-IF
       IF WS-ADJ-STATUS NOT EQUAL TO "00"
           MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT LOYALTYREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO REPORTHEADER
       STRING "UNIVERSAL TELECOMS LOYALTY POINTS RUN  PERIOD "
           WS-LOYALTY-PERIOD "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO REPORTHEADER
       END-STRING
       MOVE REPORTHEADER TO LOYALTYREPORTLINE
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE COLUMNHEADER TO LOYALTYREPORTLINE
       PERFORM WRITE-LOYALTY-REPORT-LINE
       IF HISTORY-AVAILABLE
           PERFORM ACCRUE-FROM-BILLING-HISTORY
           CLOSE BILLINGHISTORYFILE
       END-IF
       PERFORM REVIEW-LOYALTY-ACCOUNTS
       OPEN OUTPUT LOYALTYGLFILE
       IF WS-LGL-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYGLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM WRITE-LOYALTY-GL-RECORD
       CLOSE LOYALTYGLFILE
       PERFORM PRINT-RUN-TOTALS
       CLOSE SUBSCRIBERMASTER
       IF LATEFEES-AVAILABLE
           CLOSE LATEFEEFILE
       END-IF
       IF WRITEOFFS-AVAILABLE
           CLOSE WRITEOFFFILE
       END-IF
       CLOSE LOYALTYACCOUNTFILE
       CLOSE LOYALTYLEDGERFILE
       CLOSE ADJUSTMENTFILE
       CLOSE LOYALTYREPORTFILE
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "LOYALTYRUN -- PERIOD " WS-LOYALTY-PERIOD
           "  BILLS ACCRUED: " LRT-BILLS-ACCRUED
           "  REDEMPTIONS: " LRT-REDEMPTIONS
           "  FORFEITED: " LRT-ACCOUNTS-FORFEITED
       IF LRT-REDEMPTIONS-HELD GREATER THAN ZERO
           DISPLAY "  " LRT-REDEMPTIONS-HELD
               " REDEMPTION(S) HELD FOR A LATER RUN"
       END-IF
       STOP RUN.

ACCRUE-FROM-BILLING-HISTORY.
       PERFORM READ-BILLING-HISTORY-RECORD
       PERFORM UNTIL ENDOFBILLINGHISTORY
           ADD 1 TO LRT-HISTORY-READ
           IF BH-VERSION EQUAL TO ZERO
                   AND BH-PERIOD EQUAL TO WS-LOYALTY-PERIOD
               PERFORM ACCRUE-BILL-POINTS
           ELSE
           IF BH-VERSION GREATER THAN ZERO
                   AND BH-PERIOD NOT GREATER THAN WS-LOYALTY-PERIOD
               PERFORM CHECK-REBILL-CLAWBACK
           END-IF
           END-IF
           PERFORM READ-BILLING-HISTORY-RECORD
       END-PERFORM.

ACCRUE-BILL-POINTS.
       MOVE BH-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               ADD 1 TO LRT-NOT-ELIGIBLE
           NOT INVALID KEY
               PERFORM CHECK-SUBSCRIBER-FORFEITS
               IF SUBSCRIBER-FORFEITS
                       OR BH-BILLEDAMOUNT EQUAL TO ZERO
                   ADD 1 TO LRT-NOT-ELIGIBLE
               ELSE
                   MOVE BH-SUBSCRIBERID TO LYL-SUBSCRIBERID
                   MOVE BH-PERIOD TO LYL-PERIOD
                   SET LYL-ENTRY-ACCRUAL TO TRUE
                   MOVE 1 TO LYL-SEQUENCE
                   READ LOYALTYLEDGERFILE
                       INVALID KEY
                           PERFORM RECORD-BILL-ACCRUAL
                       NOT INVALID KEY
                           ADD 1 TO LRT-ALREADY-ACCRUED
                   END-READ
               END-IF
       END-READ.

RECORD-BILL-ACCRUAL.
       PERFORM COMPUTE-BONUS-PERCENT
       COMPUTE WS-POINTS =
           BH-BILLEDAMOUNT * (100 + WS-BONUS-PERCENT) / 100
       IF WS-POINTS GREATER THAN ZERO
           MOVE BH-SUBSCRIBERID TO LYL-SUBSCRIBERID
           MOVE BH-PERIOD TO LYL-PERIOD
           SET LYL-ENTRY-ACCRUAL TO TRUE
           MOVE 1 TO LYL-SEQUENCE
           MOVE WS-POINTS TO LYL-POINTS
           MOVE WS-POINTS TO LYL-REMAINING
           COMPUTE LYL-EXPIRYDATE =
               (BH-PERIOD + POINTS-LIFE-YEARS * 100) * 100 + 1
           MOVE BH-BILLEDAMOUNT TO LYL-BASISAMOUNT
           MOVE BH-VERSION TO LYL-BASISVERSION
           MOVE WS-BONUS-PERCENT TO LYL-BONUSPERCENT
           MOVE RUN-DATE-YYYYMMDD TO LYL-POSTDATE
           WRITE LOYALTYLEDGERREC
           IF WS-LYL-STATUS NOT EQUAL TO "00"
               MOVE "LOYALTYLEDGERFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-LYL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE BH-SUBSCRIBERID TO LYA-SUBSCRIBERID
           PERFORM LOAD-LOYALTY-ACCOUNT
           IF LYA-ACCOUNT-FORFEITED
               SET LYA-ACCOUNT-ACTIVE TO TRUE
               MOVE ZERO TO LYA-FORFEITDATE
           END-IF
           ADD WS-POINTS TO LYA-BALANCE
           ADD WS-POINTS TO LYA-LIFETIMEPOINTS
           MOVE BH-PERIOD TO LYA-LASTACCRUALPERIOD
           PERFORM STORE-LOYALTY-ACCOUNT
           ADD 1 TO LRT-BILLS-ACCRUED
           ADD WS-POINTS TO LRT-POINTS-ACCRUED
       END-IF.

COMPUTE-BONUS-PERCENT.
       MOVE ZERO TO WS-BONUS-PERCENT
       IF SMF-ACTIVATIONDATE GREATER THAN ZERO
               AND SMF-ACTIVATIONDATE LESS THAN WS-PERIOD-START-DATE
           COMPUTE WS-TENURE-YEARS =
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE)
                - FUNCTION INTEGER-OF-DATE(SMF-ACTIVATIONDATE)) / 365
           IF WS-TENURE-YEARS NOT LESS THAN LONG-TENURE-YEARS
               ADD LONG-TENURE-BONUS TO WS-BONUS-PERCENT
           ELSE
           IF WS-TENURE-YEARS NOT LESS THAN SHORT-TENURE-YEARS
               ADD SHORT-TENURE-BONUS TO WS-BONUS-PERCENT
           END-IF
           END-IF
       END-IF
       IF LATEFEES-AVAILABLE
           MOVE BH-SUBSCRIBERID TO LF-SUBSCRIBERID
           READ LATEFEEFILE
               INVALID KEY
                   ADD CLEAN-PAYER-BONUS TO WS-BONUS-PERCENT
           END-READ
       ELSE
           ADD CLEAN-PAYER-BONUS TO WS-BONUS-PERCENT
       END-IF.

CHECK-SUBSCRIBER-FORFEITS.
       MOVE "N" TO WS-FORFEIT-SWITCH
       IF SMF-TERMINATIONDATE NOT EQUAL TO ZERO
               AND SMF-TERMINATIONDATE NOT GREATER THAN
                   WS-PERIOD-END-DATE
           SET FORFEIT-TERMINATED TO TRUE
       ELSE
       IF WRITEOFFS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO WOF-SUBSCRIBERID
           READ WRITEOFFFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WOF-WRITEOFF-APPLIED
                       SET FORFEIT-WRITTEN-OFF TO TRUE
                   END-IF
           END-READ
       END-IF
       END-IF.

CHECK-REBILL-CLAWBACK.
       MOVE BH-SUBSCRIBERID TO LYL-SUBSCRIBERID
       MOVE BH-PERIOD TO LYL-PERIOD
       SET LYL-ENTRY-ACCRUAL TO TRUE
       MOVE 1 TO LYL-SEQUENCE
       READ LOYALTYLEDGERFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF BH-VERSION GREATER THAN LYL-BASISVERSION
                   PERFORM APPLY-REBILL-TO-ACCRUAL
               END-IF
       END-READ.

APPLY-REBILL-TO-ACCRUAL.
       COMPUTE WS-NEW-POINTS =
           BH-BILLEDAMOUNT * (100 + LYL-BONUSPERCENT) / 100
       MOVE ZERO TO WS-CLAW-POINTS
       MOVE ZERO TO WS-TAKE-POINTS
       IF WS-NEW-POINTS LESS THAN LYL-POINTS
           COMPUTE WS-CLAW-POINTS = LYL-POINTS - WS-NEW-POINTS
           IF LYL-REMAINING LESS THAN WS-CLAW-POINTS
               MOVE LYL-REMAINING TO WS-TAKE-POINTS
           ELSE
               MOVE WS-CLAW-POINTS TO WS-TAKE-POINTS
           END-IF
           SUBTRACT WS-TAKE-POINTS FROM LYL-REMAINING
           MOVE WS-NEW-POINTS TO LYL-POINTS
       END-IF
       MOVE BH-BILLEDAMOUNT TO LYL-BASISAMOUNT
       MOVE BH-VERSION TO LYL-BASISVERSION
       REWRITE LOYALTYLEDGERREC
       IF WS-LYL-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYLEDGERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-LYL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF WS-CLAW-POINTS GREATER THAN ZERO
           PERFORM POST-REBILL-CLAWBACK
       END-IF.

POST-REBILL-CLAWBACK.
       MOVE BH-SUBSCRIBERID TO LYA-SUBSCRIBERID
       PERFORM LOAD-LOYALTY-ACCOUNT
       IF NOT NEW-LOYALTY-ACCOUNT AND LYA-ACCOUNT-ACTIVE
           IF WS-TAKE-POINTS GREATER THAN LYA-BALANCE
               MOVE LYA-BALANCE TO WS-TAKE-POINTS
           END-IF
           COMPUTE WS-CONSUME-POINTS = WS-CLAW-POINTS - WS-TAKE-POINTS
           IF WS-CONSUME-POINTS GREATER THAN
                   LYA-BALANCE - WS-TAKE-POINTS
               COMPUTE WS-CONSUME-POINTS =
                   LYA-BALANCE - WS-TAKE-POINTS
           END-IF
           MOVE ZERO TO WS-CONSUMED-POINTS
           IF WS-CONSUME-POINTS GREATER THAN ZERO
               PERFORM CONSUME-POINTS-OLDEST-FIRST
           END-IF
           COMPUTE WS-CLAW-POINTS = WS-TAKE-POINTS + WS-CONSUMED-POINTS
           SUBTRACT WS-CLAW-POINTS FROM LYA-BALANCE
           PERFORM STORE-LOYALTY-ACCOUNT
           IF WS-CLAW-POINTS GREATER THAN ZERO
               MOVE "C" TO WS-ENTRY-TYPE
               MOVE BH-PERIOD TO WS-ENTRY-PERIOD
               COMPUTE WS-ENTRY-POINTS = ZERO - WS-CLAW-POINTS
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "CLAWBACK" TO WS-ACTIVITY-TEXT
               MOVE SPACES TO WS-ACTIVITY-NOTE
               STRING "RE-BILL VERSION " BH-VERSION
                   DELIMITED BY SIZE INTO WS-ACTIVITY-NOTE
               END-STRING
               PERFORM PRINT-ACTIVITY-LINE
               ADD 1 TO LRT-REBILLS-CLAWED
               ADD WS-CLAW-POINTS TO LRT-POINTS-CLAWED
           END-IF
       END-IF.

REVIEW-LOYALTY-ACCOUNTS.
       MOVE ZERO TO LYA-SUBSCRIBERID
       START LOYALTYACCOUNTFILE KEY NOT LESS THAN LYA-SUBSCRIBERID
           INVALID KEY SET ENDOFLOYALTYACCOUNTS TO TRUE
       END-START
       PERFORM UNTIL ENDOFLOYALTYACCOUNTS
           READ LOYALTYACCOUNTFILE NEXT
               AT END SET ENDOFLOYALTYACCOUNTS TO TRUE
               NOT AT END
                   ADD 1 TO LRT-ACCOUNTS-REVIEWED
                   IF LYA-ACCOUNT-ACTIVE
                       PERFORM REVIEW-ONE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM.

REVIEW-ONE-ACCOUNT.
       MOVE LYA-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               MOVE "U" TO WS-FORFEIT-SWITCH
           NOT INVALID KEY
               PERFORM CHECK-SUBSCRIBER-FORFEITS
       END-READ
       IF SUBSCRIBER-FORFEITS
           PERFORM FORFEIT-ACCOUNT-POINTS
       ELSE
           PERFORM EXPIRE-ACCOUNT-POINTS
           IF LYA-PENDINGREDEEM GREATER THAN ZERO
               PERFORM REDEEM-PENDING-POINTS
           END-IF
           PERFORM SET-ACCOUNT-TIER
       END-IF
       REWRITE LOYALTYACCOUNTREC
       IF WS-LYA-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYACCOUNTFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-LYA-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD LYA-BALANCE TO LRT-OUTSTANDING-POINTS.

EXPIRE-ACCOUNT-POINTS.
       MOVE ZERO TO WS-EXPIRED-POINTS
       MOVE ZERO TO WS-TIER-POINTS
       PERFORM POSITION-ACCOUNT-LEDGER
       PERFORM UNTIL ENDOFACCOUNTLEDGER
           READ LOYALTYLEDGERFILE NEXT
               AT END SET ENDOFACCOUNTLEDGER TO TRUE
               NOT AT END
                   IF LYL-SUBSCRIBERID NOT EQUAL TO LYA-SUBSCRIBERID
                       SET ENDOFACCOUNTLEDGER TO TRUE
                   ELSE
                   IF LYL-ENTRY-ACCRUAL
                       IF LYL-PERIOD GREATER THAN WS-TIER-FROM-PERIOD
                           ADD LYL-POINTS TO WS-TIER-POINTS
                       END-IF
                       IF LYL-REMAINING GREATER THAN ZERO
                               AND LYL-EXPIRYDATE NOT GREATER THAN
                                   WS-PERIOD-END-DATE
                           ADD LYL-REMAINING TO WS-EXPIRED-POINTS
                           MOVE ZERO TO LYL-REMAINING
                           PERFORM REWRITE-LEDGER-ENTRY
                       END-IF
                   END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF WS-EXPIRED-POINTS GREATER THAN LYA-BALANCE
           MOVE LYA-BALANCE TO WS-EXPIRED-POINTS
       END-IF
       IF WS-EXPIRED-POINTS GREATER THAN ZERO
           SUBTRACT WS-EXPIRED-POINTS FROM LYA-BALANCE
           MOVE "X" TO WS-ENTRY-TYPE
           MOVE WS-LOYALTY-PERIOD TO WS-ENTRY-PERIOD
           COMPUTE WS-ENTRY-POINTS = ZERO - WS-EXPIRED-POINTS
           PERFORM WRITE-LEDGER-ENTRY
           MOVE "EXPIRED" TO WS-ACTIVITY-TEXT
           MOVE SPACES TO WS-ACTIVITY-NOTE
           PERFORM PRINT-ACTIVITY-LINE
           ADD WS-EXPIRED-POINTS TO LRT-POINTS-EXPIRED
       END-IF.

FORFEIT-ACCOUNT-POINTS.
       PERFORM POSITION-ACCOUNT-LEDGER
       PERFORM UNTIL ENDOFACCOUNTLEDGER
           READ LOYALTYLEDGERFILE NEXT
               AT END SET ENDOFACCOUNTLEDGER TO TRUE
               NOT AT END
                   IF LYL-SUBSCRIBERID NOT EQUAL TO LYA-SUBSCRIBERID
                       SET ENDOFACCOUNTLEDGER TO TRUE
                   ELSE
                   IF LYL-ENTRY-ACCRUAL
                           AND LYL-REMAINING GREATER THAN ZERO
                       MOVE ZERO TO LYL-REMAINING
                       PERFORM REWRITE-LEDGER-ENTRY
                   END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF LYA-BALANCE GREATER THAN ZERO
           MOVE "F" TO WS-ENTRY-TYPE
           MOVE WS-LOYALTY-PERIOD TO WS-ENTRY-PERIOD
           COMPUTE WS-ENTRY-POINTS = ZERO - LYA-BALANCE
           PERFORM WRITE-LEDGER-ENTRY
           MOVE "FORFEITED" TO WS-ACTIVITY-TEXT
           EVALUATE TRUE
               WHEN FORFEIT-TERMINATED
                   MOVE "SUBSCRIBER TERMINATED" TO WS-ACTIVITY-NOTE
               WHEN FORFEIT-WRITTEN-OFF
                   MOVE "BAD-DEBT WRITE-OFF" TO WS-ACTIVITY-NOTE
               WHEN OTHER
                   MOVE "NOT ON SUBSCRIBER MASTER" TO WS-ACTIVITY-NOTE
           END-EVALUATE
           PERFORM PRINT-ACTIVITY-LINE
           ADD LYA-BALANCE TO LRT-POINTS-FORFEITED
       END-IF
       MOVE ZERO TO LYA-BALANCE
       MOVE ZERO TO LYA-PENDINGREDEEM
       SET LYA-ACCOUNT-FORFEITED TO TRUE
       MOVE RUN-DATE-YYYYMMDD TO LYA-FORFEITDATE
       ADD 1 TO LRT-ACCOUNTS-FORFEITED.

REDEEM-PENDING-POINTS.
       MOVE SPACES TO WS-ACTIVITY-NOTE
       IF LYA-PENDINGREDEEM GREATER THAN LYA-BALANCE
           MOVE LYA-BALANCE TO LYA-PENDINGREDEEM
           MOVE "REDUCED TO BALANCE" TO WS-ACTIVITY-NOTE
       END-IF
       IF LYA-PENDINGREDEEM GREATER THAN ZERO
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
               LYA-PENDINGREDEEM * POINT-VALUE
           PERFORM POST-CREDIT-TO-ADJUSTMENT
           MOVE "R" TO WS-ENTRY-TYPE
           MOVE WS-LOYALTY-PERIOD TO WS-ENTRY-PERIOD
           COMPUTE WS-ENTRY-POINTS = ZERO - LYA-PENDINGREDEEM
           IF POSTING-HELD
               MOVE "REDEEM HELD" TO WS-ACTIVITY-TEXT
               MOVE "ADJUSTMENT IN USE" TO WS-ACTIVITY-NOTE
               PERFORM PRINT-ACTIVITY-LINE
               ADD 1 TO LRT-REDEMPTIONS-HELD
           ELSE
               MOVE LYA-PENDINGREDEEM TO WS-CONSUME-POINTS
               PERFORM CONSUME-POINTS-OLDEST-FIRST
               SUBTRACT LYA-PENDINGREDEEM FROM LYA-BALANCE
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "REDEEMED" TO WS-ACTIVITY-TEXT
               IF POSTING-COMBINED
                   MOVE "COMBINED WITH ADJUSTMENT" TO WS-ACTIVITY-NOTE
               END-IF
               PERFORM PRINT-ACTIVITY-LINE
               ADD 1 TO LRT-REDEMPTIONS
               ADD LYA-PENDINGREDEEM TO LRT-POINTS-REDEEMED
               ADD WS-CREDIT-AMOUNT TO LRT-REDEEMED-VALUE
               MOVE ZERO TO LYA-PENDINGREDEEM
           END-IF
       END-IF.

SET-ACCOUNT-TIER.
       IF WS-TIER-POINTS NOT LESS THAN GOLD-TIER-POINTS
           SET LYA-TIER-GOLD TO TRUE
           ADD 1 TO LRT-GOLD-COUNT
       ELSE
       IF WS-TIER-POINTS NOT LESS THAN SILVER-TIER-POINTS
           SET LYA-TIER-SILVER TO TRUE
           ADD 1 TO LRT-SILVER-COUNT
       ELSE
           SET LYA-TIER-BRONZE TO TRUE
           ADD 1 TO LRT-BRONZE-COUNT
       END-IF
       END-IF.

POSITION-ACCOUNT-LEDGER.
       MOVE "N" TO WS-LYL-EOF-SWITCH
       MOVE LYA-SUBSCRIBERID TO LYL-SUBSCRIBERID
       MOVE ZERO TO LYL-PERIOD
       MOVE SPACE TO LYL-ENTRYTYPE
       MOVE ZERO TO LYL-SEQUENCE
       START LOYALTYLEDGERFILE KEY NOT LESS THAN LYL-ENTRY-KEY
           INVALID KEY SET ENDOFACCOUNTLEDGER TO TRUE
       END-START.

CONSUME-POINTS-OLDEST-FIRST.
       MOVE ZERO TO WS-CONSUMED-POINTS
       PERFORM POSITION-ACCOUNT-LEDGER
       PERFORM UNTIL ENDOFACCOUNTLEDGER
               OR WS-CONSUMED-POINTS NOT LESS THAN WS-CONSUME-POINTS
           READ LOYALTYLEDGERFILE NEXT
               AT END SET ENDOFACCOUNTLEDGER TO TRUE
               NOT AT END
                   IF LYL-SUBSCRIBERID NOT EQUAL TO LYA-SUBSCRIBERID
                       SET ENDOFACCOUNTLEDGER TO TRUE
                   ELSE
                   IF LYL-ENTRY-ACCRUAL
                           AND LYL-REMAINING GREATER THAN ZERO
                       COMPUTE WS-STEP-POINTS =
                           WS-CONSUME-POINTS - WS-CONSUMED-POINTS
                       IF LYL-REMAINING LESS THAN WS-STEP-POINTS
                           MOVE LYL-REMAINING TO WS-STEP-POINTS
                       END-IF
                       SUBTRACT WS-STEP-POINTS FROM LYL-REMAINING
                       ADD WS-STEP-POINTS TO WS-CONSUMED-POINTS
                       PERFORM REWRITE-LEDGER-ENTRY
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.

WRITE-LEDGER-ENTRY.
       MOVE LYA-SUBSCRIBERID TO LYL-SUBSCRIBERID
       MOVE WS-ENTRY-PERIOD TO LYL-PERIOD
       MOVE WS-ENTRY-TYPE TO LYL-ENTRYTYPE
       MOVE WS-ENTRY-POINTS TO LYL-POINTS
       MOVE ZERO TO LYL-REMAINING
       MOVE ZERO TO LYL-EXPIRYDATE
       MOVE ZERO TO LYL-BASISAMOUNT
       MOVE ZERO TO LYL-BASISVERSION
       MOVE ZERO TO LYL-BONUSPERCENT
       MOVE RUN-DATE-YYYYMMDD TO LYL-POSTDATE
       MOVE "N" TO WS-LEDGER-WRITTEN-SWITCH
       MOVE 1 TO WS-LEDGER-SEQ
       PERFORM UNTIL LEDGER-ENTRY-WRITTEN OR WS-LEDGER-SEQ GREATER THAN 99
           MOVE WS-LEDGER-SEQ TO LYL-SEQUENCE
           WRITE LOYALTYLEDGERREC
               INVALID KEY
                   ADD 1 TO WS-LEDGER-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEDGER-WRITTEN-SWITCH
           END-WRITE
       END-PERFORM
       IF NOT LEDGER-ENTRY-WRITTEN
           DISPLAY "UNABLE TO RECORD LOYALTY LEDGER ENTRY FOR "
               LYA-SUBSCRIBERID " PERIOD " WS-ENTRY-PERIOD
               " - SEQUENCE LIMIT REACHED"
       END-IF.

REWRITE-LEDGER-ENTRY.
       REWRITE LOYALTYLEDGERREC
       IF WS-LYL-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYLEDGERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-LYL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOAD-LOYALTY-ACCOUNT.
       MOVE "N" TO WS-NEW-ACCOUNT-SWITCH
       READ LOYALTYACCOUNTFILE
           INVALID KEY
               MOVE "Y" TO WS-NEW-ACCOUNT-SWITCH
               MOVE ZERO TO LYA-BALANCE
               MOVE ZERO TO LYA-PENDINGREDEEM
               MOVE ZERO TO LYA-LIFETIMEPOINTS
               SET LYA-TIER-BRONZE TO TRUE
               MOVE ZERO TO LYA-LASTACCRUALPERIOD
               SET LYA-ACCOUNT-ACTIVE TO TRUE
               MOVE ZERO TO LYA-FORFEITDATE
       END-READ.

STORE-LOYALTY-ACCOUNT.
       IF NEW-LOYALTY-ACCOUNT
           WRITE LOYALTYACCOUNTREC
           MOVE "WRITE" TO ABEND-OPERATION
       ELSE
           REWRITE LOYALTYACCOUNTREC
           MOVE "REWRITE" TO ABEND-OPERATION
       END-IF
       IF WS-LYA-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYACCOUNTFILE" TO ABEND-FILE-NAME
           MOVE WS-LYA-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "N" TO WS-NEW-ACCOUNT-SWITCH.

POST-CREDIT-TO-ADJUSTMENT.
       MOVE LYA-SUBSCRIBERID TO ADJ-SUBSCRIBERID
       READ ADJUSTMENTFILE
           INVALID KEY
               COMPUTE ADJ-AMOUNT = 0 - WS-CREDIT-AMOUNT
               MOVE WS-CREDIT-REASON TO ADJ-REASON
               MOVE SPACES TO ADJ-PROVIDERCODE
               WRITE ADJUSTMENTREC
               IF WS-ADJ-STATUS NOT EQUAL TO "00"
                   MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               SET POSTING-NEW TO TRUE
           NOT INVALID KEY
               COMPUTE WS-NEW-ADJ-AMOUNT = ADJ-AMOUNT - WS-CREDIT-AMOUNT
               IF ADJ-PROVIDERCODE NOT EQUAL TO SPACES
                       OR WS-NEW-ADJ-AMOUNT LESS THAN -99999.99
                   SET POSTING-HELD TO TRUE
               ELSE
                   MOVE WS-NEW-ADJ-AMOUNT TO ADJ-AMOUNT
                   IF ADJ-REASON EQUAL TO SPACES
                       MOVE WS-CREDIT-REASON TO ADJ-REASON
                   END-IF
                   REWRITE ADJUSTMENTREC
                   IF WS-ADJ-STATUS NOT EQUAL TO "00"
                       MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
                       MOVE "REWRITE" TO ABEND-OPERATION
                       MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
                       PERFORM FILE-ERROR-HANDLER
                   END-IF
                   SET POSTING-COMBINED TO TRUE
               END-IF
       END-READ.

PRINT-ACTIVITY-LINE.
       MOVE LYA-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE WS-ACTIVITY-TEXT TO PRN-ACTIVITY
       MOVE WS-ENTRY-PERIOD TO PRN-PERIOD
       MOVE WS-ENTRY-POINTS TO PRN-POINTS
       IF WS-ENTRY-POINTS LESS THAN ZERO
           COMPUTE PRN-VALUE ROUNDED =
               (ZERO - WS-ENTRY-POINTS) * POINT-VALUE
       ELSE
           COMPUTE PRN-VALUE ROUNDED = WS-ENTRY-POINTS * POINT-VALUE
       END-IF
       MOVE WS-ACTIVITY-NOTE TO PRN-NOTE
       MOVE ACTIVITYDETAILLINE TO LOYALTYREPORTLINE
       PERFORM WRITE-LOYALTY-REPORT-LINE.

WRITE-LOYALTY-GL-RECORD.
       COMPUTE WS-MOVEMENT-VALUE ROUNDED =
           (LRT-POINTS-ACCRUED - LRT-POINTS-CLAWED - LRT-POINTS-REDEEMED
            - LRT-POINTS-EXPIRED - LRT-POINTS-FORFEITED) * POINT-VALUE
       MOVE 1 TO LGL-ACCOUNT-CODE
       MOVE "LOYALTY LIABILITY" TO LGL-ACCOUNT-DESC
       MOVE WS-MOVEMENT-VALUE TO LGL-AMOUNT
       MOVE ZERO TO LGL-FIRST-INVOICE
       MOVE ZERO TO LGL-LAST-INVOICE
       WRITE LOYALTYGLREC
       IF WS-LGL-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYGLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-LGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-RUN-TOTALS.
       MOVE SPACES TO LOYALTYREPORTLINE
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-BILLS-ACCRUED TO PRN-COUNT
       MOVE LRT-POINTS-ACCRUED TO PRN-POINTS-TOTAL
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "BILLS ACCRUED:          " PRN-COUNT
           "   POINTS: " PRN-POINTS-TOTAL
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-REBILLS-CLAWED TO PRN-COUNT
       MOVE LRT-POINTS-CLAWED TO PRN-POINTS-TOTAL
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "RE-BILLS CLAWED BACK:   " PRN-COUNT
           "   POINTS: " PRN-POINTS-TOTAL
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-REDEMPTIONS TO PRN-COUNT
       MOVE LRT-POINTS-REDEEMED TO PRN-POINTS-TOTAL
       MOVE LRT-REDEEMED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "REDEMPTIONS CREDITED:   " PRN-COUNT
           "   POINTS: " PRN-POINTS-TOTAL
           "   CREDIT VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-REDEMPTIONS-HELD TO PRN-COUNT
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "REDEMPTIONS HELD:       " PRN-COUNT
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-POINTS-EXPIRED TO PRN-POINTS-TOTAL
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "POINTS EXPIRED:                   " PRN-POINTS-TOTAL
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-ACCOUNTS-FORFEITED TO PRN-COUNT
       MOVE LRT-POINTS-FORFEITED TO PRN-POINTS-TOTAL
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "ACCOUNTS FORFEITED:     " PRN-COUNT
           "   POINTS: " PRN-POINTS-TOTAL
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE LRT-BRONZE-COUNT TO PRN-COUNT
       MOVE LRT-SILVER-COUNT TO PRN-SILVER-COUNT
       MOVE LRT-GOLD-COUNT TO PRN-GOLD-COUNT
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "ACCOUNT TIERS  BRONZE: " PRN-COUNT
           "   SILVER: " PRN-SILVER-COUNT
           "   GOLD: " PRN-GOLD-COUNT
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       COMPUTE WS-LIABILITY-VALUE ROUNDED =
           LRT-OUTSTANDING-POINTS * POINT-VALUE
       MOVE LRT-OUTSTANDING-POINTS TO PRN-POINTS-TOTAL
       MOVE WS-LIABILITY-VALUE TO PRN-AMOUNT
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "OUTSTANDING POINTS:               " PRN-POINTS-TOTAL
           "   LIABILITY: " PRN-AMOUNT
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE
       MOVE WS-MOVEMENT-VALUE TO PRN-SIGNED-AMOUNT
       MOVE SPACES TO LOYALTYREPORTLINE
       STRING "LIABILITY MOVEMENT POSTED TO GL: " PRN-SIGNED-AMOUNT
           DELIMITED BY SIZE INTO LOYALTYREPORTLINE
       END-STRING
       PERFORM WRITE-LOYALTY-REPORT-LINE.

READ-BILLING-HISTORY-RECORD.
       READ BILLINGHISTORYFILE AT END SET ENDOFBILLINGHISTORY TO TRUE
       END-READ
       IF WS-BHI-STATUS NOT EQUAL TO "00" AND WS-BHI-STATUS NOT EQUAL TO "10"
           MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-LOYALTY-REPORT-LINE.
       WRITE LOYALTYREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LOYALTYREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "LoyaltyRun.rpt" TO WS-REG-REPORT-NAME
       MOVE "LoyaltyRun.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-LOYALTY-PERIOD TO WS-REG-PERIOD
       MOVE LRT-ACCOUNTS-REVIEWED TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.
