           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGL-STATUS.

       SELECT PAYROLLDEPTGLFILE ASSIGN TO DYNAMIC WS-PDG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDG-STATUS.

       SELECT PREMIUMGLFILE ASSIGN TO DYNAMIC WS-PRG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRG-STATUS.

       SELECT INTERCONNECTGLFILE ASSIGN TO DYNAMIC WS-ICG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ICG-STATUS.

       SELECT LOYALTYGLFILE ASSIGN TO DYNAMIC WS-LGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LGL-STATUS.

       SELECT DEPOSITGLFILE ASSIGN TO DYNAMIC WS-DGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DGL-STATUS.

       SELECT TILLOVERSHORTGLFILE ASSIGN TO DYNAMIC WS-TOS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOS-STATUS.

       SELECT DEFERRALGLFILE ASSIGN TO DYNAMIC WS-DFG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DFG-STATUS.

       SELECT ACCRUALGLFILE ASSIGN TO DYNAMIC WS-AGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGL-STATUS.

       SELECT ACCRUALREVERSALGLFILE ASSIGN TO DYNAMIC WS-ARV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARV-STATUS.

       SELECT BADDEBTGLFILE ASSIGN TO "BadDebt.gl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDG-STATUS.

       SELECT BADDEBTARCHIVEFILE ASSIGN TO DYNAMIC WS-BDA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDA-STATUS.

       SELECT PAYMENTRECEIPTS ASSIGN TO "PaymentReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

FD     BILLINGGLFILE.
01     BILLINGGLREC.
       02  BGL-SERVICETYPE-CODE    PIC 99.
       02  BGL-SERVICETYPE-DESC    PIC X(20).
       02  BGL-TOTALBILLED         PIC S9(9)V99.
       02  BGL-FIRST-INVOICE       PIC 9(10).

FD     PAYROLLGLFILE.
01     PAYROLLGLREC.
       02  PGL-ACCOUNT-CODE        PIC 99.
       02  PGL-ACCOUNT-DESC        PIC X(20).
       02  PGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     PAYROLLDEPTGLFILE.
01     PAYROLLDEPTGLREC.
       02  PDG-ACCOUNT-CODE        PIC 99.
       02  PDG-ACCOUNT-DESC        PIC X(20).
       02  PDG-AMOUNT              PIC S9(9)V99.
       02  PDG-DEPTCODE            PIC X(3).
       02  FILLER                  PIC X(7).
       02  FILLER                  PIC 9(10).

FD     PREMIUMGLFILE.
01     PREMIUMGLREC.
       02  PRG-ACCOUNT-CODE        PIC 99.
       02  PRG-ACCOUNT-DESC        PIC X(20).
       02  PRG-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     INTERCONNECTGLFILE.
01     INTERCONNECTGLREC.
       02  ICG-ACCOUNT-CODE        PIC 99.
       02  ICG-ACCOUNT-DESC        PIC X(20).
       02  ICG-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     LOYALTYGLFILE.
01     LOYALTYGLREC.
       02  LGL-ACCOUNT-CODE        PIC 99.
       02  LGL-ACCOUNT-DESC        PIC X(20).
       02  LGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     DEPOSITGLFILE.
01     DEPOSITGLREC.
       02  DGL-ACCOUNT-CODE        PIC 99.
       02  DGL-ACCOUNT-DESC        PIC X(20).
       02  DGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     TILLOVERSHORTGLFILE.
01     TILLOVERSHORTGLREC.
       02  TOS-ACCOUNT-CODE        PIC 99.
       02  TOS-ACCOUNT-DESC        PIC X(20).
       02  TOS-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     DEFERRALGLFILE.
01     DEFERRALGLREC.
       02  DFG-ACCOUNT-CODE        PIC 99.
       02  DFG-ACCOUNT-DESC        PIC X(20).
       02  DFG-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     ACCRUALGLFILE.
01     ACCRUALGLREC.
       02  AGL-SERVICETYPE-CODE    PIC 9.
       02  AGL-SERVICETYPE-DESC    PIC X(20).
       02  AGL-TOTALBILLED         PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     ACCRUALREVERSALGLFILE.
01     ACCRUALREVERSALGLREC.
       02  ARV-SERVICETYPE-CODE    PIC 9.
       02  ARV-SERVICETYPE-DESC    PIC X(20).
       02  ARV-TOTALBILLED         PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     BADDEBTGLFILE.
01     BADDEBTGLREC.
       02  BDG-ACCOUNT-CODE        PIC 9.
       02  BDG-ACCOUNT-DESC        PIC X(20).
       02  BDG-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     BADDEBTARCHIVEFILE.
01     BADDEBTARCHIVEREC.
       02  BDA-ACCOUNT-CODE        PIC 9.
       02  BDA-ACCOUNT-DESC        PIC X(20).
       02  BDA-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

FD     PAYMENTRECEIPTS.
01     PAYMENTRECEIPTREC.
       02  PAY-SUBSCRIBERID        PIC 9(10).
       02  PAY-AMOUNT              PIC 9(7)V99.
       02  PAY-TENDERTYPE          PIC X.
       02  PAY-INVOICENUMBER       PIC X(10).
       02  PAY-STORECODE           PIC X(4).
       02  PAY-TILLID              PIC X(4).
       02  PAY-CASHIERID           PIC X(8).

FD     CHARTOFACCOUNTS.
01     CHARTOFACCOUNTSREC.
       02  COA-MAP-KEY.
           03  COA-SOURCE          PIC X(3).
           03  COA-CODE            PIC 99.
       02  COA-DEBIT-ACCOUNT       PIC 9(6).
       02  COA-CREDIT-ACCOUNT      PIC 9(6).
       02  COA-DESCRIPTION         PIC X(20).
       02  JRN-DEBIT-AMOUNT        PIC S9(11)V99.
       02  JRN-CREDIT-AMOUNT       PIC S9(11)V99.
       02  JRN-DESCRIPTION         PIC X(20).
       02  JRN-DEPTCODE            PIC X(3).

FD     ABENDREPORTFILE.
01     ABENDREPORTLINE             PIC X(100).
WORKING-STORAGE SECTION.
01     WS-BGL-STATUS               PIC XX.
01     WS-PGL-STATUS               PIC XX.
01     WS-PDG-STATUS               PIC XX.
01     WS-PRG-STATUS               PIC XX.
01     WS-ICG-STATUS               PIC XX.
01     WS-LGL-STATUS               PIC XX.
01     WS-DGL-STATUS               PIC XX.
01     WS-TOS-STATUS               PIC XX.
01     WS-DFG-STATUS               PIC XX.
01     WS-AGL-STATUS               PIC XX.
01     WS-ARV-STATUS               PIC XX.
01     WS-BDG-STATUS               PIC XX.
01     WS-BDA-STATUS               PIC XX.
01     WS-PAY-STATUS               PIC XX.
01     WS-COA-STATUS               PIC XX.
01     WS-JWK-STATUS               PIC XX.
01     WS-ABD-STATUS               PIC XX.

01     WS-PGL-FILENAME             PIC X(40).
01     WS-PDG-FILENAME             PIC X(40).
01     WS-PRG-FILENAME             PIC X(40).
01     WS-ICG-FILENAME             PIC X(40).
01     WS-LGL-FILENAME             PIC X(40).
01     WS-DGL-FILENAME             PIC X(40).
01     WS-TOS-FILENAME             PIC X(40).
01     WS-DFG-FILENAME             PIC X(40).
01     WS-AGL-FILENAME             PIC X(40).
01     WS-ARV-FILENAME             PIC X(40).
01     WS-BDA-FILENAME             PIC X(40).
01     WS-JRN-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-JOURNAL-PERIOD           PIC 9(6).
01     WS-JOURNAL-PERIOD-X REDEFINES WS-JOURNAL-PERIOD.
       02  WS-JOURNAL-YEAR         PIC 9(4).
       02  WS-JOURNAL-MONTH        PIC 99.
01     WS-PRIOR-PERIOD             PIC 9(6).
01     WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
       02  WS-PRIOR-YEAR           PIC 9(4).
       02  WS-PRIOR-MONTH          PIC 99.

01     WS-BGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBILLINGGL          VALUE "Y".
01     WS-PGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYROLLGL          VALUE "Y".
01     WS-PDG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYROLLDEPTGL      VALUE "Y".
01     WS-PRG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPREMIUMGL          VALUE "Y".
01     WS-ICG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINTERCONNECTGL     VALUE "Y".
01     WS-LGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFLOYALTYGL          VALUE "Y".
01     WS-DGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEPOSITGL          VALUE "Y".
01     WS-TOS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTILLOVERSHORTGL    VALUE "Y".
01     WS-DFG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEFERRALGL         VALUE "Y".
01     WS-AGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFACCRUALGL          VALUE "Y".
01     WS-ARV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFACCRUALREVERSALGL  VALUE "Y".
01     WS-BDG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBADDEBTGL          VALUE "Y".
01     WS-BDA-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBADDEBTARCHIVE     VALUE "Y".
01     WS-PAY-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYMENTRECEIPTS    VALUE "Y".
01     WS-JWK-EOF-SWITCH           PIC X VALUE "N".

01     SUSPENSE-ACCOUNT            PIC 9(6) VALUE 999999.
01     WS-ENTRY-SOURCE             PIC X(3).
01     WS-ENTRY-CODE               PIC 99.
01     WS-ENTRY-AMOUNT             PIC S9(11)V99.
01     WS-ENTRY-DESC               PIC X(20).
01     WS-ENTRY-DEPT               PIC X(3) VALUE SPACES.
01     WS-PAYROLL-COST-TOTAL       PIC S9(11)V99 VALUE ZERO.
01     WS-DEPT-COST-TOTAL          PIC S9(11)V99 VALUE ZERO.
01     WS-DEBIT-ACCOUNT            PIC 9(6).
01     WS-CREDIT-ACCOUNT           PIC 9(6).

       02  PRF-DEBIT-AMOUNT        PIC S9(11)V99.
       02  PRF-CREDIT-AMOUNT       PIC S9(11)V99.
       02  FILLER                  PIC X(20).
       02  FILLER                  PIC X(3).

01     PRN-AMOUNT                  PIC $$,$$$,$$$,$$$,$$9.99-.

01     WS-RHL-PROGRAM              PIC X(12) VALUE "GLJOURNAL".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-JOURNAL-PERIOD
       MOVE WS-JOURNAL-PERIOD TO WS-RHL-PERIOD
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       IF WS-JOURNAL-MONTH EQUAL TO 1
           COMPUTE WS-PRIOR-YEAR = WS-JOURNAL-YEAR - 1
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           MOVE WS-JOURNAL-YEAR TO WS-PRIOR-YEAR
           COMPUTE WS-PRIOR-MONTH = WS-JOURNAL-MONTH - 1
       END-IF
       MOVE SPACES TO WS-PGL-FILENAME
       STRING "Payroll-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-PDG-FILENAME
       STRING "PayrollDept-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PDG-FILENAME
       END-STRING
       MOVE SPACES TO WS-PRG-FILENAME
       STRING "PremiumSettlement-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PRG-FILENAME
       END-STRING
       MOVE SPACES TO WS-ICG-FILENAME
       STRING "Interconnect-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-ICG-FILENAME
       END-STRING
       MOVE SPACES TO WS-LGL-FILENAME
       STRING "Loyalty-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-LGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-DGL-FILENAME
       STRING "DepositInterest-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-DGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-TOS-FILENAME
       STRING "TillOverShort-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-TOS-FILENAME
       END-STRING
       MOVE SPACES TO WS-DFG-FILENAME
       STRING "DeferredRevenue-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-DFG-FILENAME
       END-STRING
       MOVE SPACES TO WS-AGL-FILENAME
       STRING "UnbilledAccrual-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-AGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-ARV-FILENAME
       STRING "UnbilledAccrualRev-" WS-PRIOR-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-ARV-FILENAME
       END-STRING
       MOVE SPACES TO WS-BDA-FILENAME
       STRING "BadDebt-" WS-JOURNAL-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-BDA-FILENAME
       END-STRING
       MOVE SPACES TO WS-JRN-FILENAME
       STRING "GlJournal-" WS-JOURNAL-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-JRN-FILENAME
       END-IF
       PERFORM JOURNALIZE-BILLING-EXTRACT
       PERFORM JOURNALIZE-PAYROLL-EXTRACT
       PERFORM JOURNALIZE-PAYROLL-DEPT-EXTRACT
       PERFORM JOURNALIZE-PREMIUM-EXTRACT
       PERFORM JOURNALIZE-INTERCONNECT-EXTRACT
       PERFORM JOURNALIZE-LOYALTY-EXTRACT
       PERFORM JOURNALIZE-DEPOSIT-EXTRACT
       PERFORM JOURNALIZE-TILL-OVERSHORT-EXTRACT
       PERFORM JOURNALIZE-DEFERRAL-EXTRACT
       PERFORM JOURNALIZE-ACCRUAL-EXTRACTS
       PERFORM JOURNALIZE-BAD-DEBT-EXTRACT
       PERFORM JOURNALIZE-CASH-RECEIPTS
       CLOSE JOURNALWORKFILE
       IF WS-COA-STATUS EQUAL TO "00"
       IF GJT-PROOF-DEBITS EQUAL TO GJT-PROOF-CREDITS
               AND GJT-PROOF-DEBITS EQUAL TO GJT-TOTAL-DEBITS
           PERFORM RELEASE-JOURNAL-FILE
           PERFORM ARCHIVE-BAD-DEBT-EXTRACT
           MOVE GJT-PROOF-DEBITS TO PRN-AMOUNT
           DISPLAY "GLJOURNAL -- PERIOD " WS-JOURNAL-PERIOD
               " BALANCED AND RELEASED: " GJT-LINES-WRITTEN
               " OUT OF BALANCE - JOURNAL NOT RELEASED"
           MOVE 16 TO RETURN-CODE
       END-IF
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

JOURNALIZE-BILLING-EXTRACT.
               MOVE PGL-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE PGL-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               EVALUATE PGL-ACCOUNT-CODE
                   WHEN 1
                   WHEN 5 THRU 8
                   WHEN 12 THRU 14
                   WHEN 17
                       ADD PGL-AMOUNT TO WS-PAYROLL-COST-TOTAL
                   WHEN 15
                       SUBTRACT PGL-AMOUNT FROM WS-PAYROLL-COST-TOTAL
               END-EVALUATE
               PERFORM READ-PAYROLL-GL-RECORD
           END-PERFORM
           CLOSE PAYROLLGLFILE
       END-IF.

JOURNALIZE-PAYROLL-DEPT-EXTRACT.
       OPEN INPUT PAYROLLDEPTGLFILE
       IF WS-PDG-STATUS EQUAL TO "35"
           DISPLAY "NO PAYROLL DEPARTMENT COST EXTRACT PRESENT - "
               "SKIPPED"
       ELSE
           IF WS-PDG-STATUS NOT EQUAL TO "00"
               MOVE "PAYROLLDEPTGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PDG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-PAYROLL-DEPT-GL-RECORD
           PERFORM UNTIL ENDOFPAYROLLDEPTGL
               MOVE "PDC" TO WS-ENTRY-SOURCE
               MOVE PDG-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE PDG-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE PDG-ACCOUNT-DESC TO WS-ENTRY-DESC
               MOVE PDG-DEPTCODE TO WS-ENTRY-DEPT
               PERFORM WRITE-DOUBLE-ENTRY
               ADD PDG-AMOUNT TO WS-DEPT-COST-TOTAL
               PERFORM READ-PAYROLL-DEPT-GL-RECORD
           END-PERFORM
           CLOSE PAYROLLDEPTGLFILE
           MOVE SPACES TO WS-ENTRY-DEPT
           IF WS-DEPT-COST-TOTAL NOT EQUAL TO WS-PAYROLL-COST-TOTAL
               MOVE WS-DEPT-COST-TOTAL TO PRN-AMOUNT
               DISPLAY "PAYROLL DEPARTMENT COSTS " PRN-AMOUNT
               MOVE WS-PAYROLL-COST-TOTAL TO PRN-AMOUNT
               DISPLAY "  DO NOT AGREE WITH PAYROLL EXTRACT COSTS "
                   PRN-AMOUNT " - INVESTIGATE"
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

JOURNALIZE-PREMIUM-EXTRACT.
       OPEN INPUT PREMIUMGLFILE
       IF WS-PRG-STATUS EQUAL TO "35"
           DISPLAY "NO PREMIUM SETTLEMENT GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-PRG-STATUS NOT EQUAL TO "00"
               MOVE "PREMIUMGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PRG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-PREMIUM-GL-RECORD
           PERFORM UNTIL ENDOFPREMIUMGL
               MOVE "PRM" TO WS-ENTRY-SOURCE
               MOVE PRG-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE PRG-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE PRG-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-PREMIUM-GL-RECORD
           END-PERFORM
           CLOSE PREMIUMGLFILE
       END-IF.

JOURNALIZE-INTERCONNECT-EXTRACT.
       OPEN INPUT INTERCONNECTGLFILE
       IF WS-ICG-STATUS EQUAL TO "35"
           DISPLAY "NO INTERCONNECT GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-ICG-STATUS NOT EQUAL TO "00"
               MOVE "INTERCONNECTGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ICG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-INTERCONNECT-GL-RECORD
           PERFORM UNTIL ENDOFINTERCONNECTGL
               MOVE "ICX" TO WS-ENTRY-SOURCE
               MOVE ICG-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE ICG-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE ICG-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-INTERCONNECT-GL-RECORD
           END-PERFORM
           CLOSE INTERCONNECTGLFILE
       END-IF.

JOURNALIZE-LOYALTY-EXTRACT.
       OPEN INPUT LOYALTYGLFILE
       IF WS-LGL-STATUS EQUAL TO "35"
           DISPLAY "NO LOYALTY GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-LGL-STATUS NOT EQUAL TO "00"
               MOVE "LOYALTYGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-LGL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-LOYALTY-GL-RECORD
           PERFORM UNTIL ENDOFLOYALTYGL
               MOVE "LOY" TO WS-ENTRY-SOURCE
               MOVE LGL-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE LGL-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE LGL-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-LOYALTY-GL-RECORD
           END-PERFORM
           CLOSE LOYALTYGLFILE
       END-IF.

JOURNALIZE-DEPOSIT-EXTRACT.
       OPEN INPUT DEPOSITGLFILE
       IF WS-DGL-STATUS EQUAL TO "35"
           DISPLAY "NO DEPOSIT GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-DGL-STATUS NOT EQUAL TO "00"
               MOVE "DEPOSITGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-DGL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-DEPOSIT-GL-RECORD
           PERFORM UNTIL ENDOFDEPOSITGL
               MOVE "DEP" TO WS-ENTRY-SOURCE
               MOVE DGL-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE DGL-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE DGL-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-DEPOSIT-GL-RECORD
           END-PERFORM
           CLOSE DEPOSITGLFILE
       END-IF.

JOURNALIZE-TILL-OVERSHORT-EXTRACT.
       OPEN INPUT TILLOVERSHORTGLFILE
       IF WS-TOS-STATUS EQUAL TO "35"
           DISPLAY "NO TILL OVER/SHORT GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-TOS-STATUS NOT EQUAL TO "00"
               MOVE "TILLOVERSHORTGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-TOS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-TILL-OVERSHORT-GL-RECORD
           PERFORM UNTIL ENDOFTILLOVERSHORTGL
               MOVE "TOS" TO WS-ENTRY-SOURCE
               MOVE TOS-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE TOS-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE TOS-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-TILL-OVERSHORT-GL-RECORD
           END-PERFORM
           CLOSE TILLOVERSHORTGLFILE
       END-IF.

JOURNALIZE-DEFERRAL-EXTRACT.
       OPEN INPUT DEFERRALGLFILE
       IF WS-DFG-STATUS EQUAL TO "35"
           DISPLAY "NO DEFERRED REVENUE GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-DFG-STATUS NOT EQUAL TO "00"
               MOVE "DEFERRALGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-DFG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-DEFERRAL-GL-RECORD
           PERFORM UNTIL ENDOFDEFERRALGL
               MOVE "DFR" TO WS-ENTRY-SOURCE
               MOVE DFG-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE DFG-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE DFG-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-DEFERRAL-GL-RECORD
           END-PERFORM
           CLOSE DEFERRALGLFILE
       END-IF.

JOURNALIZE-ACCRUAL-EXTRACTS.
       OPEN INPUT ACCRUALGLFILE
       IF WS-AGL-STATUS EQUAL TO "35"
           DISPLAY "NO UNBILLED ACCRUAL GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-AGL-STATUS NOT EQUAL TO "00"
               MOVE "ACCRUALGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-AGL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-ACCRUAL-GL-RECORD
           PERFORM UNTIL ENDOFACCRUALGL
               MOVE "UBA" TO WS-ENTRY-SOURCE
               MOVE AGL-SERVICETYPE-CODE TO WS-ENTRY-CODE
               MOVE AGL-TOTALBILLED TO WS-ENTRY-AMOUNT
               MOVE AGL-SERVICETYPE-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-ACCRUAL-GL-RECORD
           END-PERFORM
           CLOSE ACCRUALGLFILE
       END-IF
       OPEN INPUT ACCRUALREVERSALGLFILE
       IF WS-ARV-STATUS EQUAL TO "35"
           DISPLAY "NO PRIOR-PERIOD ACCRUAL REVERSAL PRESENT - SKIPPED"
       ELSE
           IF WS-ARV-STATUS NOT EQUAL TO "00"
               MOVE "ACCRUALREVERSALGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ARV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-ACCRUAL-REVERSAL-GL-RECORD
           PERFORM UNTIL ENDOFACCRUALREVERSALGL
               MOVE "UBA" TO WS-ENTRY-SOURCE
               MOVE ARV-SERVICETYPE-CODE TO WS-ENTRY-CODE
               MOVE ARV-TOTALBILLED TO WS-ENTRY-AMOUNT
               MOVE ARV-SERVICETYPE-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-ACCRUAL-REVERSAL-GL-RECORD
           END-PERFORM
           CLOSE ACCRUALREVERSALGLFILE
       END-IF.

JOURNALIZE-BAD-DEBT-EXTRACT.
       OPEN INPUT BADDEBTARCHIVEFILE
       IF WS-BDA-STATUS EQUAL TO "00"
           PERFORM READ-BAD-DEBT-ARCHIVE-RECORD
           PERFORM UNTIL ENDOFBADDEBTARCHIVE
               MOVE "BDT" TO WS-ENTRY-SOURCE
               MOVE BDA-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE BDA-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE BDA-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-BAD-DEBT-ARCHIVE-RECORD
           END-PERFORM
           CLOSE BADDEBTARCHIVEFILE
       END-IF
       OPEN INPUT BADDEBTGLFILE
       IF WS-BDG-STATUS EQUAL TO "35"
           DISPLAY "NO BAD DEBT GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-BDG-STATUS NOT EQUAL TO "00"
               MOVE "BADDEBTGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-BDG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-BAD-DEBT-GL-RECORD
           PERFORM UNTIL ENDOFBADDEBTGL
               MOVE "BDT" TO WS-ENTRY-SOURCE
               MOVE BDG-ACCOUNT-CODE TO WS-ENTRY-CODE
               MOVE BDG-AMOUNT TO WS-ENTRY-AMOUNT
               MOVE BDG-ACCOUNT-DESC TO WS-ENTRY-DESC
               PERFORM WRITE-DOUBLE-ENTRY
               PERFORM READ-BAD-DEBT-GL-RECORD
           END-PERFORM
           CLOSE BADDEBTGLFILE
       END-IF.

JOURNALIZE-CASH-RECEIPTS.
       OPEN INPUT PAYMENTRECEIPTS
       IF WS-PAY-STATUS EQUAL TO "35"
       MOVE WS-ENTRY-AMOUNT TO JRN-DEBIT-AMOUNT
       MOVE ZERO TO JRN-CREDIT-AMOUNT
       MOVE WS-ENTRY-DESC TO JRN-DESCRIPTION
       MOVE WS-ENTRY-DEPT TO JRN-DEPTCODE
       WRITE JOURNALWORKREC FROM JOURNALREC
       ADD 1 TO GJT-LINES-WRITTEN
       ADD WS-ENTRY-AMOUNT TO GJT-TOTAL-DEBITS
       CLOSE JOURNALWORKFILE
       CLOSE JOURNALFILE.

ARCHIVE-BAD-DEBT-EXTRACT.
       OPEN INPUT BADDEBTGLFILE
       IF WS-BDG-STATUS EQUAL TO "00"
           OPEN EXTEND BADDEBTARCHIVEFILE
           IF WS-BDA-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT BADDEBTARCHIVEFILE
           END-IF
           IF WS-BDA-STATUS NOT EQUAL TO "00"
               MOVE "BADDEBTARCHIVEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-BDA-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE "N" TO WS-BDG-EOF-SWITCH
           PERFORM READ-BAD-DEBT-GL-RECORD
           PERFORM UNTIL ENDOFBADDEBTGL
               WRITE BADDEBTARCHIVEREC FROM BADDEBTGLREC
               PERFORM READ-BAD-DEBT-GL-RECORD
           END-PERFORM
           CLOSE BADDEBTARCHIVEFILE
           CLOSE BADDEBTGLFILE
           OPEN OUTPUT BADDEBTGLFILE
           CLOSE BADDEBTGLFILE
       END-IF.

WRITE-OUT-OF-BALANCE-REPORT.
       OPEN OUTPUT ABENDREPORTFILE
       IF WS-ABD-STATUS NOT EQUAL TO "00"
       READ PAYROLLGLFILE AT END SET ENDOFPAYROLLGL TO TRUE
       END-READ.

READ-PAYROLL-DEPT-GL-RECORD.
       READ PAYROLLDEPTGLFILE AT END SET ENDOFPAYROLLDEPTGL TO TRUE
       END-READ.

READ-PREMIUM-GL-RECORD.
       READ PREMIUMGLFILE AT END SET ENDOFPREMIUMGL TO TRUE
       END-READ.

READ-INTERCONNECT-GL-RECORD.
       READ INTERCONNECTGLFILE AT END SET ENDOFINTERCONNECTGL TO TRUE
       END-READ.

READ-LOYALTY-GL-RECORD.
       READ LOYALTYGLFILE AT END SET ENDOFLOYALTYGL TO TRUE
       END-READ.

READ-DEPOSIT-GL-RECORD.
       READ DEPOSITGLFILE AT END SET ENDOFDEPOSITGL TO TRUE
       END-READ.

READ-TILL-OVERSHORT-GL-RECORD.
       READ TILLOVERSHORTGLFILE
           AT END SET ENDOFTILLOVERSHORTGL TO TRUE
       END-READ.

READ-DEFERRAL-GL-RECORD.
       READ DEFERRALGLFILE AT END SET ENDOFDEFERRALGL TO TRUE
       END-READ.

READ-ACCRUAL-GL-RECORD.
       READ ACCRUALGLFILE AT END SET ENDOFACCRUALGL TO TRUE
       END-READ.

READ-ACCRUAL-REVERSAL-GL-RECORD.
       READ ACCRUALREVERSALGLFILE
           AT END SET ENDOFACCRUALREVERSALGL TO TRUE
       END-READ.

READ-BAD-DEBT-ARCHIVE-RECORD.
       READ BADDEBTARCHIVEFILE
           AT END SET ENDOFBADDEBTARCHIVE TO TRUE
       END-READ.

READ-BAD-DEBT-GL-RECORD.
       READ BADDEBTGLFILE AT END SET ENDOFBADDEBTGL TO TRUE
       END-READ.

READ-PAYMENT-RECEIPT.
       READ PAYMENTRECEIPTS AT END SET ENDOFPAYMENTRECEIPTS TO TRUE
       END-READ.
       READ JOURNALWORKFILE AT END SET ENDOFJOURNALWORK TO TRUE
       END-READ.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
