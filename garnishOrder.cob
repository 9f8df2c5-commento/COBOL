IDENTIFICATION DIVISION.
PROGRAM-ID. GARNISHORDER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GARNISHMENTFILE ASSIGN TO "GarnishmentOrders.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOR-ORDER-KEY
           FILE STATUS IS WS-GOR-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "Employee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

       SELECT GARNISHDEDUCTFILE ASSIGN TO DYNAMIC WS-GDD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDD-STATUS.

       SELECT PAYROLLGLFILE ASSIGN TO DYNAMIC WS-PGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGL-STATUS.

       SELECT GARNISHSORTFILE ASSIGN TO "GarnishRemit.tmp"
           FILE STATUS IS WS-GSR-STATUS.

       SELECT GARNISHREMITFILE ASSIGN TO DYNAMIC WS-GRM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRM-STATUS.

       SELECT SCHEDULEREPORT ASSIGN TO DYNAMIC WS-SCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCH-STATUS.

       SELECT NOTICEREPORT ASSIGN TO DYNAMIC WS-NTC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NTC-STATUS.

DATA DIVISION.
FILE SECTION.

FD     GARNISHMENTFILE.
       COPY "GARNISHMENTORDER.cpy"
           REPLACING ==:RECNAME:== BY ==GARNISHMENTREC==
                     ==:PREFIX:==  BY ==GOR-==.

FD     EMPLOYEEFILE.
01     EMPLOYEEDETAILS.
       02  EMPENTRYDETAILS.
           03  EMPSSN              PIC 9(9).
           03  EMPNAME.
               04  EMPSURNAME      PIC X(15).
               04  EMPFORENAME     PIC X(10).
           03  EMPDATEOFBIRTH      PIC 9(8).
           03  EMPGENDER           PIC X.
           03  EMPDEPTCODE         PIC X(3).
           03  EMPJOBCODE          PIC X(4).
       02  EMPENTRYTIMESTAMP       PIC 9(14).
       02  EMPOPERATORID           PIC X(8).
       02  EMPSTATUS               PIC X.
       02  EMPTERMDATE             PIC 9(8).
       02  EMPPAYDETAILS           PIC X(25).

FD     GARNISHDEDUCTFILE.
01     GARNISHDEDUCTREC.
       02  GDD-EMPSSN              PIC 9(9).
       02  GDD-ORDER-REF           PIC X(12).
       02  GDD-CREDITOR-CODE       PIC X(6).
       02  GDD-CREDITOR-NAME       PIC X(25).
       02  GDD-PAYPERIOD           PIC 9(6).
       02  GDD-AMOUNT              PIC 9(7)V99.
       02  GDD-SHORTFALL           PIC 9(7)V99.
       02  GDD-RECOVERED-TO-DATE   PIC 9(7)V99.
       02  GDD-COMPLETED           PIC X.

FD     PAYROLLGLFILE.
01     PAYROLLGLREC.
       02  PGL-ACCOUNT-CODE        PIC 99.
       02  PGL-ACCOUNT-DESC        PIC X(20).
       02  PGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

SD     GARNISHSORTFILE.
01     GARNISHSORTREC.
       02  GSR-CREDITOR-CODE       PIC X(6).
       02  GSR-ORDER-REF           PIC X(12).
       02  GSR-EMPSSN              PIC 9(9).
       02  GSR-CREDITOR-NAME       PIC X(25).
       02  GSR-AMOUNT              PIC 9(7)V99.
       02  GSR-SHORTFALL           PIC 9(7)V99.
       02  GSR-RECOVERED-TO-DATE   PIC 9(7)V99.
       02  GSR-COMPLETED           PIC X.

FD     GARNISHREMITFILE.
01     GARNISHREMITREC.
       02  GRM-CREDITOR-CODE       PIC X(6).
       02  GRM-ORDER-REF           PIC X(12).
       02  GRM-EMPSSN              PIC 9(9).
       02  GRM-PAYPERIOD           PIC 9(6).
       02  GRM-AMOUNT              PIC 9(7)V99.

FD     SCHEDULEREPORT.
01     SCHEDULELINE                PIC X(100).

FD     NOTICEREPORT.
01     NOTICELINE                  PIC X(80).

WORKING-STORAGE SECTION.
01     WS-GOR-STATUS               PIC XX.
01     WS-EMP-STATUS               PIC XX.
01     WS-GDD-STATUS               PIC XX.
01     WS-PGL-STATUS               PIC XX.
01     WS-GSR-STATUS               PIC XX.
01     WS-GRM-STATUS               PIC XX.
01     WS-SCH-STATUS               PIC XX.
01     WS-NTC-STATUS               PIC XX.

01     WS-GDD-FILENAME             PIC X(40).
01     WS-PGL-FILENAME             PIC X(40).
01     WS-GRM-FILENAME             PIC X(40).
01     WS-SCH-FILENAME             PIC X(40).
01     WS-NTC-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     WS-REMIT-PERIOD             PIC 9(6).
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "GARNISHORDER".

01     TRANSACTION-CODE            PIC X.
       88  TRANSACTION-IS-ADD      VALUE "A" "a".
       88  TRANSACTION-IS-QUERY    VALUE "Q" "q".
       88  TRANSACTION-IS-STOP     VALUE "S" "s".

01     ORDER-ENTRY.
       02  ORE-EMPSSN              PIC X(9).
       02  ORE-ORDER-REF           PIC X(12).
       02  ORE-CREDITOR-CODE       PIC X(6).
       02  ORE-CREDITOR-NAME       PIC X(25).
       02  ORE-ORDER-TYPE          PIC X.
       02  ORE-CALC-TYPE           PIC X.
       02  ORE-FIXED-AMOUNT        PIC X(7).
       02  ORE-PERCENT             PIC X(4).
       02  ORE-PRIORITY            PIC X.
       02  ORE-TOTAL-TO-RECOVER    PIC X(9).
       02  ORE-START-DATE          PIC X(8).
       02  ORE-END-DATE            PIC X(8).

01     ORDER-KEY-ENTRY.
       02  OKE-EMPSSN              PIC X(9).
       02  OKE-ORDER-REF           PIC X(12).

01     WS-ENTRY-DIGITS             PIC 9(9).

01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".
01     WS-EMP-FOUND-SWITCH         PIC X.
       88  EMPLOYEE-KNOWN          VALUE "Y".
01     WS-GDD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEDUCTIONS         VALUE "Y".
01     WS-PGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYROLLGL          VALUE "Y".
01     WS-GSR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDDEDUCTIONS   VALUE "Y".

01     WS-PREV-CREDITOR-CODE       PIC X(6).
01     WS-PREV-CREDITOR-NAME       PIC X(25).
01     WS-CREDITOR-TOTAL           PIC 9(9)V99.
01     WS-CREDITOR-ORDERS          PIC 9(5).

01     REMIT-TOTALS.
       02  GRT-DEDUCTIONS          PIC 9(5) VALUE ZERO.
       02  GRT-CREDITORS           PIC 9(5) VALUE ZERO.
       02  GRT-COMPLETED           PIC 9(5) VALUE ZERO.
       02  GRT-TOTAL-REMITTED      PIC 9(11)V99 VALUE ZERO.
       02  GRT-TOTAL-SHORTFALL     PIC 9(11)V99 VALUE ZERO.
       02  GRT-GL-GARNISH-TOTAL    PIC 9(11)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$$,$$9.99.
01     PRN-AMOUNT-3                PIC $$$,$$$,$$$,$$9.99.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "GARNISHORDER".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       EVALUATE WS-RUN-PARM(1:6)
           WHEN "MAINT "
               PERFORM MAINTAIN-GARNISHMENT-ORDERS
           WHEN "REMIT "
               IF WS-RUN-PARM(7:6) NUMERIC
                   MOVE WS-RUN-PARM(7:6) TO WS-REMIT-PERIOD
                   PERFORM PRODUCE-CREDITOR-REMITTANCE
               ELSE
                   DISPLAY "REMIT REQUIRES A PERIOD (YYYYMM)"
                   MOVE 12 TO RETURN-CODE
               END-IF
           WHEN OTHER
               DISPLAY "GARNISHORDER REQUIRES MAINT OR REMIT YYYYMM"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

MAINTAIN-GARNISHMENT-ORDERS.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O GARNISHMENTFILE
       IF WS-GOR-STATUS EQUAL TO "35"
           OPEN OUTPUT GARNISHMENTFILE
           CLOSE GARNISHMENTFILE
           OPEN I-O GARNISHMENTFILE
       END-IF
       IF WS-GOR-STATUS NOT EQUAL TO "00"
           MOVE "GARNISHMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-GOR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       DISPLAY "GARNISHMENT ORDERS (A=ADD, Q=QUERY, S=STOP, "
           "BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-ADD
                   PERFORM ADD-GARNISHMENT-ORDER
               WHEN TRANSACTION-IS-QUERY
                   PERFORM QUERY-GARNISHMENT-ORDER
               WHEN TRANSACTION-IS-STOP
                   PERFORM STOP-GARNISHMENT-ORDER
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A, Q, S), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE GARNISHMENTFILE
       DISPLAY "GARNISHMENT ORDER MAINTENANCE COMPLETE".

ADD-GARNISHMENT-ORDER.
       DISPLAY "ENTER SSN (9) ORDER REF (12) CREDITOR CODE (6) "
           "CREDITOR NAME (25) TYPE (C=CHILD SUPPORT, D=DEBT) "
           "CALCULATION (F=FIXED, P=PERCENT) FIXED AMOUNT (7, 2 DEC) "
           "PERCENT (4, 2 DEC) PRIORITY (1) TOTAL TO RECOVER (9, 2 "
           "DEC, ZERO IF OPEN) START DATE (8) END DATE (8, ZERO IF "
           "OPEN)"
       ACCEPT ORDER-ENTRY
       MOVE ORE-ORDER-TYPE TO GOR-ORDER-TYPE
       MOVE ORE-CALC-TYPE TO GOR-CALC-TYPE
       IF ORE-EMPSSN NOT NUMERIC OR ORE-FIXED-AMOUNT NOT NUMERIC
               OR ORE-PERCENT NOT NUMERIC OR ORE-PRIORITY NOT NUMERIC
               OR ORE-TOTAL-TO-RECOVER NOT NUMERIC
               OR ORE-START-DATE NOT NUMERIC
               OR ORE-END-DATE NOT NUMERIC
           DISPLAY "AMOUNTS, PRIORITY AND DATES MUST BE NUMERIC - "
               "ENTRY REJECTED"
       ELSE
       IF ORE-ORDER-REF EQUAL TO SPACES
               OR ORE-CREDITOR-CODE EQUAL TO SPACES
           DISPLAY "ORDER REFERENCE AND CREDITOR ARE REQUIRED - "
               "ENTRY REJECTED"
       ELSE
       IF NOT GOR-VALID-ORDER-TYPE
               OR NOT (GOR-FIXED-DEDUCTION OR GOR-PERCENT-DEDUCTION)
           DISPLAY "ORDER TYPE OR CALCULATION NOT RECOGNISED - "
               "ENTRY REJECTED"
       ELSE
       IF (GOR-FIXED-DEDUCTION AND ORE-FIXED-AMOUNT EQUAL TO ZEROS)
               OR (GOR-PERCENT-DEDUCTION AND (ORE-PERCENT EQUAL TO
                   ZEROS OR ORE-PERCENT GREATER THAN "5000"))
           DISPLAY "FIXED AMOUNT MISSING OR PERCENT NOT 0.01 TO 50 - "
               "ENTRY REJECTED"
       ELSE
       IF ORE-END-DATE NOT EQUAL TO ZEROS
               AND ORE-END-DATE LESS THAN ORE-START-DATE
           DISPLAY "END DATE BEFORE START DATE - ENTRY REJECTED"
       ELSE
           PERFORM FIND-ORDER-EMPLOYEE
           IF NOT EMPLOYEE-KNOWN
               DISPLAY "EMPLOYEE " ORE-EMPSSN " NOT ON FILE - ENTRY "
                   "REJECTED"
           ELSE
               PERFORM WRITE-NEW-GARNISHMENT-ORDER
           END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

FIND-ORDER-EMPLOYEE.
       MOVE "N" TO WS-EMP-FOUND-SWITCH
       MOVE "N" TO WS-EMP-EOF-SWITCH
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
           MOVE "EMPLOYEEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-EMPLOYEE-RECORD
       PERFORM UNTIL ENDOFEMPLOYEES OR EMPLOYEE-KNOWN
           IF EMPSSN EQUAL TO ORE-EMPSSN
               SET EMPLOYEE-KNOWN TO TRUE
           ELSE
               PERFORM READ-EMPLOYEE-RECORD
           END-IF
       END-PERFORM
       CLOSE EMPLOYEEFILE.

WRITE-NEW-GARNISHMENT-ORDER.
       INITIALIZE GARNISHMENTREC
       MOVE ORE-EMPSSN TO GOR-EMPSSN
       MOVE ORE-ORDER-REF TO GOR-ORDER-REF
       MOVE ORE-CREDITOR-CODE TO GOR-CREDITOR-CODE
       MOVE ORE-CREDITOR-NAME TO GOR-CREDITOR-NAME
       MOVE ORE-ORDER-TYPE TO GOR-ORDER-TYPE
       MOVE ORE-CALC-TYPE TO GOR-CALC-TYPE
       IF GOR-FIXED-DEDUCTION
           MOVE ORE-FIXED-AMOUNT TO WS-ENTRY-DIGITS
           COMPUTE GOR-FIXED-AMOUNT = WS-ENTRY-DIGITS / 100
       ELSE
           MOVE ORE-PERCENT TO WS-ENTRY-DIGITS
           COMPUTE GOR-PERCENT = WS-ENTRY-DIGITS / 100
       END-IF
       MOVE ORE-PRIORITY TO GOR-PRIORITY
       MOVE ORE-TOTAL-TO-RECOVER TO WS-ENTRY-DIGITS
       COMPUTE GOR-TOTAL-TO-RECOVER = WS-ENTRY-DIGITS / 100
       MOVE ORE-START-DATE TO GOR-START-DATE
       MOVE ORE-END-DATE TO GOR-END-DATE
       SET GOR-ORDER-ACTIVE TO TRUE
       WRITE GARNISHMENTREC
           INVALID KEY
               DISPLAY "ORDER " ORE-ORDER-REF " ALREADY ON FILE FOR "
                   ORE-EMPSSN " - ENTRY REJECTED"
           NOT INVALID KEY
               DISPLAY "ORDER " ORE-ORDER-REF " RECORDED FOR "
                   ORE-EMPSSN
       END-WRITE.

QUERY-GARNISHMENT-ORDER.
       PERFORM READ-ORDER-BY-KEY
       IF WS-GOR-STATUS EQUAL TO "00"
           MOVE GOR-TOTAL-TO-RECOVER TO PRN-AMOUNT
           MOVE GOR-RECOVERED-TO-DATE TO PRN-AMOUNT-2
           MOVE GOR-SHORTFALL TO PRN-AMOUNT-3
           DISPLAY "ORDER " GOR-ORDER-REF " EMPLOYEE " GOR-EMPSSN
               " CREDITOR " GOR-CREDITOR-CODE " " GOR-CREDITOR-NAME
           DISPLAY "  TYPE " GOR-ORDER-TYPE " CALC " GOR-CALC-TYPE
               " FIXED " GOR-FIXED-AMOUNT " PERCENT " GOR-PERCENT
               " PRIORITY " GOR-PRIORITY " STATUS " GOR-STATUS
           DISPLAY "  TOTAL " PRN-AMOUNT " RECOVERED " PRN-AMOUNT-2
               " SHORTFALL " PRN-AMOUNT-3
           DISPLAY "  START " GOR-START-DATE " END " GOR-END-DATE
               " LAST APPLIED " GOR-LAST-PERIOD
       END-IF.

STOP-GARNISHMENT-ORDER.
       PERFORM READ-ORDER-BY-KEY
       IF WS-GOR-STATUS EQUAL TO "00"
           IF NOT GOR-ORDER-ACTIVE
               DISPLAY "ORDER " GOR-ORDER-REF " IS NOT ACTIVE - ENTRY "
                   "REJECTED"
           ELSE
               SET GOR-ORDER-STOPPED TO TRUE
               IF GOR-END-DATE EQUAL TO ZERO
                   MOVE RUN-DATE-YYYYMMDD TO GOR-END-DATE
               END-IF
               REWRITE GARNISHMENTREC
               IF WS-GOR-STATUS NOT EQUAL TO "00"
                   MOVE "GARNISHMENTFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-GOR-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               DISPLAY "ORDER " GOR-ORDER-REF " STOPPED"
           END-IF
       END-IF.

READ-ORDER-BY-KEY.
       DISPLAY "ENTER SSN (9) AND ORDER REF (12)"
       ACCEPT ORDER-KEY-ENTRY
       IF OKE-EMPSSN NOT NUMERIC
           MOVE "23" TO WS-GOR-STATUS
           DISPLAY "SSN MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
           MOVE OKE-EMPSSN TO GOR-EMPSSN
           MOVE OKE-ORDER-REF TO GOR-ORDER-REF
           READ GARNISHMENTFILE
               INVALID KEY
                   DISPLAY "ORDER " OKE-ORDER-REF " NOT ON FILE FOR "
                       OKE-EMPSSN
           END-READ
       END-IF.

PRODUCE-CREDITOR-REMITTANCE.
       MOVE SPACES TO WS-GDD-FILENAME
       STRING "GarnishDeduct-" WS-REMIT-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-GDD-FILENAME
       END-STRING
       MOVE SPACES TO WS-PGL-FILENAME
       STRING "Payroll-" WS-REMIT-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-GRM-FILENAME
       STRING "GarnishRemit-" WS-REMIT-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-GRM-FILENAME
       END-STRING
       MOVE SPACES TO WS-SCH-FILENAME
       STRING "GarnishSchedule-" WS-REMIT-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-SCH-FILENAME
       END-STRING
       MOVE SPACES TO WS-NTC-FILENAME
       STRING "GarnishNotices-" WS-REMIT-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-NTC-FILENAME
       END-STRING
       OPEN INPUT GARNISHDEDUCTFILE
       IF WS-GDD-STATUS NOT EQUAL TO "00"
           DISPLAY "NO GARNISHMENT DEDUCTION FILE FOR PERIOD "
               WS-REMIT-PERIOD " - RUN THE PAY RUN FIRST"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE GARNISHDEDUCTFILE
       OPEN OUTPUT GARNISHREMITFILE
       IF WS-GRM-STATUS NOT EQUAL TO "00"
           MOVE "GARNISHREMITFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-GRM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT SCHEDULEREPORT
       IF WS-SCH-STATUS NOT EQUAL TO "00"
           MOVE "SCHEDULEREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SCH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT NOTICEREPORT
       IF WS-NTC-STATUS NOT EQUAL TO "00"
           MOVE "NOTICEREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-NTC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO SCHEDULELINE
       STRING "COURT ORDER REMITTANCE SCHEDULE -- PERIOD "
           WS-REMIT-PERIOD "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO SCHEDULELINE
       END-STRING
       PERFORM WRITE-SCHEDULE-LINE
       MOVE SPACES TO SCHEDULELINE
       PERFORM WRITE-SCHEDULE-LINE
       MOVE "ORDER REF     EMPLOYEE            DEDUCTED          "
           TO SCHEDULELINE
       MOVE "SHORTFALL         RECOVERED" TO SCHEDULELINE(53:27)
       PERFORM WRITE-SCHEDULE-LINE
       SORT GARNISHSORTFILE ON ASCENDING KEY GSR-CREDITOR-CODE
                               ASCENDING KEY GSR-ORDER-REF
                               ASCENDING KEY GSR-EMPSSN
           INPUT PROCEDURE IS RELEASE-PERIOD-DEDUCTIONS
           OUTPUT PROCEDURE IS PRINT-CREDITOR-SCHEDULE
       IF WS-GSR-STATUS NOT EQUAL TO "00"
           MOVE "GARNISHSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-GSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM SUM-GL-GARNISHMENT-TOTAL
       PERFORM PROVE-REMITTANCE-SCHEDULE
       CLOSE GARNISHREMITFILE
       CLOSE SCHEDULEREPORT
       CLOSE NOTICEREPORT
       MOVE "COURT ORDER REMITTANCE" TO WS-REG-REPORT-NAME
       MOVE WS-SCH-FILENAME TO WS-REG-FILENAME
       MOVE WS-REMIT-PERIOD TO WS-REG-PERIOD
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       IF GRT-COMPLETED GREATER THAN ZERO
           MOVE "COURT ORDER COMPLETIONS" TO WS-REG-REPORT-NAME
           MOVE WS-NTC-FILENAME TO WS-REG-FILENAME
           MOVE GRT-COMPLETED TO WS-REG-PAGES
           PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       END-IF
       DISPLAY "GARNISHORDER REMIT -- PERIOD " WS-REMIT-PERIOD
           "  CREDITORS: " GRT-CREDITORS
           "  ORDERS: " GRT-DEDUCTIONS
           "  COMPLETED: " GRT-COMPLETED.

RELEASE-PERIOD-DEDUCTIONS.
       OPEN INPUT GARNISHDEDUCTFILE
       PERFORM READ-DEDUCTION-RECORD
       PERFORM UNTIL ENDOFDEDUCTIONS
           MOVE GDD-CREDITOR-CODE TO GSR-CREDITOR-CODE
           MOVE GDD-ORDER-REF TO GSR-ORDER-REF
           MOVE GDD-EMPSSN TO GSR-EMPSSN
           MOVE GDD-CREDITOR-NAME TO GSR-CREDITOR-NAME
           MOVE GDD-AMOUNT TO GSR-AMOUNT
           MOVE GDD-SHORTFALL TO GSR-SHORTFALL
           MOVE GDD-RECOVERED-TO-DATE TO GSR-RECOVERED-TO-DATE
           MOVE GDD-COMPLETED TO GSR-COMPLETED
           RELEASE GARNISHSORTREC
           PERFORM READ-DEDUCTION-RECORD
       END-PERFORM
       CLOSE GARNISHDEDUCTFILE.

PRINT-CREDITOR-SCHEDULE.
       MOVE HIGH-VALUES TO WS-PREV-CREDITOR-CODE
       PERFORM RETURN-SORTED-DEDUCTION
       PERFORM UNTIL ENDOFSORTEDDEDUCTIONS
           IF GSR-CREDITOR-CODE NOT EQUAL TO WS-PREV-CREDITOR-CODE
               IF WS-PREV-CREDITOR-CODE NOT EQUAL TO HIGH-VALUES
                   PERFORM FINISH-CREDITOR
               END-IF
               MOVE GSR-CREDITOR-CODE TO WS-PREV-CREDITOR-CODE
               MOVE GSR-CREDITOR-NAME TO WS-PREV-CREDITOR-NAME
               MOVE ZERO TO WS-CREDITOR-TOTAL
               MOVE ZERO TO WS-CREDITOR-ORDERS
               ADD 1 TO GRT-CREDITORS
               MOVE SPACES TO SCHEDULELINE
               PERFORM WRITE-SCHEDULE-LINE
               MOVE SPACES TO SCHEDULELINE
               STRING "CREDITOR " GSR-CREDITOR-CODE " "
                   GSR-CREDITOR-NAME
                   DELIMITED BY SIZE INTO SCHEDULELINE
               END-STRING
               PERFORM WRITE-SCHEDULE-LINE
           END-IF
           PERFORM SCHEDULE-ONE-DEDUCTION
           PERFORM RETURN-SORTED-DEDUCTION
       END-PERFORM
       IF WS-PREV-CREDITOR-CODE NOT EQUAL TO HIGH-VALUES
           PERFORM FINISH-CREDITOR
       END-IF.

SCHEDULE-ONE-DEDUCTION.
       ADD 1 TO GRT-DEDUCTIONS
       ADD 1 TO WS-CREDITOR-ORDERS
       ADD GSR-AMOUNT TO WS-CREDITOR-TOTAL
       ADD GSR-AMOUNT TO GRT-TOTAL-REMITTED
       ADD GSR-SHORTFALL TO GRT-TOTAL-SHORTFALL
       MOVE GSR-AMOUNT TO PRN-AMOUNT
       MOVE GSR-SHORTFALL TO PRN-AMOUNT-2
       MOVE GSR-RECOVERED-TO-DATE TO PRN-AMOUNT-3
       MOVE SPACES TO SCHEDULELINE
       STRING GSR-ORDER-REF "  " GSR-EMPSSN " " PRN-AMOUNT " "
           PRN-AMOUNT-2 " " PRN-AMOUNT-3
           DELIMITED BY SIZE INTO SCHEDULELINE
       END-STRING
       IF GSR-COMPLETED EQUAL TO "Y"
           MOVE "COMPLETED" TO SCHEDULELINE(92:9)
       END-IF
       PERFORM WRITE-SCHEDULE-LINE
       IF GSR-AMOUNT GREATER THAN ZERO
           MOVE GSR-CREDITOR-CODE TO GRM-CREDITOR-CODE
           MOVE GSR-ORDER-REF TO GRM-ORDER-REF
           MOVE GSR-EMPSSN TO GRM-EMPSSN
           MOVE WS-REMIT-PERIOD TO GRM-PAYPERIOD
           MOVE GSR-AMOUNT TO GRM-AMOUNT
           WRITE GARNISHREMITREC
           IF WS-GRM-STATUS NOT EQUAL TO "00"
               MOVE "GARNISHREMITFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-GRM-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF
       IF GSR-COMPLETED EQUAL TO "Y"
           PERFORM PRINT-COMPLETION-NOTICE
       END-IF.

FINISH-CREDITOR.
       MOVE WS-CREDITOR-TOTAL TO PRN-AMOUNT
       MOVE SPACES TO SCHEDULELINE
       STRING "  TOTAL TO REMIT TO " WS-PREV-CREDITOR-CODE "  "
           PRN-AMOUNT "  ORDERS " WS-CREDITOR-ORDERS
           DELIMITED BY SIZE INTO SCHEDULELINE
       END-STRING
       PERFORM WRITE-SCHEDULE-LINE.

PRINT-COMPLETION-NOTICE.
       ADD 1 TO GRT-COMPLETED
       IF GRT-COMPLETED GREATER THAN 1
           MOVE SPACES TO NOTICELINE
           WRITE NOTICELINE AFTER ADVANCING PAGE
       END-IF
       MOVE SPACES TO NOTICELINE
       STRING "UNIVERSAL TELECOMS PAYROLL -- NOTICE OF COMPLETED "
           "ORDER  " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       STRING "TO: " GSR-CREDITOR-NAME " (" GSR-CREDITOR-CODE ")"
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       STRING "ORDER REFERENCE " GSR-ORDER-REF "  EMPLOYEE "
           GSR-EMPSSN
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE GSR-RECOVERED-TO-DATE TO PRN-AMOUNT
       MOVE SPACES TO NOTICELINE
       STRING "THE TOTAL OF " PRN-AMOUNT " DUE UNDER THIS ORDER HAS "
           "BEEN RECOVERED"
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       STRING "WITH THE FINAL DEDUCTION IN PAY PERIOD "
           WS-REMIT-PERIOD ". NO FURTHER DEDUCTIONS WILL BE MADE."
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE.

SUM-GL-GARNISHMENT-TOTAL.
       OPEN INPUT PAYROLLGLFILE
       IF WS-PGL-STATUS EQUAL TO "00"
           PERFORM READ-PAYROLL-GL-RECORD
           PERFORM UNTIL ENDOFPAYROLLGL
               IF PGL-ACCOUNT-CODE EQUAL TO 9
                   ADD PGL-AMOUNT TO GRT-GL-GARNISH-TOTAL
               END-IF
               PERFORM READ-PAYROLL-GL-RECORD
           END-PERFORM
           CLOSE PAYROLLGLFILE
       ELSE
           DISPLAY "NO PAYROLL JOURNAL FOR PERIOD " WS-REMIT-PERIOD
               " - SCHEDULE CANNOT BE PROVEN"
       END-IF.

PROVE-REMITTANCE-SCHEDULE.
       MOVE SPACES TO SCHEDULELINE
       PERFORM WRITE-SCHEDULE-LINE
       MOVE GRT-TOTAL-REMITTED TO PRN-AMOUNT
       MOVE SPACES TO SCHEDULELINE
       STRING "TOTAL REMITTED:           " PRN-AMOUNT
           DELIMITED BY SIZE INTO SCHEDULELINE
       END-STRING
       PERFORM WRITE-SCHEDULE-LINE
       MOVE GRT-TOTAL-SHORTFALL TO PRN-AMOUNT
       MOVE SPACES TO SCHEDULELINE
       STRING "SHORTFALL CARRIED FORWARD:" PRN-AMOUNT
           DELIMITED BY SIZE INTO SCHEDULELINE
       END-STRING
       PERFORM WRITE-SCHEDULE-LINE
       MOVE GRT-GL-GARNISH-TOTAL TO PRN-AMOUNT
       MOVE SPACES TO SCHEDULELINE
       STRING "PAY RUN COURT ORDER CONTROL: " PRN-AMOUNT
           DELIMITED BY SIZE INTO SCHEDULELINE
       END-STRING
       PERFORM WRITE-SCHEDULE-LINE
       IF GRT-TOTAL-REMITTED EQUAL TO GRT-GL-GARNISH-TOTAL
           MOVE "SCHEDULE AGREES WITH THE PAY RUN CONTROL TOTAL - "
               TO SCHEDULELINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE "FILE RELEASED TO THE CREDITORS" TO SCHEDULELINE
           PERFORM WRITE-SCHEDULE-LINE
       ELSE
           MOVE "*** SCHEDULE DOES NOT AGREE WITH THE PAY RUN"
               TO SCHEDULELINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE "*** CONTROL TOTAL - DO NOT SEND THE FILE"
               TO SCHEDULELINE
           PERFORM WRITE-SCHEDULE-LINE
           DISPLAY "GARNISHORDER -- SCHEDULE OUT OF PROOF - "
               "DO NOT RELEASE " WS-GRM-FILENAME
           MOVE 8 TO RETURN-CODE
       END-IF.

REGISTER-REPORT-FOR-DISTRIBUTION.
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ.

READ-DEDUCTION-RECORD.
       READ GARNISHDEDUCTFILE AT END SET ENDOFDEDUCTIONS TO TRUE
       END-READ.

READ-PAYROLL-GL-RECORD.
       READ PAYROLLGLFILE AT END SET ENDOFPAYROLLGL TO TRUE
       END-READ.

RETURN-SORTED-DEDUCTION.
       RETURN GARNISHSORTFILE AT END SET ENDOFSORTEDDEDUCTIONS TO TRUE
       END-RETURN.

WRITE-SCHEDULE-LINE.
       WRITE SCHEDULELINE
       IF WS-SCH-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING REMITTANCE SCHEDULE - FILE STATUS "
               WS-SCH-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-NOTICE-LINE.
       WRITE NOTICELINE
       IF WS-NTC-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING COMPLETION NOTICES - FILE STATUS "
               WS-NTC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
