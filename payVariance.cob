IDENTIFICATION DIVISION.
PROGRAM-ID. PAYVARIANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT STAGEDPAYFILE ASSIGN TO DYNAMIC WS-SPY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPY-STATUS.

       SELECT PAYREGISTERFILE ASSIGN TO DYNAMIC WS-PRG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRG-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "Employee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

       SELECT PAYVARIANCEFILE ASSIGN TO DYNAMIC WS-PVX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PVX-STATUS.

       SELECT VARIANCEREPORT ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     STAGEDPAYFILE.
       COPY "STAGEDPAYMENT.cpy"
           REPLACING ==:RECNAME:== BY ==STAGEDPAYREC==
                     ==:PREFIX:==  BY ==SPY-==.

FD     PAYREGISTERFILE.
       COPY "STAGEDPAYMENT.cpy"
           REPLACING ==:RECNAME:== BY ==PAYREGISTERREC==
                     ==:PREFIX:==  BY ==PRG-==.

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

FD     PAYVARIANCEFILE.
       COPY "PAYVARIANCE.cpy"
           REPLACING ==:RECNAME:== BY ==PAYVARIANCEREC==
                     ==:PREFIX:==  BY ==PVX-==.

FD     VARIANCEREPORT.
01     VARIANCELINE                PIC X(100).

WORKING-STORAGE SECTION.
01     WS-SPY-STATUS               PIC XX.
01     WS-PRG-STATUS               PIC XX.
01     WS-EMP-STATUS               PIC XX.
01     WS-PVX-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-SPY-FILENAME             PIC X(40).
01     WS-PRG-FILENAME             PIC X(40).
01     WS-PVX-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     WS-PAY-PERIOD               PIC 9(6).
01     WS-PRIOR-PERIOD             PIC 9(6).
01     WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
       02  WS-PRIOR-YEAR           PIC 9(4).
       02  WS-PRIOR-MONTH          PIC 99.
01     WS-PRD-END                  PIC 9(8).
01     WS-NEXT-PERIOD-START        PIC 9(8).
01     WS-PAY-YEAR                 PIC 9(4).
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-VARPCT-PARM              PIC X(3) VALUE SPACES.
01     WS-VARIANCE-PCT             PIC 9(3) VALUE 10.
01     WS-CHANGE-AMOUNT            PIC 9(9)V99.
01     WS-CHANGE-PCT               PIC 9(5)V99.

01     WS-SPY-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDPAY          VALUE "Y".
01     WS-PRG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYREGISTER        VALUE "Y".
01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".
01     WS-PRIOR-SWITCH             PIC X VALUE "N".
       88  PRIOR-REGISTER-PRESENT  VALUE "Y".

01     STAGED-PAY-LIMIT            PIC 9(4) VALUE 2000.
01     STAGED-PAY-STORAGE.
       02  SPT-COUNT               PIC 9(4) VALUE ZERO.
       02  SPT-ENTRY OCCURS 2000 TIMES.
           03  SPT-EMPSSN          PIC 9(9).
           03  SPT-BANKSORT        PIC 9(6).
           03  SPT-BANKACCT        PIC 9(8).
           03  SPT-NETPAY          PIC 9(7)V99.
           03  SPT-EMPNAME         PIC X(25).
           03  SPT-PAY-TYPE        PIC X.
01     SPT-IDX                     PIC 9(4).
01     SPT-OTHER-IDX               PIC 9(4).

01     PRIOR-PAY-LIMIT             PIC 9(4) VALUE 2000.
01     PRIOR-PAY-STORAGE.
       02  PPT-COUNT               PIC 9(4) VALUE ZERO.
       02  PPT-ENTRY OCCURS 2000 TIMES.
           03  PPT-EMPSSN          PIC 9(9).
           03  PPT-BANKSORT        PIC 9(6).
           03  PPT-BANKACCT        PIC 9(8).
           03  PPT-NETPAY          PIC 9(7)V99.
01     PPT-IDX                     PIC 9(4).
01     PPT-FOUND-IDX               PIC 9(4).

01     EMPLOYEE-LEAVE-LIMIT        PIC 9(4) VALUE 2000.
01     EMPLOYEE-LEAVE-STORAGE.
       02  ELV-COUNT               PIC 9(4) VALUE ZERO.
       02  ELV-ENTRY OCCURS 2000 TIMES.
           03  ELV-EMPSSN          PIC 9(9).
           03  ELV-TERMDATE        PIC 9(8).
01     ELV-IDX                     PIC 9(4).
01     WS-TERMDATE                 PIC 9(8).

01     WS-EXCEPTION-REASON         PIC X(2).
01     WS-EXCEPTION-DESC           PIC X(30).
01     WS-EXCEPTION-PRIOR          PIC 9(7)V99.
01     WS-DUPLICATE-SWITCH         PIC X.
       88  BANK-ACCOUNT-SHARED     VALUE "Y".

01     VARIANCE-TOTALS.
       02  PVT-STAGED-COUNT        PIC 9(5) VALUE ZERO.
       02  PVT-STAGED-NET          PIC 9(9)V99 VALUE ZERO.
       02  PVT-EXCEPTIONS          PIC 9(5) VALUE ZERO.
       02  PVT-NET-VARIANCES       PIC 9(5) VALUE ZERO.
       02  PVT-NEW-JOINERS         PIC 9(5) VALUE ZERO.
       02  PVT-BANK-CHANGES        PIC 9(5) VALUE ZERO.
       02  PVT-LEAVERS-PAID        PIC 9(5) VALUE ZERO.
       02  PVT-SHARED-ACCOUNTS     PIC 9(5) VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$9.99.
01     PRN-TOTAL                   PIC $$$,$$$,$$$,$$9.99.

01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "PAYROLL VARIANCE".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.
01     WS-MASKED-SSN               PIC X(9).
01     WS-MASKED-ACCT              PIC X(8).

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "PAYVARIANCE".
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
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "PAYVARIANCE REQUIRES A PERIOD (YYYYMM) ON THE "
               "COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-PAY-PERIOD
       MOVE WS-PAY-PERIOD(1:4) TO WS-PAY-YEAR
       IF WS-PAY-PERIOD(5:2) EQUAL TO "12"
           COMPUTE WS-NEXT-PERIOD-START = ((WS-PAY-YEAR + 1) * 10000) + 101
       ELSE
           COMPUTE WS-NEXT-PERIOD-START = ((WS-PAY-PERIOD + 1) * 100) + 1
       END-IF
       COMPUTE WS-PRD-END = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1)
       MOVE WS-PAY-PERIOD TO WS-PRIOR-PERIOD
       IF WS-PRIOR-MONTH EQUAL TO 1
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           SUBTRACT 1 FROM WS-PRIOR-MONTH
       END-IF
       ACCEPT WS-VARPCT-PARM FROM ENVIRONMENT "PAYVARPCT"
       IF WS-VARPCT-PARM NUMERIC
               AND WS-VARPCT-PARM NOT EQUAL TO ZEROS
           MOVE WS-VARPCT-PARM TO WS-VARIANCE-PCT
       END-IF
       MOVE SPACES TO WS-SPY-FILENAME
       STRING "BankPay-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-SPY-FILENAME
       END-STRING
       MOVE SPACES TO WS-PRG-FILENAME
       STRING "PayRegister-" WS-PRIOR-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-PRG-FILENAME
       END-STRING
       MOVE SPACES TO WS-PVX-FILENAME
       STRING "PayVariance-" WS-PAY-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-PVX-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "PayVariance-" WS-PAY-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       PERFORM LOAD-STAGED-PAYMENTS
       PERFORM LOAD-PRIOR-PAY-REGISTER
       PERFORM LOAD-EMPLOYEE-LEAVING-DATES
       OPEN OUTPUT PAYVARIANCEFILE
       IF WS-PVX-STATUS NOT EQUAL TO "00"
           MOVE "PAYVARIANCEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PVX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT VARIANCEREPORT
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "VARIANCEREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO VARIANCELINE
       STRING "PAYROLL PRE-RELEASE VARIANCE CHECK -- PERIOD "
           WS-PAY-PERIOD "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO VARIANCELINE
       END-STRING
       PERFORM WRITE-VARIANCE-LINE
       MOVE SPACES TO VARIANCELINE
       STRING "NET PAY TOLERANCE " WS-VARIANCE-PCT
           " PER CENT  COMPARED WITH PERIOD " WS-PRIOR-PERIOD
           DELIMITED BY SIZE INTO VARIANCELINE
       END-STRING
       PERFORM WRITE-VARIANCE-LINE
       IF NOT PRIOR-REGISTER-PRESENT
           MOVE "NO PAYMENT REGISTER FOR THE PRIOR PERIOD - NET PAY,"
               TO VARIANCELINE
           MOVE " JOINER AND BANK CHANGE CHECKS NOT MADE"
               TO VARIANCELINE(52:39)
           PERFORM WRITE-VARIANCE-LINE
       END-IF
       MOVE SPACES TO VARIANCELINE
       PERFORM WRITE-VARIANCE-LINE
       MOVE "EMPLOYEE  NAME                      RSN       NET PAY"
           TO VARIANCELINE
       MOVE "LAST PERIOD  EXCEPTION" TO VARIANCELINE(58:22)
       PERFORM WRITE-VARIANCE-LINE
       PERFORM CHECK-ONE-STAGED-PAYMENT
           VARYING SPT-IDX FROM 1 BY 1
           UNTIL SPT-IDX GREATER THAN SPT-COUNT
       MOVE PVT-STAGED-COUNT TO PVX-EMPSSN
       MOVE WS-PAY-PERIOD TO PVX-PAYPERIOD
       MOVE "CT" TO PVX-REASON
       MOVE PVT-STAGED-NET TO PVX-NETPAY
       MOVE ZERO TO PVX-PRIOR-NETPAY
       MOVE "STAGED CREDITS CONTROL" TO PVX-DESCRIPTION
       PERFORM WRITE-VARIANCE-RECORD
       PERFORM PRINT-VARIANCE-SUMMARY
       CLOSE PAYVARIANCEFILE
       CLOSE VARIANCEREPORT
       MOVE "Payroll Variance" TO WS-REG-REPORT-NAME
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-PAY-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       IF PVT-EXCEPTIONS GREATER THAN ZERO OR NOT PRIOR-REGISTER-PRESENT
           MOVE 4 TO RETURN-CODE
       END-IF
       MOVE PVT-STAGED-NET TO PRN-TOTAL
       DISPLAY "PAYVARIANCE -- PERIOD " WS-PAY-PERIOD
           "  STAGED CREDITS: " PVT-STAGED-COUNT
           "  TOTAL: " PRN-TOTAL
           "  EXCEPTIONS: " PVT-EXCEPTIONS
       STOP RUN.

LOAD-STAGED-PAYMENTS.
       OPEN INPUT STAGEDPAYFILE
       IF WS-SPY-STATUS NOT EQUAL TO "00"
           DISPLAY "NO STAGED BANK PAYMENTS FOR PERIOD " WS-PAY-PERIOD
               " - RUN THE PAY RUN FIRST"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM READ-STAGED-PAY-RECORD
       PERFORM UNTIL ENDOFSTAGEDPAY
           IF SPT-COUNT NOT LESS THAN STAGED-PAY-LIMIT
               DISPLAY "MORE THAN " STAGED-PAY-LIMIT
                   " STAGED CREDITS - CHECK NOT COMPLETE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SPT-COUNT
           MOVE SPY-EMPSSN TO SPT-EMPSSN(SPT-COUNT)
           MOVE SPY-BANKSORT TO SPT-BANKSORT(SPT-COUNT)
           MOVE SPY-BANKACCT TO SPT-BANKACCT(SPT-COUNT)
           MOVE SPY-NETPAY TO SPT-NETPAY(SPT-COUNT)
           MOVE SPY-EMPNAME TO SPT-EMPNAME(SPT-COUNT)
           MOVE SPY-PAY-TYPE TO SPT-PAY-TYPE(SPT-COUNT)
           ADD 1 TO PVT-STAGED-COUNT
           ADD SPY-NETPAY TO PVT-STAGED-NET
           PERFORM READ-STAGED-PAY-RECORD
       END-PERFORM
       CLOSE STAGEDPAYFILE
       IF SPT-COUNT EQUAL TO ZERO
           DISPLAY "STAGED BANK PAYMENTS FOR PERIOD " WS-PAY-PERIOD
               " ARE EMPTY - ALREADY RELEASED OR NOTHING TO PAY"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

LOAD-PRIOR-PAY-REGISTER.
       OPEN INPUT PAYREGISTERFILE
       IF WS-PRG-STATUS EQUAL TO "00"
           SET PRIOR-REGISTER-PRESENT TO TRUE
           PERFORM READ-PAY-REGISTER-RECORD
           PERFORM UNTIL ENDOFPAYREGISTER
               IF PPT-COUNT LESS THAN PRIOR-PAY-LIMIT
                   ADD 1 TO PPT-COUNT
                   MOVE PRG-EMPSSN TO PPT-EMPSSN(PPT-COUNT)
                   MOVE PRG-BANKSORT TO PPT-BANKSORT(PPT-COUNT)
                   MOVE PRG-BANKACCT TO PPT-BANKACCT(PPT-COUNT)
                   MOVE PRG-NETPAY TO PPT-NETPAY(PPT-COUNT)
               END-IF
               PERFORM READ-PAY-REGISTER-RECORD
           END-PERFORM
           CLOSE PAYREGISTERFILE
       ELSE
           DISPLAY "NO PAYMENT REGISTER FOR PERIOD " WS-PRIOR-PERIOD
               " - PRIOR PERIOD CHECKS NOT MADE"
       END-IF.

LOAD-EMPLOYEE-LEAVING-DATES.
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
           MOVE "EMPLOYEEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-EMPLOYEE-RECORD
       PERFORM UNTIL ENDOFEMPLOYEES
           IF EMPTERMDATE NUMERIC AND EMPTERMDATE GREATER THAN ZERO
                   AND ELV-COUNT LESS THAN EMPLOYEE-LEAVE-LIMIT
               ADD 1 TO ELV-COUNT
               MOVE EMPSSN TO ELV-EMPSSN(ELV-COUNT)
               MOVE EMPTERMDATE TO ELV-TERMDATE(ELV-COUNT)
           END-IF
           PERFORM READ-EMPLOYEE-RECORD
       END-PERFORM
       CLOSE EMPLOYEEFILE.

CHECK-ONE-STAGED-PAYMENT.
       IF PRIOR-REGISTER-PRESENT
           PERFORM FIND-PRIOR-PAYMENT
           IF PPT-FOUND-IDX EQUAL TO ZERO
               MOVE "NJ" TO WS-EXCEPTION-REASON
               MOVE "NEW JOINER - NOT PAID LAST PRD"
                   TO WS-EXCEPTION-DESC
               MOVE ZERO TO WS-EXCEPTION-PRIOR
               ADD 1 TO PVT-NEW-JOINERS
               PERFORM RECORD-PAY-EXCEPTION
           ELSE
               MOVE PPT-NETPAY(PPT-FOUND-IDX) TO WS-EXCEPTION-PRIOR
               IF SPT-NETPAY(SPT-IDX) GREATER THAN WS-EXCEPTION-PRIOR
                   COMPUTE WS-CHANGE-AMOUNT =
                       SPT-NETPAY(SPT-IDX) - WS-EXCEPTION-PRIOR
               ELSE
                   COMPUTE WS-CHANGE-AMOUNT =
                       WS-EXCEPTION-PRIOR - SPT-NETPAY(SPT-IDX)
               END-IF
               IF WS-EXCEPTION-PRIOR EQUAL TO ZERO
                   MOVE "NV" TO WS-EXCEPTION-REASON
                   MOVE "NO NET PAY LAST PERIOD"
                       TO WS-EXCEPTION-DESC
                   ADD 1 TO PVT-NET-VARIANCES
                   PERFORM RECORD-PAY-EXCEPTION
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       WS-CHANGE-AMOUNT * 100 / WS-EXCEPTION-PRIOR
                   IF WS-CHANGE-PCT GREATER THAN WS-VARIANCE-PCT
                       MOVE "NV" TO WS-EXCEPTION-REASON
                       MOVE "NET PAY CHANGE OVER TOLERANCE"
                           TO WS-EXCEPTION-DESC
                       ADD 1 TO PVT-NET-VARIANCES
                       PERFORM RECORD-PAY-EXCEPTION
                   END-IF
               END-IF
               IF SPT-BANKSORT(SPT-IDX) NOT EQUAL TO
                       PPT-BANKSORT(PPT-FOUND-IDX)
                   OR SPT-BANKACCT(SPT-IDX) NOT EQUAL TO
                       PPT-BANKACCT(PPT-FOUND-IDX)
                   MOVE "BC" TO WS-EXCEPTION-REASON
                   MOVE "FIRST PAYMENT TO CHANGED BANK"
                       TO WS-EXCEPTION-DESC
                   ADD 1 TO PVT-BANK-CHANGES
                   PERFORM RECORD-PAY-EXCEPTION
               END-IF
           END-IF
       END-IF
       MOVE ZERO TO WS-EXCEPTION-PRIOR
       PERFORM FIND-EMPLOYEE-LEAVING-DATE
       IF WS-TERMDATE GREATER THAN ZERO
               AND WS-TERMDATE NOT GREATER THAN WS-PRD-END
               AND SPT-PAY-TYPE(SPT-IDX) NOT EQUAL TO "L"
           MOVE "LP" TO WS-EXCEPTION-REASON
           MOVE "LEAVER STILL BEING PAID" TO WS-EXCEPTION-DESC
           ADD 1 TO PVT-LEAVERS-PAID
           PERFORM RECORD-PAY-EXCEPTION
       END-IF
       PERFORM CHECK-SHARED-BANK-ACCOUNT
       IF BANK-ACCOUNT-SHARED
           MOVE "DB" TO WS-EXCEPTION-REASON
           MOVE "BANK ACCOUNT SHARED WITH OTHER"
               TO WS-EXCEPTION-DESC
           ADD 1 TO PVT-SHARED-ACCOUNTS
           PERFORM RECORD-PAY-EXCEPTION
       END-IF.

FIND-PRIOR-PAYMENT.
       MOVE ZERO TO PPT-FOUND-IDX
       PERFORM VARYING PPT-IDX FROM 1 BY 1
               UNTIL PPT-IDX GREATER THAN PPT-COUNT
           IF PPT-EMPSSN(PPT-IDX) EQUAL TO SPT-EMPSSN(SPT-IDX)
               MOVE PPT-IDX TO PPT-FOUND-IDX
               MOVE PPT-COUNT TO PPT-IDX
           END-IF
       END-PERFORM.

FIND-EMPLOYEE-LEAVING-DATE.
       MOVE ZERO TO WS-TERMDATE
       PERFORM VARYING ELV-IDX FROM 1 BY 1
               UNTIL ELV-IDX GREATER THAN ELV-COUNT
           IF ELV-EMPSSN(ELV-IDX) EQUAL TO SPT-EMPSSN(SPT-IDX)
               MOVE ELV-TERMDATE(ELV-IDX) TO WS-TERMDATE
               MOVE ELV-COUNT TO ELV-IDX
           END-IF
       END-PERFORM.

CHECK-SHARED-BANK-ACCOUNT.
       MOVE "N" TO WS-DUPLICATE-SWITCH
       PERFORM VARYING SPT-OTHER-IDX FROM 1 BY 1
               UNTIL SPT-OTHER-IDX GREATER THAN SPT-COUNT
           IF SPT-BANKSORT(SPT-OTHER-IDX) EQUAL TO
                   SPT-BANKSORT(SPT-IDX)
               AND SPT-BANKACCT(SPT-OTHER-IDX) EQUAL TO
                   SPT-BANKACCT(SPT-IDX)
               AND SPT-EMPSSN(SPT-OTHER-IDX) NOT EQUAL TO
                   SPT-EMPSSN(SPT-IDX)
               SET BANK-ACCOUNT-SHARED TO TRUE
               MOVE SPT-COUNT TO SPT-OTHER-IDX
           END-IF
       END-PERFORM.

RECORD-PAY-EXCEPTION.
       ADD 1 TO PVT-EXCEPTIONS
       MOVE SPT-EMPSSN(SPT-IDX) TO PVX-EMPSSN
       MOVE WS-PAY-PERIOD TO PVX-PAYPERIOD
       MOVE WS-EXCEPTION-REASON TO PVX-REASON
       MOVE SPT-NETPAY(SPT-IDX) TO PVX-NETPAY
       MOVE WS-EXCEPTION-PRIOR TO PVX-PRIOR-NETPAY
       MOVE WS-EXCEPTION-DESC TO PVX-DESCRIPTION
       PERFORM WRITE-VARIANCE-RECORD
       MOVE "SSN" TO WS-MSK-FIELD-TYPE
       MOVE SPT-EMPSSN(SPT-IDX) TO WS-MSK-VALUE-IN
       PERFORM MASK-SENSITIVE-VALUE
       MOVE WS-MSK-VALUE-OUT(1:9) TO WS-MASKED-SSN
       MOVE SPT-NETPAY(SPT-IDX) TO PRN-AMOUNT
       MOVE WS-EXCEPTION-PRIOR TO PRN-AMOUNT-2
       MOVE SPACES TO VARIANCELINE
       STRING WS-MASKED-SSN " " SPT-EMPNAME(SPT-IDX) " "
           WS-EXCEPTION-REASON " " PRN-AMOUNT " " PRN-AMOUNT-2 "  "
           WS-EXCEPTION-DESC
           DELIMITED BY SIZE INTO VARIANCELINE
       END-STRING
       PERFORM WRITE-VARIANCE-LINE
       IF WS-EXCEPTION-REASON EQUAL TO "BC" OR "DB"
           MOVE "BANK" TO WS-MSK-FIELD-TYPE
           MOVE SPT-BANKACCT(SPT-IDX) TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE WS-MSK-VALUE-OUT(1:8) TO WS-MASKED-ACCT
           MOVE SPACES TO VARIANCELINE
           STRING "          PAYING TO SORT " SPT-BANKSORT(SPT-IDX)
               " ACCT " WS-MASKED-ACCT
               DELIMITED BY SIZE INTO VARIANCELINE
           END-STRING
           PERFORM WRITE-VARIANCE-LINE
       END-IF.

PRINT-VARIANCE-SUMMARY.
       MOVE SPACES TO VARIANCELINE
       PERFORM WRITE-VARIANCE-LINE
       MOVE PVT-STAGED-NET TO PRN-TOTAL
       MOVE SPACES TO VARIANCELINE
       STRING "STAGED CREDITS " PVT-STAGED-COUNT
           "  TOTAL NET PAY " PRN-TOTAL
           DELIMITED BY SIZE INTO VARIANCELINE
       END-STRING
       PERFORM WRITE-VARIANCE-LINE
       MOVE SPACES TO VARIANCELINE
       STRING "NET PAY VARIANCES " PVT-NET-VARIANCES
           "  NEW JOINERS " PVT-NEW-JOINERS
           "  BANK CHANGES " PVT-BANK-CHANGES
           "  LEAVERS PAID " PVT-LEAVERS-PAID
           "  SHARED ACCOUNTS " PVT-SHARED-ACCOUNTS
           DELIMITED BY SIZE INTO VARIANCELINE
       END-STRING
       PERFORM WRITE-VARIANCE-LINE
       IF PVT-EXCEPTIONS EQUAL TO ZERO
           MOVE "NO EXCEPTIONS - READY FOR RELEASE" TO VARIANCELINE
       ELSE
           MOVE SPACES TO VARIANCELINE
           STRING PVT-EXCEPTIONS " EXCEPTION(S) FOR SUPERVISOR "
               "REVIEW IN PAYRELEASE"
               DELIMITED BY SIZE INTO VARIANCELINE
           END-STRING
       END-IF
       PERFORM WRITE-VARIANCE-LINE.

READ-STAGED-PAY-RECORD.
       READ STAGEDPAYFILE AT END SET ENDOFSTAGEDPAY TO TRUE
       END-READ.

READ-PAY-REGISTER-RECORD.
       READ PAYREGISTERFILE AT END SET ENDOFPAYREGISTER TO TRUE
       END-READ.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-VARIANCE-RECORD.
       WRITE PAYVARIANCEREC
       IF WS-PVX-STATUS NOT EQUAL TO "00"
           MOVE "PAYVARIANCEFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PVX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-VARIANCE-LINE.
       WRITE VARIANCELINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "VARIANCEREPORT" TO ABEND-FILE-NAME
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
