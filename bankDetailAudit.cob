IDENTIFICATION DIVISION.
PROGRAM-ID. BANKDETAILAUDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BANKMANDATEFILE ASSIGN TO "BankMandates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "Employee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

       SELECT AUDITREPORTFILE ASSIGN TO "BankDetailAudit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BANKMANDATEFILE.
       COPY "BANKMANDATE.cpy"
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     EMPLOYEEFILE.
01     EMPLOYEEDETAILS.
       02  EMPENTRYDETAILS.
           03  EMPSSN              PIC 9(9).
           03  EMPNAME.
               04  EMPSURNAME      PIC X(15).
               04  EMPFORENAME     PIC X(10).
           03  EMPDATEOFBIRTH.
               04  EMPYOB          PIC 9(4).
               04  EMPMOB          PIC 99.
               04  EMPDOB          PIC 99.
           03  EMPGENDER           PIC X.
           03  EMPDEPTCODE         PIC X(3).
           03  EMPJOBCODE          PIC X(4).
       02  EMPENTRYTIMESTAMP       PIC 9(14).
       02  EMPOPERATORID           PIC X(8).
       02  EMPSTATUS               PIC X.
           88  EMPLOYEE-ACTIVE     VALUE "A".
           88  EMPLOYEE-TERMINATED VALUE "T".
       02  EMPTERMDATE             PIC 9(8).
       02  EMPPAYDETAILS.
           03  EMPSALARY           PIC 9(7)V99.
           03  EMPGRADE            PIC X(2).
           03  EMPBANKSORT         PIC 9(6).
           03  EMPBANKACCT         PIC 9(8).

FD     AUDITREPORTFILE.
01     AUDITREPORTLINE             PIC X(100).

WORKING-STORAGE SECTION.
01     WS-BMD-STATUS               PIC XX.
01     WS-EMP-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-BMD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFMANDATES           VALUE "Y".
01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-BANK-RESULT              PIC 9.
       88  BANK-DETAILS-VALID      VALUE 0.
01     WS-BANK-REASON              PIC X(30).

01     AUDIT-TOTALS.
       02  BDA-MANDATES-CHECKED    PIC 9(7) VALUE ZERO.
       02  BDA-MANDATES-FAILED     PIC 9(7) VALUE ZERO.
       02  BDA-EMPLOYEES-CHECKED   PIC 9(7) VALUE ZERO.
       02  BDA-EMPLOYEES-FAILED    PIC 9(7) VALUE ZERO.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE "BANK DETAIL AUDIT".
01     WS-REG-FILENAME             PIC X(40) VALUE "BankDetailAudit.rpt".
01     WS-REG-PROGRAM              PIC X(12) VALUE "BANKDTLAUDIT".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.

01     PRN-COUNT                   PIC ZZZ,ZZ9.

01     MANDATEFAILLINE.
       02  FILLER                  PIC X(9) VALUE "MANDATE  ".
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(16) VALUE SPACES.
       02  FILLER                  PIC X(6) VALUE "SORT ".
       02  PRN-MANDATE-BANKSORT    PIC 9(6).
       02  FILLER                  PIC X(6) VALUE " ACCT ".
       02  PRN-MANDATE-BANKACCT    PIC X(8).
       02  FILLER                  PIC X(8) VALUE " STATUS ".
       02  PRN-MANDATE-STATUS      PIC X.
       02  FILLER                  PIC X(3) VALUE " - ".
       02  PRN-MANDATE-REASON      PIC X(30).

01     EMPLOYEEFAILLINE.
       02  FILLER                  PIC X(9) VALUE "EMPLOYEE ".
       02  PRN-EMPSSN              PIC X(9).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-EMPSURNAME          PIC X(15).
       02  FILLER                  PIC X VALUE SPACE.
       02  FILLER                  PIC X(6) VALUE "SORT ".
       02  PRN-EMP-BANKSORT        PIC 9(6).
       02  FILLER                  PIC X(6) VALUE " ACCT ".
       02  PRN-EMP-BANKACCT        PIC X(8).
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(3) VALUE " - ".
       02  PRN-EMP-REASON          PIC X(30).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       OPEN OUTPUT AUDITREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "AUDITREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO AUDITREPORTLINE
       STRING "BANK DETAIL AUDIT AGAINST CURRENT MODULUS RULES - RUN "
           "ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       MOVE SPACES TO AUDITREPORTLINE
       PERFORM WRITE-AUDIT-REPORT-LINE
       PERFORM AUDIT-BANK-MANDATES
       PERFORM AUDIT-EMPLOYEE-PAY-DETAILS
       PERFORM PRINT-AUDIT-SUMMARY
       CLOSE AUDITREPORTFILE
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "BANKDETAILAUDIT -- MANDATES CHECKED: "
           BDA-MANDATES-CHECKED "  FAILED: " BDA-MANDATES-FAILED
           "  EMPLOYEES CHECKED: " BDA-EMPLOYEES-CHECKED
           "  FAILED: " BDA-EMPLOYEES-FAILED
       IF BDA-MANDATES-FAILED GREATER THAN ZERO
               OR BDA-EMPLOYEES-FAILED GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

AUDIT-BANK-MANDATES.
       OPEN INPUT BANKMANDATEFILE
       IF WS-BMD-STATUS EQUAL TO "35"
           DISPLAY "NO BANK MANDATE FILE PRESENT - SKIPPED"
       ELSE
       IF WS-BMD-STATUS NOT EQUAL TO "00"
           MOVE "BANKMANDATEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BMD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           PERFORM READ-BANK-MANDATE-RECORD
           PERFORM UNTIL ENDOFMANDATES
               ADD 1 TO BDA-MANDATES-CHECKED
               CALL "VALIDATEBANKDETAILS" USING BMD-BANKSORT,
                   BMD-BANKACCT, WS-BANK-RESULT, WS-BANK-REASON
               IF NOT BANK-DETAILS-VALID
                   ADD 1 TO BDA-MANDATES-FAILED
                   MOVE BMD-SUBSCRIBERID TO PRN-SUBSCRIBERID
                   MOVE BMD-BANKSORT TO PRN-MANDATE-BANKSORT
                   MOVE "BANK" TO WS-MSK-FIELD-TYPE
                   MOVE BMD-BANKACCT TO WS-MSK-VALUE-IN
                   PERFORM MASK-SENSITIVE-VALUE
                   MOVE WS-MSK-VALUE-OUT TO PRN-MANDATE-BANKACCT
                   MOVE BMD-STATUS TO PRN-MANDATE-STATUS
                   MOVE WS-BANK-REASON TO PRN-MANDATE-REASON
                   MOVE MANDATEFAILLINE TO AUDITREPORTLINE
                   PERFORM WRITE-AUDIT-REPORT-LINE
               END-IF
               PERFORM READ-BANK-MANDATE-RECORD
           END-PERFORM
           CLOSE BANKMANDATEFILE
       END-IF
       END-IF.

AUDIT-EMPLOYEE-PAY-DETAILS.
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS EQUAL TO "35"
           DISPLAY "NO EMPLOYEE FILE PRESENT - SKIPPED"
       ELSE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
           MOVE "EMPLOYEEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           PERFORM READ-EMPLOYEE-RECORD
           PERFORM UNTIL ENDOFEMPLOYEES
               IF EMPLOYEE-ACTIVE
                   ADD 1 TO BDA-EMPLOYEES-CHECKED
                   CALL "VALIDATEBANKDETAILS" USING EMPBANKSORT,
                       EMPBANKACCT, WS-BANK-RESULT, WS-BANK-REASON
                   IF NOT BANK-DETAILS-VALID
                       ADD 1 TO BDA-EMPLOYEES-FAILED
                       MOVE "SSN" TO WS-MSK-FIELD-TYPE
                       MOVE EMPSSN TO WS-MSK-VALUE-IN
                       PERFORM MASK-SENSITIVE-VALUE
                       MOVE WS-MSK-VALUE-OUT TO PRN-EMPSSN
                       MOVE EMPSURNAME TO PRN-EMPSURNAME
                       MOVE EMPBANKSORT TO PRN-EMP-BANKSORT
                       MOVE "BANK" TO WS-MSK-FIELD-TYPE
                       MOVE EMPBANKACCT TO WS-MSK-VALUE-IN
                       PERFORM MASK-SENSITIVE-VALUE
                       MOVE WS-MSK-VALUE-OUT TO PRN-EMP-BANKACCT
                       MOVE WS-BANK-REASON TO PRN-EMP-REASON
                       MOVE EMPLOYEEFAILLINE TO AUDITREPORTLINE
                       PERFORM WRITE-AUDIT-REPORT-LINE
                   END-IF
               END-IF
               PERFORM READ-EMPLOYEE-RECORD
           END-PERFORM
           CLOSE EMPLOYEEFILE
       END-IF
       END-IF.

PRINT-AUDIT-SUMMARY.
       MOVE SPACES TO AUDITREPORTLINE
       PERFORM WRITE-AUDIT-REPORT-LINE
       MOVE BDA-MANDATES-CHECKED TO PRN-COUNT
       MOVE SPACES TO AUDITREPORTLINE
       STRING "MANDATES CHECKED:   " PRN-COUNT
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       MOVE BDA-MANDATES-FAILED TO PRN-COUNT
       MOVE SPACES TO AUDITREPORTLINE
       STRING "MANDATES FAILING:   " PRN-COUNT
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       MOVE BDA-EMPLOYEES-CHECKED TO PRN-COUNT
       MOVE SPACES TO AUDITREPORTLINE
       STRING "EMPLOYEES CHECKED:  " PRN-COUNT
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       MOVE BDA-EMPLOYEES-FAILED TO PRN-COUNT
       MOVE SPACES TO AUDITREPORTLINE
       STRING "EMPLOYEES FAILING:  " PRN-COUNT
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE.

READ-BANK-MANDATE-RECORD.
       READ BANKMANDATEFILE NEXT RECORD
           AT END SET ENDOFMANDATES TO TRUE
       END-READ
       IF WS-BMD-STATUS NOT EQUAL TO "00"
               AND WS-BMD-STATUS NOT EQUAL TO "10"
           MOVE "BANKMANDATEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-BMD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE
           AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ
       IF WS-EMP-STATUS NOT EQUAL TO "00"
               AND WS-EMP-STATUS NOT EQUAL TO "10"
           MOVE "EMPLOYEEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-EMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-REG-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-AUDIT-REPORT-LINE.
       WRITE AUDITREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "AUDITREPORTFILE" TO ABEND-FILE-NAME
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
