           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT RELEASEDYTDFILE ASSIGN TO DYNAMIC WS-RYT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RYT-STATUS.

       SELECT PAYROLLYTDFILE ASSIGN TO "PayrollYtd.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PYT-EMPSSN
           FILE STATUS IS WS-PYT-STATUS.

DATA DIVISION.
FILE SECTION.

       02  PHD-STATUS              PIC X.
           88  HOLD-IS-OPEN        VALUE "H".
           88  HOLD-REISSUED       VALUE "R".
           88  HOLD-IS-CANCELLED   VALUE "C".
       02  PHD-REASON              PIC X(2).

FD     PAYHOLDWORKFILE.
01     PAYHOLDWORKREC              PIC X(27).

FD     REISSUEPAYFILE.
01     REISSUEPAYREC.
FD     RETURNSREPORTFILE.
01     RETURNSREPORTLINE           PIC X(100).

FD     RELEASEDYTDFILE.
       COPY "PAYROLLYTDMOVE.cpy"
           REPLACING ==:RECNAME:== BY ==RELEASEDYTDREC==
                     ==:PREFIX:==  BY ==RYT-==.

FD     PAYROLLYTDFILE.
       COPY "PAYROLLYTD.cpy"
           REPLACING ==:RECNAME:== BY ==PAYROLLYTDREC==
                     ==:PREFIX:==  BY ==PYT-==.

WORKING-STORAGE SECTION.
01     WS-RTN-STATUS               PIC XX.
01     WS-BNK-STATUS               PIC XX.
01     WS-PHW-STATUS               PIC XX.
01     WS-RIS-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-RYT-STATUS               PIC XX.
01     WS-PYT-STATUS               PIC XX.

01     WS-BNK-FILENAME             PIC X(40).
01     WS-RIS-FILENAME             PIC X(40).
01     WS-RYT-FILENAME             PIC X(40).

01     WS-RTN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBANKRETURNS        VALUE "Y".
       88  ENDOFPAYHOLDS           VALUE "Y".
01     WS-PHW-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFHOLDWORK           VALUE "Y".
01     WS-RYT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFRELEASEDYTD        VALUE "Y".

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-EMP-FOUND-SWITCH         PIC X.
       88  EMPLOYEE-MATCHED        VALUE "Y".
01     WS-MATCHED-EMPSSN           PIC 9(9).
01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "PAYROLL BANK RETURNS".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.

01     WS-REISSUE-SSN              PIC X(9).
01     WS-NEW-BANKSORT             PIC X(6).
01     WS-NEW-BANKACCT             PIC X(8).
01     WS-REISSUE-TOTAL            PIC 9(9)V99.
01     WS-CHECK-BANKSORT           PIC 9(6).
01     WS-CHECK-BANKACCT           PIC 9(8).
01     WS-BANK-RESULT              PIC 9.
       88  BANK-DETAILS-VALID      VALUE 0.
01     WS-BANK-REASON              PIC X(30).
01     WS-REISSUE-COUNT            PIC 9(3).

01     WS-SIGNON-OPERATOR          PIC X(8).
01     WS-SIGNON-ROLE              PIC X.
       88  SIGNED-ON-SUPERVISOR    VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-WORKED           VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "PAYRETURNS".

01     WS-OPEN-HOLD-COUNT          PIC 9(3).
01     WS-HOLD-REASON-CHECK        PIC X(2).
       88  VARIANCE-HOLD-REASON    VALUES "NV" "NJ" "LP" "DB" "HD".
01     WS-NEW-BANK-SWITCH          PIC X.
       88  NEW-BANK-DETAILS-NEEDED VALUE "Y".
01     WS-CANCEL-PERIOD            PIC X(6).
01     WS-CANCEL-AMOUNT            PIC 9(7)V99.
01     WS-CANCEL-REASON            PIC X(2).
01     WS-CANCEL-SWITCH            PIC X.
       88  HOLD-TO-CANCEL-FOUND    VALUE "Y".
       88  HOLD-NOW-CANCELLED      VALUE "C".
01     WS-CONFIRM                  PIC X.
       88  CANCEL-CONFIRMED        VALUE "Y" "y".
01     WS-RYT-FOUND-SWITCH         PIC X.
       88  RELEASED-MOVEMENT-FOUND VALUE "Y".
01     WS-YTD-REVERSED-SWITCH      PIC X VALUE "N".
       88  YTD-REVERSED            VALUE "Y".

01     RETURNS-TOTALS.
       02  PRT-RETURNS-READ        PIC 9(5) VALUE ZERO.
       02  PRT-HOLDS-CREATED       PIC 9(5) VALUE ZERO.
               PERFORM PROCESS-BANK-RETURNS
           WHEN WS-RUN-PARM(1:7) EQUAL TO "REISSUE"
               PERFORM REISSUE-HELD-PAYMENTS
           WHEN WS-RUN-PARM(1:6) EQUAL TO "CANCEL"
               PERFORM CANCEL-HELD-PAYMENT
           WHEN OTHER
               DISPLAY "PAYRETURNS REQUIRES RETURNS, REISSUE OR CANCEL"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       PERFORM MATCH-ORIGINAL-BANK-CREDIT
       IF NOT ORIGINAL-CREDIT-FOUND
           ADD 1 TO PRT-UNMATCHED
           MOVE "BANK" TO WS-MSK-FIELD-TYPE
           MOVE RTN-BANKACCT TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE SPACES TO RETURNSREPORTLINE
           STRING "NO ORIGINAL CREDIT FOR SORT " RTN-BANKSORT
               " ACCT " WS-MSK-VALUE-OUT(1:8) " PERIOD " RTN-PAYPERIOD
               DELIMITED BY SIZE INTO RETURNSREPORTLINE
           END-STRING
           PERFORM WRITE-RETURNS-REPORT-LINE
       PERFORM MATCH-EMPLOYEE-BY-BANK
       IF NOT EMPLOYEE-MATCHED
           ADD 1 TO PRT-UNMATCHED
           MOVE "BANK" TO WS-MSK-FIELD-TYPE
           MOVE RTN-BANKACCT TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE SPACES TO RETURNSREPORTLINE
           STRING "CREDIT MATCHED BUT NO EMPLOYEE CARRIES SORT "
               RTN-BANKSORT " ACCT " WS-MSK-VALUE-OUT(1:8)
               DELIMITED BY SIZE INTO RETURNSREPORTLINE
           END-STRING
           PERFORM WRITE-RETURNS-REPORT-LINE
           CLOSE PAYHOLDFILE
           ADD 1 TO PRT-HOLDS-CREATED
           MOVE RTN-AMOUNT TO PRN-AMOUNT
           MOVE "SSN" TO WS-MSK-FIELD-TYPE
           MOVE WS-MATCHED-EMPSSN TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE SPACES TO RETURNSREPORTLINE
           STRING "EMPLOYEE " WS-MSK-VALUE-OUT(1:9)
               " PAYMENT OF " PRN-AMOUNT
               " RETURNED (" RTN-REASON ") - FUTURE PAYMENTS HELD"
               DELIMITED BY SIZE INTO RETURNSREPORTLINE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CHECK-OPEN-HOLDS
       IF WS-OPEN-HOLD-COUNT EQUAL TO ZERO
           DISPLAY "NO OPEN HELD PAYMENTS FOR EMPLOYEE "
               WS-REISSUE-SSN
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF NOT NEW-BANK-DETAILS-NEEDED
           PERFORM FETCH-EMPLOYEE-BANK-DETAILS
       END-IF
       IF NOT NEW-BANK-DETAILS-NEEDED
           PERFORM SIGN-ON-SUPERVISOR
           DISPLAY "VARIANCE HOLDS RE-ISSUED TO THE BANK DETAILS ON "
               "FILE BY " WS-SIGNON-OPERATOR
           PERFORM PAY-OUT-HELD-AMOUNTS
           STOP RUN
       END-IF
       DISPLAY "ENTER CORRECTED BANK SORT CODE (6 DIGITS): "
       ACCEPT WS-NEW-BANKSORT
       DISPLAY "ENTER CORRECTED BANK ACCOUNT (8 DIGITS): "
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-NEW-BANKSORT TO WS-CHECK-BANKSORT
       MOVE WS-NEW-BANKACCT TO WS-CHECK-BANKACCT
       CALL "VALIDATEBANKDETAILS" USING WS-CHECK-BANKSORT,
           WS-CHECK-BANKACCT, WS-BANK-RESULT, WS-BANK-REASON
       IF NOT BANK-DETAILS-VALID
           DISPLAY "BANK DETAILS REJECTED - " WS-BANK-REASON
               " - RE-ISSUE REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UPDATE-EMPLOYEE-BANK-DETAILS
       PERFORM PAY-OUT-HELD-AMOUNTS
       STOP RUN.

CHECK-OPEN-HOLDS.
       MOVE ZERO TO WS-OPEN-HOLD-COUNT
       MOVE "N" TO WS-NEW-BANK-SWITCH
       OPEN INPUT PAYHOLDFILE
       IF WS-PHD-STATUS EQUAL TO "00"
           MOVE "N" TO WS-PHD-EOF-SWITCH
           PERFORM READ-PAY-HOLD-RECORD
           PERFORM UNTIL ENDOFPAYHOLDS
               IF PHD-EMPSSN EQUAL TO WS-REISSUE-SSN AND HOLD-IS-OPEN
                   ADD 1 TO WS-OPEN-HOLD-COUNT
                   MOVE PHD-REASON TO WS-HOLD-REASON-CHECK
                   IF NOT VARIANCE-HOLD-REASON
                       SET NEW-BANK-DETAILS-NEEDED TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PAY-HOLD-RECORD
           END-PERFORM
           CLOSE PAYHOLDFILE
       END-IF.

FETCH-EMPLOYEE-BANK-DETAILS.
       MOVE "N" TO WS-EMP-FOUND-SWITCH
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
           DISPLAY "EMPLOYEE FILE UNAVAILABLE - RE-ISSUE REFUSED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "N" TO WS-EMP-EOF-SWITCH
       PERFORM READ-EMPLOYEE-RECORD
       PERFORM UNTIL ENDOFEMPLOYEES
           IF EMPSSN EQUAL TO WS-REISSUE-SSN
               SET EMPLOYEE-MATCHED TO TRUE
               MOVE EMPBANKSORT TO WS-CHECK-BANKSORT
               MOVE EMPBANKACCT TO WS-CHECK-BANKACCT
           END-IF
           PERFORM READ-EMPLOYEE-RECORD
       END-PERFORM
       CLOSE EMPLOYEEFILE
       IF NOT EMPLOYEE-MATCHED
           DISPLAY "EMPLOYEE " WS-REISSUE-SSN " NOT ON FILE - "
               "RE-ISSUE REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       CALL "VALIDATEBANKDETAILS" USING WS-CHECK-BANKSORT,
           WS-CHECK-BANKACCT, WS-BANK-RESULT, WS-BANK-REASON
       IF BANK-DETAILS-VALID
           MOVE WS-CHECK-BANKSORT TO WS-NEW-BANKSORT
           MOVE WS-CHECK-BANKACCT TO WS-NEW-BANKACCT
       ELSE
           DISPLAY "BANK DETAILS ON FILE REJECTED - " WS-BANK-REASON
           SET NEW-BANK-DETAILS-NEEDED TO TRUE
       END-IF.

CANCEL-HELD-PAYMENT.
       PERFORM SIGN-ON-SUPERVISOR
       DISPLAY "ENTER EMPLOYEE SSN OF THE HELD PAYMENT (9 DIGITS): "
       ACCEPT WS-REISSUE-SSN
       DISPLAY "ENTER PAY PERIOD OF THE HELD PAYMENT (YYYYMM): "
       ACCEPT WS-CANCEL-PERIOD
       IF WS-REISSUE-SSN NOT NUMERIC OR WS-CANCEL-PERIOD NOT NUMERIC
           DISPLAY "SSN AND PAY PERIOD MUST BE NUMERIC - "
               "CANCEL REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM FIND-HOLD-TO-CANCEL
       IF NOT HOLD-TO-CANCEL-FOUND
           DISPLAY "NO OPEN HELD PAYMENT FOR EMPLOYEE " WS-REISSUE-SSN
               " IN PERIOD " WS-CANCEL-PERIOD
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-CANCEL-AMOUNT TO PRN-AMOUNT
       DISPLAY "HELD PAYMENT OF " PRN-AMOUNT " FOR PERIOD "
           WS-CANCEL-PERIOD " (" WS-CANCEL-REASON ")"
       DISPLAY "CANCEL THIS PAYMENT - IT WILL NOT BE PAID (Y/N): "
       ACCEPT WS-CONFIRM
       IF NOT CANCEL-CONFIRMED
           DISPLAY "CANCEL NOT CONFIRMED - PAYMENT LEFT ON HOLD"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM MARK-HOLD-CANCELLED
       PERFORM REVERSE-CREDIT-YTD
       DISPLAY "PAYRETURNS -- HELD PAYMENT OF " PRN-AMOUNT " FOR "
           WS-REISSUE-SSN " PERIOD " WS-CANCEL-PERIOD
           " CANCELLED BY " WS-SIGNON-OPERATOR
       IF NOT YTD-REVERSED
           DISPLAY "  PAYROLL YTD NOT REVERSED - ADJUST IT MANUALLY"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

FIND-HOLD-TO-CANCEL.
       MOVE "N" TO WS-CANCEL-SWITCH
       OPEN INPUT PAYHOLDFILE
       IF WS-PHD-STATUS EQUAL TO "00"
           MOVE "N" TO WS-PHD-EOF-SWITCH
           PERFORM READ-PAY-HOLD-RECORD
           PERFORM UNTIL ENDOFPAYHOLDS OR HOLD-TO-CANCEL-FOUND
               IF PHD-EMPSSN EQUAL TO WS-REISSUE-SSN
                       AND PHD-PAYPERIOD EQUAL TO WS-CANCEL-PERIOD
                       AND HOLD-IS-OPEN
                   SET HOLD-TO-CANCEL-FOUND TO TRUE
                   MOVE PHD-AMOUNT TO WS-CANCEL-AMOUNT
                   MOVE PHD-REASON TO WS-CANCEL-REASON
               ELSE
                   PERFORM READ-PAY-HOLD-RECORD
               END-IF
           END-PERFORM
           CLOSE PAYHOLDFILE
       END-IF.

MARK-HOLD-CANCELLED.
       OPEN INPUT PAYHOLDFILE
       OPEN OUTPUT PAYHOLDWORKFILE
       MOVE "N" TO WS-PHD-EOF-SWITCH
       PERFORM READ-PAY-HOLD-RECORD
       PERFORM UNTIL ENDOFPAYHOLDS
           IF PHD-EMPSSN EQUAL TO WS-REISSUE-SSN
                   AND PHD-PAYPERIOD EQUAL TO WS-CANCEL-PERIOD
                   AND HOLD-IS-OPEN
                   AND HOLD-TO-CANCEL-FOUND
               MOVE "C" TO PHD-STATUS
               SET HOLD-NOW-CANCELLED TO TRUE
           END-IF
           MOVE PAYHOLDREC TO PAYHOLDWORKREC
           WRITE PAYHOLDWORKREC
           PERFORM READ-PAY-HOLD-RECORD
       END-PERFORM
       CLOSE PAYHOLDFILE
       CLOSE PAYHOLDWORKFILE
       PERFORM COPY-BACK-PAY-HOLD-FILE.

REVERSE-CREDIT-YTD.
       MOVE "N" TO WS-RYT-FOUND-SWITCH
       MOVE SPACES TO WS-RYT-FILENAME
       STRING "PayrollYtd-" WS-CANCEL-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-RYT-FILENAME
       END-STRING
       OPEN INPUT RELEASEDYTDFILE
       IF WS-RYT-STATUS EQUAL TO "00"
           PERFORM READ-RELEASED-YTD-RECORD
           PERFORM UNTIL ENDOFRELEASEDYTD OR RELEASED-MOVEMENT-FOUND
               IF RYT-EMPSSN EQUAL TO WS-REISSUE-SSN
                   SET RELEASED-MOVEMENT-FOUND TO TRUE
               ELSE
                   PERFORM READ-RELEASED-YTD-RECORD
               END-IF
           END-PERFORM
           CLOSE RELEASEDYTDFILE
       END-IF
       IF NOT RELEASED-MOVEMENT-FOUND
           DISPLAY "NO RELEASED YTD MOVEMENT FOR " WS-REISSUE-SSN
               " IN " WS-RYT-FILENAME
       ELSE
           OPEN I-O PAYROLLYTDFILE
           IF WS-PYT-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYROLL YTD MASTER UNAVAILABLE - FILE STATUS "
                   WS-PYT-STATUS
           ELSE
               MOVE WS-REISSUE-SSN TO PYT-EMPSSN
               READ PAYROLLYTDFILE
                   INVALID KEY
                       DISPLAY "NO PAYROLL YTD RECORD FOR "
                           WS-REISSUE-SSN
               END-READ
               IF WS-PYT-STATUS EQUAL TO "00"
                   PERFORM TAKE-BACK-YTD-MOVEMENT
               END-IF
               CLOSE PAYROLLYTDFILE
           END-IF
       END-IF.

TAKE-BACK-YTD-MOVEMENT.
       IF PYT-TAXYEAR NOT EQUAL TO RYT-TAXYEAR
           DISPLAY "PAYROLL YTD FOR " WS-REISSUE-SSN " HAS MOVED ON TO "
               "TAX YEAR " PYT-TAXYEAR
       ELSE
       IF PYT-GROSS-YTD LESS THAN RYT-GROSS
               OR PYT-TAX-YTD LESS THAN RYT-TAX
               OR PYT-PENSION-YTD LESS THAN RYT-PENSION
               OR PYT-PRETAX-BENEFIT-YTD LESS THAN RYT-PRETAX-BENEFIT
               OR PYT-POSTTAX-BENEFIT-YTD LESS THAN RYT-POSTTAX-BENEFIT
           DISPLAY "PAYROLL YTD FOR " WS-REISSUE-SSN
               " IS LESS THAN THE MOVEMENT TO REVERSE"
       ELSE
           SUBTRACT RYT-GROSS FROM PYT-GROSS-YTD
           SUBTRACT RYT-TAX FROM PYT-TAX-YTD
           SUBTRACT RYT-PENSION FROM PYT-PENSION-YTD
           SUBTRACT RYT-PRETAX-BENEFIT FROM PYT-PRETAX-BENEFIT-YTD
           SUBTRACT RYT-POSTTAX-BENEFIT FROM PYT-POSTTAX-BENEFIT-YTD
           IF PYT-PERIODS-PAID GREATER THAN ZERO
               SUBTRACT 1 FROM PYT-PERIODS-PAID
           END-IF
           REWRITE PAYROLLYTDREC
           IF WS-PYT-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR UPDATING PAYROLL YTD - FILE STATUS "
                   WS-PYT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET YTD-REVERSED TO TRUE
           MOVE RYT-GROSS TO PRN-AMOUNT
           DISPLAY "PAYROLL YTD REVERSED - GROSS " PRN-AMOUNT
           MOVE RYT-TAX TO PRN-AMOUNT
           DISPLAY "                       TAX   " PRN-AMOUNT
           MOVE RYT-PENSION TO PRN-AMOUNT
           DISPLAY "                       PENSION " PRN-AMOUNT
       END-IF
       END-IF.

SIGN-ON-SUPERVISOR.
       CALL "SIGNON" USING WS-SIGNON-OPERATOR, WS-SIGNON-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-WORKED
           DISPLAY "REQUEST REFUSED - SIGN-ON FAILED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF NOT SIGNED-ON-SUPERVISOR
           DISPLAY "REQUEST REFUSED - OPERATOR "
               WS-SIGNON-OPERATOR
               " DOES NOT HOLD THE SUPERVISOR ROLE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

UPDATE-EMPLOYEE-BANK-DETAILS.
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
       CLOSE PAYHOLDFILE
       CLOSE PAYHOLDWORKFILE
       CLOSE REISSUEPAYFILE
       PERFORM COPY-BACK-PAY-HOLD-FILE
       MOVE WS-REISSUE-TOTAL TO PRN-AMOUNT
       DISPLAY "PAYRETURNS -- " WS-REISSUE-COUNT
           " HELD PAYMENT(S) RE-ISSUED TOTALLING " PRN-AMOUNT
           " IN " WS-RIS-FILENAME
       END-IF.

COPY-BACK-PAY-HOLD-FILE.
       OPEN INPUT PAYHOLDWORKFILE
       OPEN OUTPUT PAYHOLDFILE
       MOVE "N" TO WS-PHW-EOF-SWITCH
           PERFORM READ-HOLD-WORK-RECORD
       END-PERFORM
       CLOSE PAYHOLDWORKFILE
       CLOSE PAYHOLDFILE.

READ-BANK-RETURN.
       READ BANKRETURNSFILE AT END SET ENDOFBANKRETURNS TO TRUE
       READ PAYHOLDWORKFILE AT END SET ENDOFHOLDWORK TO TRUE
       END-READ.

READ-RELEASED-YTD-RECORD.
       READ RELEASEDYTDFILE AT END SET ENDOFRELEASEDYTD TO TRUE
       END-READ.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-RETURNS-REPORT-LINE.
       WRITE RETURNSREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
