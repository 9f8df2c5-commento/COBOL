       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "LISTING7-3".
01     WS-RHL-STATUS           PIC XX.
01     WS-RUNHISTORY-EVENT     PIC X(5).
01     WS-RUNHISTORY-RC        PIC 99.
       02  INT-BANKSORT        PIC X(6).
       02  INT-BANKACCT        PIC X(8).

01     WS-BANK-RESULT          PIC 9.
       88  BANK-DETAILS-VALID  VALUE 0.
01     WS-BANK-REASON          PIC X(30).

01     INTAKE-SUMMARY-COUNTS.
       02  NHI-RECORDS-READ    PIC 9(5) VALUE ZERO.
       02  NHI-RECORDS-ACCEPTED PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
           MOVE ZERO TO EMPBANKACCT
       END-IF
       PERFORM VALIDATE-EMPLOYEE-ENTRY
       MOVE ZERO TO WS-BANK-RESULT
       IF ENTRY-IS-VALID
           PERFORM VALIDATE-EMPLOYEE-BANK-DETAILS
           IF NOT BANK-DETAILS-VALID
               SET ENTRY-NOT-VALID TO TRUE
           END-IF
       END-IF
       IF ENTRY-IS-VALID
           PERFORM STAMP-EMPLOYEE-AUDIT-FIELDS
           ADD 1 TO WS-INTAKE-COUNT
           ADD 1 TO NHI-RECORDS-REJECTED
           IF DUPLICATE-SSN-FOUND
               MOVE "DUPLICATE SSN" TO EQT-REASON
           ELSE
           IF NOT BANK-DETAILS-VALID
               MOVE SPACES TO EQT-REASON
               STRING "INVALID BANK - " WS-BANK-REASON
                   DELIMITED BY SIZE INTO EQT-REASON
               END-STRING
           ELSE
               MOVE "INVALID FORMAT" TO EQT-REASON
           END-IF
           END-IF
           PERFORM WRITE-EMPLOYEE-QUARANTINE-RECORD
       END-IF.

       END-REWRITE.

GET-EMPLOYEE-PAY-DETAILS.
       MOVE 1 TO WS-BANK-RESULT
       PERFORM UNTIL BANK-DETAILS-VALID
           DISPLAY "ENTER ANNUAL SALARY (9 DIGITS, PENCE IMPLIED) "
               "GRADE (2) BANK SORT CODE (6) ACCOUNT (8)"
           ACCEPT EMPPAYDETAILS
           IF EMPSALARY NOT NUMERIC
               MOVE ZERO TO EMPSALARY
           END-IF
           IF EMPBANKSORT NOT NUMERIC
               MOVE ZERO TO EMPBANKSORT
           END-IF
           IF EMPBANKACCT NOT NUMERIC
               MOVE ZERO TO EMPBANKACCT
           END-IF
           PERFORM VALIDATE-EMPLOYEE-BANK-DETAILS
           IF NOT BANK-DETAILS-VALID
               DISPLAY "BANK DETAILS REJECTED - " WS-BANK-REASON
                   " - PLEASE RE-ENTER"
           END-IF
       END-PERFORM.

VALIDATE-EMPLOYEE-BANK-DETAILS.
       IF EMPBANKSORT EQUAL TO ZERO AND EMPBANKACCT EQUAL TO ZERO
           MOVE ZERO TO WS-BANK-RESULT
       ELSE
           CALL "VALIDATEBANKDETAILS" USING EMPBANKSORT, EMPBANKACCT,
               WS-BANK-RESULT, WS-BANK-REASON
       END-IF.

STAMP-EMPLOYEE-AUDIT-FIELDS.
