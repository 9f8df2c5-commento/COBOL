IDENTIFICATION DIVISION.
PROGRAM-ID. SALARYADVANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ADVANCEFILE ASSIGN TO "EmployeeAdvances.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADV-ADVANCE-KEY
           FILE STATUS IS WS-ADV-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "Employee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

DATA DIVISION.
FILE SECTION.

FD     ADVANCEFILE.
       COPY "EMPLOYEEADVANCE.cpy"
           REPLACING ==:RECNAME:== BY ==ADVANCEREC==
                     ==:PREFIX:==  BY ==ADV-==.

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
           88  EMPLOYEE-ACTIVE     VALUE "A".
       02  EMPTERMDATE             PIC 9(8).
       02  EMPPAYDETAILS           PIC X(25).

WORKING-STORAGE SECTION.
01     WS-ADV-STATUS               PIC XX.
01     WS-EMP-STATUS               PIC XX.

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "SALARYADVANCE".

01     TRANSACTION-CODE            PIC X.
       88  TRANSACTION-IS-ADD      VALUE "A" "a".
       88  TRANSACTION-IS-QUERY    VALUE "Q" "q".
       88  TRANSACTION-IS-REPAY    VALUE "R" "r".

01     ADVANCE-ENTRY.
       02  ADE-EMPSSN              PIC X(9).
       02  ADE-ADVANCE-REF         PIC X(8).
       02  ADE-DESCRIPTION         PIC X(25).
       02  ADE-AMOUNT              PIC X(9).

01     ADVANCE-KEY-ENTRY.
       02  AKE-EMPSSN              PIC X(9).
       02  AKE-ADVANCE-REF         PIC X(8).

01     WS-REPAYMENT-ENTRY          PIC X(9).
01     WS-ENTRY-DIGITS             PIC 9(9).
01     WS-REPAYMENT                PIC 9(7)V99.
01     WS-ADVANCE-BALANCE          PIC 9(7)V99.

01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".
01     WS-EMP-FOUND-SWITCH         PIC X.
       88  EMPLOYEE-KNOWN          VALUE "Y".

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$9.99.
01     PRN-AMOUNT-3                PIC $$$,$$$,$$9.99.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       EVALUATE WS-RUN-PARM(1:6)
           WHEN "MAINT "
               PERFORM MAINTAIN-SALARY-ADVANCES
           WHEN OTHER
               DISPLAY "SALARYADVANCE REQUIRES MAINT ON THE COMMAND"
                   " LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

MAINTAIN-SALARY-ADVANCES.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O ADVANCEFILE
       IF WS-ADV-STATUS EQUAL TO "35"
           OPEN OUTPUT ADVANCEFILE
           CLOSE ADVANCEFILE
           OPEN I-O ADVANCEFILE
       END-IF
       IF WS-ADV-STATUS NOT EQUAL TO "00"
           MOVE "ADVANCEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       DISPLAY "SALARY ADVANCES (A=ADD, Q=QUERY, R=REPAYMENT, "
           "BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-ADD
                   PERFORM ADD-SALARY-ADVANCE
               WHEN TRANSACTION-IS-QUERY
                   PERFORM QUERY-SALARY-ADVANCE
               WHEN TRANSACTION-IS-REPAY
                   PERFORM RECORD-ADVANCE-REPAYMENT
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A, Q, R), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE ADVANCEFILE
       DISPLAY "SALARY ADVANCE MAINTENANCE COMPLETE".

ADD-SALARY-ADVANCE.
       DISPLAY "ENTER SSN (9) ADVANCE REF (8) DESCRIPTION (25) "
           "AMOUNT (9, 2 DEC)"
       ACCEPT ADVANCE-ENTRY
       IF ADE-EMPSSN NOT NUMERIC OR ADE-AMOUNT NOT NUMERIC
           DISPLAY "SSN AND AMOUNT MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
       IF ADE-ADVANCE-REF EQUAL TO SPACES
               OR ADE-AMOUNT EQUAL TO ZEROS
           DISPLAY "ADVANCE REFERENCE AND AMOUNT ARE REQUIRED - "
               "ENTRY REJECTED"
       ELSE
           PERFORM FIND-ADVANCE-EMPLOYEE
           IF NOT EMPLOYEE-KNOWN
               DISPLAY "EMPLOYEE " ADE-EMPSSN " NOT ON FILE OR NOT "
                   "ACTIVE - ENTRY REJECTED"
           ELSE
               PERFORM WRITE-NEW-SALARY-ADVANCE
           END-IF
       END-IF
       END-IF.

FIND-ADVANCE-EMPLOYEE.
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
           IF EMPSSN EQUAL TO ADE-EMPSSN AND EMPLOYEE-ACTIVE
               SET EMPLOYEE-KNOWN TO TRUE
           ELSE
               PERFORM READ-EMPLOYEE-RECORD
           END-IF
       END-PERFORM
       CLOSE EMPLOYEEFILE.

WRITE-NEW-SALARY-ADVANCE.
       INITIALIZE ADVANCEREC
       MOVE ADE-EMPSSN TO ADV-EMPSSN
       MOVE ADE-ADVANCE-REF TO ADV-ADVANCE-REF
       MOVE RUN-DATE-YYYYMMDD TO ADV-ISSUE-DATE
       MOVE ADE-DESCRIPTION TO ADV-DESCRIPTION
       MOVE ADE-AMOUNT TO WS-ENTRY-DIGITS
       COMPUTE ADV-AMOUNT = WS-ENTRY-DIGITS / 100
       SET ADV-ADVANCE-OUTSTANDING TO TRUE
       MOVE WS-OPERATOR-ID TO ADV-OPERATOR-ID
       WRITE ADVANCEREC
           INVALID KEY
               DISPLAY "ADVANCE " ADE-ADVANCE-REF " ALREADY ON FILE "
                   "FOR " ADE-EMPSSN " - ENTRY REJECTED"
           NOT INVALID KEY
               DISPLAY "ADVANCE " ADE-ADVANCE-REF " RECORDED FOR "
                   ADE-EMPSSN
       END-WRITE.

QUERY-SALARY-ADVANCE.
       PERFORM READ-ADVANCE-BY-KEY
       IF WS-ADV-STATUS EQUAL TO "00"
           COMPUTE WS-ADVANCE-BALANCE =
               ADV-AMOUNT - ADV-RECOVERED-TO-DATE
           MOVE ADV-AMOUNT TO PRN-AMOUNT
           MOVE ADV-RECOVERED-TO-DATE TO PRN-AMOUNT-2
           MOVE WS-ADVANCE-BALANCE TO PRN-AMOUNT-3
           DISPLAY "ADVANCE " ADV-ADVANCE-REF " EMPLOYEE " ADV-EMPSSN
               " " ADV-DESCRIPTION " ISSUED " ADV-ISSUE-DATE
           DISPLAY "  AMOUNT " PRN-AMOUNT " RECOVERED " PRN-AMOUNT-2
               " BALANCE " PRN-AMOUNT-3
           DISPLAY "  STATUS " ADV-STATUS " LAST RECOVERED IN PERIOD "
               ADV-LAST-PERIOD
       END-IF.

RECORD-ADVANCE-REPAYMENT.
       PERFORM READ-ADVANCE-BY-KEY
       IF WS-ADV-STATUS EQUAL TO "00"
           IF NOT ADV-ADVANCE-OUTSTANDING
               DISPLAY "ADVANCE " ADV-ADVANCE-REF " IS ALREADY "
                   "CLEARED - ENTRY REJECTED"
           ELSE
               COMPUTE WS-ADVANCE-BALANCE =
                   ADV-AMOUNT - ADV-RECOVERED-TO-DATE
               DISPLAY "ENTER AMOUNT REPAID (9, 2 DEC)"
               ACCEPT WS-REPAYMENT-ENTRY
               IF WS-REPAYMENT-ENTRY NOT NUMERIC
                       OR WS-REPAYMENT-ENTRY EQUAL TO ZEROS
                   DISPLAY "AMOUNT MUST BE NUMERIC AND NOT ZERO - "
                       "ENTRY REJECTED"
               ELSE
                   MOVE WS-REPAYMENT-ENTRY TO WS-ENTRY-DIGITS
                   COMPUTE WS-REPAYMENT = WS-ENTRY-DIGITS / 100
                   IF WS-REPAYMENT GREATER THAN WS-ADVANCE-BALANCE
                       MOVE WS-ADVANCE-BALANCE TO PRN-AMOUNT
                       DISPLAY "REPAYMENT EXCEEDS THE BALANCE OF "
                           PRN-AMOUNT " - ENTRY REJECTED"
                   ELSE
                       PERFORM APPLY-ADVANCE-REPAYMENT
                   END-IF
               END-IF
           END-IF
       END-IF.

APPLY-ADVANCE-REPAYMENT.
       ADD WS-REPAYMENT TO ADV-RECOVERED-TO-DATE
       IF ADV-RECOVERED-TO-DATE NOT LESS THAN ADV-AMOUNT
           SET ADV-ADVANCE-CLEARED TO TRUE
       END-IF
       REWRITE ADVANCEREC
       IF WS-ADV-STATUS NOT EQUAL TO "00"
           MOVE "ADVANCEFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-ADV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF ADV-ADVANCE-CLEARED
           DISPLAY "ADVANCE " ADV-ADVANCE-REF " REPAID IN FULL"
       ELSE
           DISPLAY "REPAYMENT RECORDED AGAINST ADVANCE "
               ADV-ADVANCE-REF
       END-IF.

READ-ADVANCE-BY-KEY.
       DISPLAY "ENTER SSN (9) AND ADVANCE REF (8)"
       ACCEPT ADVANCE-KEY-ENTRY
       IF AKE-EMPSSN NOT NUMERIC
           MOVE "23" TO WS-ADV-STATUS
           DISPLAY "SSN MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
           MOVE AKE-EMPSSN TO ADV-EMPSSN
           MOVE AKE-ADVANCE-REF TO ADV-ADVANCE-REF
           READ ADVANCEFILE
               INVALID KEY
                   DISPLAY "ADVANCE " AKE-ADVANCE-REF " NOT ON FILE "
                       "FOR " AKE-EMPSSN
           END-READ
       END-IF.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
