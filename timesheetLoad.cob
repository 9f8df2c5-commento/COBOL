IDENTIFICATION DIVISION.
PROGRAM-ID. TIMESHEETLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TIMESHEETINPUTFILE ASSIGN TO DYNAMIC WS-TSI-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSI-STATUS.

       SELECT TIMESHEETHOURSFILE ASSIGN TO DYNAMIC WS-TSH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSH-STATUS.

       SELECT PRIORHOURSFILE ASSIGN TO DYNAMIC WS-PTH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTH-STATUS.

       SELECT TIMESHEETREJECTS ASSIGN TO DYNAMIC WS-REJ-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "Employee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

       SELECT PAYELEMENTFILE ASSIGN TO "PayElements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     TIMESHEETINPUTFILE.
01     TIMESHEETINPUTREC.
       02  TSI-EMPSSN              PIC 9(9).
       02  TSI-WORKDATE            PIC 9(8).
       02  TSI-DEPTCODE            PIC X(3).
       02  TSI-JOBCODE             PIC X(4).
       02  TSI-OT15-HOURS          PIC 99V99.
       02  TSI-OT20-HOURS          PIC 99V99.
       02  TSI-NIGHT-HOURS         PIC 99V99.
       02  TSI-ONCALL-HOURS        PIC 99V99.
       02  TSI-APPROVER-SSN        PIC 9(9).

FD     TIMESHEETHOURSFILE.
01     TIMESHEETHOURSREC.
       02  TSH-EMPSSN              PIC 9(9).
       02  TSH-WORKDATE            PIC 9(8).
       02  TSH-DEPTCODE            PIC X(3).
       02  TSH-JOBCODE             PIC X(4).
       02  TSH-OT15-HOURS          PIC 99V99.
       02  TSH-OT20-HOURS          PIC 99V99.
       02  TSH-NIGHT-HOURS         PIC 99V99.
       02  TSH-ONCALL-HOURS        PIC 99V99.
       02  TSH-APPROVER-SSN        PIC 9(9).

FD     PRIORHOURSFILE.
01     PRIORHOURSREC.
       02  PTH-EMPSSN              PIC 9(9).
       02  PTH-WORKDATE            PIC 9(8).
       02  PTH-DEPTCODE            PIC X(3).
       02  PTH-JOBCODE             PIC X(4).
       02  PTH-OT15-HOURS          PIC 99V99.
       02  PTH-OT20-HOURS          PIC 99V99.
       02  PTH-NIGHT-HOURS         PIC 99V99.
       02  PTH-ONCALL-HOURS        PIC 99V99.
       02  PTH-APPROVER-SSN        PIC 9(9).

FD     TIMESHEETREJECTS.
01     TIMESHEETREJECTREC.
       02  REJ-TIMESHEET           PIC X(49).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  REJ-REASON              PIC X(40).

FD     EMPLOYEEFILE.
01     EMPLOYEEDETAILS.
       02  EMPENTRYDETAILS.
           03  EMPSSN              PIC 9(9).
           03  EMPNAME             PIC X(25).
           03  EMPDATEOFBIRTH      PIC 9(8).
           03  EMPGENDER           PIC X.
           03  EMPDEPTCODE         PIC X(3).
           03  EMPJOBCODE          PIC X(4).
       02  EMPENTRYTIMESTAMP       PIC 9(14).
       02  EMPOPERATORID           PIC X(8).
       02  EMPSTATUS               PIC X.
       02  EMPTERMDATE             PIC 9(8).
       02  EMPPAYDETAILS.
           03  EMPSALARY           PIC 9(7)V99.
           03  EMPGRADE            PIC X(2).
           03  EMPBANKSORT         PIC 9(6).
           03  EMPBANKACCT         PIC 9(8).

FD     PAYELEMENTFILE.
01     PAYELEMENTREC.
       02  PEL-GRADE               PIC X(2).
       02  PEL-ANNUAL-HOURS        PIC 9(4).
       02  PEL-OT15-MULTIPLIER     PIC 9V99.
       02  PEL-OT20-MULTIPLIER     PIC 9V99.
       02  PEL-NIGHT-RATE          PIC 9(3)V99.
       02  PEL-ONCALL-RATE         PIC 9(3)V99.

WORKING-STORAGE SECTION.
01     WS-TSI-STATUS               PIC XX.
01     WS-TSH-STATUS               PIC XX.
01     WS-PTH-STATUS               PIC XX.
01     WS-REJ-STATUS               PIC XX.
01     WS-EMP-STATUS               PIC XX.
01     WS-PEL-STATUS               PIC XX.

01     WS-TSI-FILENAME             PIC X(40).
01     WS-TSH-FILENAME             PIC X(40).
01     WS-PTH-FILENAME             PIC X(40).
01     WS-REJ-FILENAME             PIC X(40).

01     WS-TSI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTIMESHEETINPUT     VALUE "Y".
01     WS-TSH-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTIMESHEETHOURS     VALUE "Y".
01     WS-PTH-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPRIORHOURS         VALUE "Y".
01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".
01     WS-PEL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYELEMENTS        VALUE "Y".

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     WS-PAY-PERIOD               PIC 9(6).
01     WS-PRIOR-PERIOD             PIC 9(6).
01     WS-WINDOW-START             PIC 9(8).
01     WS-WINDOW-END               PIC 9(8).
01     WS-REJECT-REASON            PIC X(40).

01     EMPLOYEE-TABLE-LIMIT        PIC 9(3) VALUE 500.
01     EMPLOYEE-STORAGE.
       02  EMT-COUNT               PIC 9(3) VALUE ZERO.
       02  EMT-ENTRY OCCURS 500 TIMES.
           03  EMT-EMPSSN          PIC 9(9).
           03  EMT-DEPTCODE        PIC X(3).
           03  EMT-JOBCODE         PIC X(4).
           03  EMT-STATUS          PIC X.
           03  EMT-GRADE           PIC X(2).
01     EMT-IDX                     PIC 9(3).
01     EMT-FOUND-IDX               PIC 9(3).
01     EMT-APPROVER-IDX            PIC 9(3).
01     WS-LOOKUP-EMPSSN            PIC 9(9).

01     PAY-ELEMENT-LIMIT           PIC 99 VALUE 20.
01     PAY-ELEMENT-STORAGE.
       02  PET-COUNT               PIC 99 VALUE ZERO.
       02  PET-ENTRY OCCURS 20 TIMES.
           03  PET-GRADE           PIC X(2).
           03  PET-ANNUAL-HOURS    PIC 9(4).
           03  PET-OT15-MULTIPLIER PIC 9V99.
           03  PET-OT20-MULTIPLIER PIC 9V99.
           03  PET-NIGHT-RATE      PIC 9(3)V99.
           03  PET-ONCALL-RATE     PIC 9(3)V99.
01     PET-IDX                     PIC 99.
01     PET-FOUND-IDX               PIC 99.

01     WS-WORKED-HOURS             PIC 9(3)V99.
01     WS-DUPLICATE-SWITCH         PIC X.
       88  DUPLICATE-TIMESHEET-DAY VALUE "Y".

01     INTAKE-TOTALS.
       02  TST-RECORDS-READ        PIC 9(6) VALUE ZERO.
       02  TST-RECORDS-ACCEPTED    PIC 9(6) VALUE ZERO.
       02  TST-RECORDS-REJECTED    PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) EQUAL TO "INTAKE"
               AND WS-RUN-PARM(8:6) NUMERIC
           MOVE WS-RUN-PARM(8:6) TO WS-PAY-PERIOD
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-PAY-ELEMENT-TABLE
           PERFORM INTAKE-TIMESHEET-TRANSACTIONS
       ELSE
           DISPLAY "TIMESHEETLOAD REQUIRES INTAKE YYYYMM ON THE "
               "COMMAND LINE"
           MOVE 12 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-EMPLOYEE-TABLE.
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
           DISPLAY "EMPLOYEE FILE UNAVAILABLE - FILE STATUS "
               WS-EMP-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM READ-EMPLOYEE-RECORD
       PERFORM UNTIL ENDOFEMPLOYEES
           IF EMT-COUNT LESS THAN EMPLOYEE-TABLE-LIMIT
               ADD 1 TO EMT-COUNT
               MOVE EMPSSN TO EMT-EMPSSN(EMT-COUNT)
               MOVE EMPDEPTCODE TO EMT-DEPTCODE(EMT-COUNT)
               MOVE EMPJOBCODE TO EMT-JOBCODE(EMT-COUNT)
               MOVE EMPSTATUS TO EMT-STATUS(EMT-COUNT)
               MOVE EMPGRADE TO EMT-GRADE(EMT-COUNT)
           END-IF
           PERFORM READ-EMPLOYEE-RECORD
       END-PERFORM
       CLOSE EMPLOYEEFILE.

LOAD-PAY-ELEMENT-TABLE.
       OPEN INPUT PAYELEMENTFILE
       IF WS-PEL-STATUS NOT EQUAL TO "00"
           DISPLAY "NO PAY ELEMENT TABLE PRESENT - ALL TIMESHEETS "
               "WILL BE REJECTED"
       ELSE
           PERFORM READ-PAY-ELEMENT-RECORD
           PERFORM UNTIL ENDOFPAYELEMENTS
               IF PET-COUNT LESS THAN PAY-ELEMENT-LIMIT
                   ADD 1 TO PET-COUNT
                   MOVE PEL-GRADE TO PET-GRADE(PET-COUNT)
                   MOVE PEL-ANNUAL-HOURS TO PET-ANNUAL-HOURS(PET-COUNT)
                   MOVE PEL-OT15-MULTIPLIER
                       TO PET-OT15-MULTIPLIER(PET-COUNT)
                   MOVE PEL-OT20-MULTIPLIER
                       TO PET-OT20-MULTIPLIER(PET-COUNT)
                   MOVE PEL-NIGHT-RATE TO PET-NIGHT-RATE(PET-COUNT)
                   MOVE PEL-ONCALL-RATE TO PET-ONCALL-RATE(PET-COUNT)
               END-IF
               PERFORM READ-PAY-ELEMENT-RECORD
           END-PERFORM
           CLOSE PAYELEMENTFILE
       END-IF.

FIND-EMPLOYEE-ENTRY.
       MOVE ZERO TO EMT-FOUND-IDX
       PERFORM VARYING EMT-IDX FROM 1 BY 1
               UNTIL EMT-IDX GREATER THAN EMT-COUNT
           IF EMT-EMPSSN(EMT-IDX) EQUAL TO WS-LOOKUP-EMPSSN
               MOVE EMT-IDX TO EMT-FOUND-IDX
               MOVE EMT-COUNT TO EMT-IDX
           END-IF
       END-PERFORM.

FIND-PAY-ELEMENT-ENTRY.
       MOVE ZERO TO PET-FOUND-IDX
       PERFORM VARYING PET-IDX FROM 1 BY 1
               UNTIL PET-IDX GREATER THAN PET-COUNT
           IF PET-GRADE(PET-IDX) EQUAL TO EMT-GRADE(EMT-FOUND-IDX)
               MOVE PET-IDX TO PET-FOUND-IDX
               MOVE PET-COUNT TO PET-IDX
           END-IF
       END-PERFORM.

INTAKE-TIMESHEET-TRANSACTIONS.
       MOVE SPACES TO WS-TSI-FILENAME
       STRING "Timesheets-" WS-PAY-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-TSI-FILENAME
       END-STRING
       MOVE SPACES TO WS-TSH-FILENAME
       STRING "TimesheetHours-" WS-PAY-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-TSH-FILENAME
       END-STRING
       MOVE SPACES TO WS-REJ-FILENAME
       STRING "Timesheets-" WS-PAY-PERIOD ".rej"
           DELIMITED BY SIZE INTO WS-REJ-FILENAME
       END-STRING
       IF WS-PAY-PERIOD(5:2) EQUAL TO "01"
           COMPUTE WS-PRIOR-PERIOD = WS-PAY-PERIOD - 89
       ELSE
           COMPUTE WS-PRIOR-PERIOD = WS-PAY-PERIOD - 1
       END-IF
       MOVE SPACES TO WS-PTH-FILENAME
       STRING "TimesheetHours-" WS-PRIOR-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-PTH-FILENAME
       END-STRING
       COMPUTE WS-WINDOW-START = (WS-PRIOR-PERIOD * 100) + 1
       COMPUTE WS-WINDOW-END = (WS-PAY-PERIOD * 100) + 31
       OPEN INPUT TIMESHEETINPUTFILE
       IF WS-TSI-STATUS NOT EQUAL TO "00"
           DISPLAY "NO TIMESHEET FILE PRESENT FOR PERIOD " WS-PAY-PERIOD
           MOVE 4 TO RETURN-CODE
       ELSE
           OPEN OUTPUT TIMESHEETREJECTS
           PERFORM READ-TIMESHEET-INPUT
           PERFORM UNTIL ENDOFTIMESHEETINPUT
               ADD 1 TO TST-RECORDS-READ
               PERFORM VALIDATE-ONE-TIMESHEET
               PERFORM READ-TIMESHEET-INPUT
           END-PERFORM
           CLOSE TIMESHEETINPUTFILE
           CLOSE TIMESHEETREJECTS
           OPEN OUTPUT TIMESHEETINPUTFILE
           CLOSE TIMESHEETINPUTFILE
           DISPLAY "TIMESHEETLOAD INTAKE -- PERIOD " WS-PAY-PERIOD
               "  READ: " TST-RECORDS-READ
               "  ACCEPTED: " TST-RECORDS-ACCEPTED
               "  REJECTED: " TST-RECORDS-REJECTED
           IF TST-RECORDS-REJECTED GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

VALIDATE-ONE-TIMESHEET.
       IF TSI-EMPSSN NOT NUMERIC OR TSI-WORKDATE NOT NUMERIC
               OR TSI-OT15-HOURS NOT NUMERIC
               OR TSI-OT20-HOURS NOT NUMERIC
               OR TSI-NIGHT-HOURS NOT NUMERIC
               OR TSI-ONCALL-HOURS NOT NUMERIC
               OR TSI-APPROVER-SSN NOT NUMERIC
           MOVE "TIMESHEET FIELDS NOT NUMERIC" TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       IF TSI-WORKDATE LESS THAN WS-WINDOW-START
               OR TSI-WORKDATE GREATER THAN WS-WINDOW-END
           MOVE "WORK DATE OUTSIDE CLAIM WINDOW" TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       COMPUTE WS-WORKED-HOURS = TSI-OT15-HOURS + TSI-OT20-HOURS
           + TSI-NIGHT-HOURS
       IF WS-WORKED-HOURS + TSI-ONCALL-HOURS EQUAL TO ZERO
               OR WS-WORKED-HOURS GREATER THAN 24
               OR TSI-ONCALL-HOURS GREATER THAN 24
           MOVE "HOURS MISSING OR MORE THAN 24 IN A DAY"
               TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       MOVE TSI-EMPSSN TO WS-LOOKUP-EMPSSN
       PERFORM FIND-EMPLOYEE-ENTRY
       IF EMT-FOUND-IDX EQUAL TO ZERO
           MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       IF EMT-STATUS(EMT-FOUND-IDX) NOT EQUAL TO "A"
           MOVE "EMPLOYEE NOT ACTIVE" TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       IF TSI-DEPTCODE NOT EQUAL TO EMT-DEPTCODE(EMT-FOUND-IDX)
               OR TSI-JOBCODE NOT EQUAL TO EMT-JOBCODE(EMT-FOUND-IDX)
           MOVE "DEPARTMENT OR JOB CODE DOES NOT MATCH"
               TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       PERFORM FIND-PAY-ELEMENT-ENTRY
       IF PET-FOUND-IDX EQUAL TO ZERO
           MOVE "NO PAY ELEMENTS FOR EMPLOYEE GRADE"
               TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       IF (TSI-OT15-HOURS GREATER THAN ZERO
               AND PET-OT15-MULTIPLIER(PET-FOUND-IDX) EQUAL TO ZERO)
           OR (TSI-OT20-HOURS GREATER THAN ZERO
               AND PET-OT20-MULTIPLIER(PET-FOUND-IDX) EQUAL TO ZERO)
           OR (TSI-NIGHT-HOURS GREATER THAN ZERO
               AND PET-NIGHT-RATE(PET-FOUND-IDX) EQUAL TO ZERO)
           OR (TSI-ONCALL-HOURS GREATER THAN ZERO
               AND PET-ONCALL-RATE(PET-FOUND-IDX) EQUAL TO ZERO)
           MOVE "GRADE NOT ELIGIBLE FOR HOURS CLAIMED"
               TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       MOVE EMT-FOUND-IDX TO EMT-APPROVER-IDX
       MOVE TSI-APPROVER-SSN TO WS-LOOKUP-EMPSSN
       PERFORM FIND-EMPLOYEE-ENTRY
       IF TSI-APPROVER-SSN EQUAL TO TSI-EMPSSN
               OR EMT-FOUND-IDX EQUAL TO ZERO
           MOVE "APPROVER NOT ON MASTER OR SELF-APPROVED"
               TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       IF EMT-STATUS(EMT-FOUND-IDX) NOT EQUAL TO "A"
               OR EMT-DEPTCODE(EMT-FOUND-IDX)
                   NOT EQUAL TO EMT-DEPTCODE(EMT-APPROVER-IDX)
           MOVE "APPROVER NOT ACTIVE IN EMPLOYEE'S DEPT"
               TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
       PERFORM CHECK-FOR-DUPLICATE-DAY
       IF DUPLICATE-TIMESHEET-DAY
           MOVE "DAY ALREADY CLAIMED THIS PERIOD" TO WS-REJECT-REASON
           PERFORM WRITE-TIMESHEET-REJECT
       ELSE
           OPEN EXTEND TIMESHEETHOURSFILE
           IF WS-TSH-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT TIMESHEETHOURSFILE
           END-IF
           IF WS-TSH-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING APPROVED TIMESHEET HOURS - "
                   "FILE STATUS " WS-TSH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TIMESHEETINPUTREC TO TIMESHEETHOURSREC
           WRITE TIMESHEETHOURSREC
           CLOSE TIMESHEETHOURSFILE
           ADD 1 TO TST-RECORDS-ACCEPTED
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

CHECK-FOR-DUPLICATE-DAY.
       MOVE "N" TO WS-DUPLICATE-SWITCH
       OPEN INPUT TIMESHEETHOURSFILE
       IF WS-TSH-STATUS EQUAL TO "00"
           MOVE "N" TO WS-TSH-EOF-SWITCH
           PERFORM READ-TIMESHEET-HOURS
           PERFORM UNTIL ENDOFTIMESHEETHOURS
               IF TSH-EMPSSN EQUAL TO TSI-EMPSSN
                       AND TSH-WORKDATE EQUAL TO TSI-WORKDATE
                   SET DUPLICATE-TIMESHEET-DAY TO TRUE
               END-IF
               PERFORM READ-TIMESHEET-HOURS
           END-PERFORM
           CLOSE TIMESHEETHOURSFILE
       END-IF
       IF TSI-WORKDATE LESS THAN (WS-PAY-PERIOD * 100) + 1
               AND NOT DUPLICATE-TIMESHEET-DAY
           PERFORM CHECK-PRIOR-PERIOD-HOURS
       END-IF.

CHECK-PRIOR-PERIOD-HOURS.
       OPEN INPUT PRIORHOURSFILE
       IF WS-PTH-STATUS EQUAL TO "00"
           MOVE "N" TO WS-PTH-EOF-SWITCH
           PERFORM READ-PRIOR-HOURS
           PERFORM UNTIL ENDOFPRIORHOURS OR DUPLICATE-TIMESHEET-DAY
               IF PTH-EMPSSN EQUAL TO TSI-EMPSSN
                       AND PTH-WORKDATE EQUAL TO TSI-WORKDATE
                   SET DUPLICATE-TIMESHEET-DAY TO TRUE
               END-IF
               PERFORM READ-PRIOR-HOURS
           END-PERFORM
           CLOSE PRIORHOURSFILE
       ELSE
       IF WS-PTH-STATUS NOT EQUAL TO "35"
           DISPLAY "ERROR OPENING " WS-PTH-FILENAME " - FILE STATUS "
               WS-PTH-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       END-IF.

WRITE-TIMESHEET-REJECT.
       MOVE SPACES TO TIMESHEETREJECTREC
       MOVE TIMESHEETINPUTREC TO REJ-TIMESHEET
       MOVE WS-REJECT-REASON TO REJ-REASON
       WRITE TIMESHEETREJECTREC
       ADD 1 TO TST-RECORDS-REJECTED.

READ-TIMESHEET-INPUT.
       READ TIMESHEETINPUTFILE AT END SET ENDOFTIMESHEETINPUT TO TRUE
       END-READ.

READ-TIMESHEET-HOURS.
       READ TIMESHEETHOURSFILE AT END SET ENDOFTIMESHEETHOURS TO TRUE
       END-READ.

READ-PRIOR-HOURS.
       READ PRIORHOURSFILE AT END SET ENDOFPRIORHOURS TO TRUE
       END-READ.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ.

READ-PAY-ELEMENT-RECORD.
       READ PAYELEMENTFILE AT END SET ENDOFPAYELEMENTS TO TRUE
       END-READ.
