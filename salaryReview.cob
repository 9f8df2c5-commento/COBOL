           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT SALARYHISTORYFILE ASSIGN TO "SalaryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHS-STATUS.

DATA DIVISION.
FILE SECTION.

       02  PRP-DEPTCODE            PIC X(3).
       02  PRP-CURRENT-SALARY      PIC 9(7)V99.
       02  PRP-PROPOSED-SALARY     PIC 9(7)V99.
       02  PRP-PROPOSED-BY         PIC X(8).
       02  PRP-PROPOSED-TIMESTAMP  PIC 9(14).
       02  PRP-APPLIED-BY          PIC X(8).
       02  PRP-APPLIED-TIMESTAMP   PIC 9(14).

FD     REVIEWREPORTFILE.
01     REVIEWREPORTLINE            PIC X(120).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-ENTRYTIMESTAMP  PIC 9(14).

FD     SALARYHISTORYFILE.
       COPY "SALARYCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==SALARYHISTORYREC==
                     ==:PREFIX:==  BY ==SHS-==.

WORKING-STORAGE SECTION.
01     WS-EMP-STATUS               PIC XX.
01     WS-EWK-STATUS               PIC XX.
01     WS-PRP-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-LOG-STATUS               PIC XX.
01     WS-SHS-STATUS               PIC XX.

01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".
       88  OPERATOR-IS-SUPERVISOR  VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "SALARYREVIEW".

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     WS-EFFECTIVE-DATE           PIC 9(8).
       02  PPS-ENTRY OCCURS 500 TIMES.
           03  PPS-EMPSSN          PIC 9(9).
           03  PPS-PROPOSED-SALARY PIC 9(7)V99.
           03  PPS-PROPOSAL-IMAGE  PIC X(76).
01     PPS-IDX                     PIC 9(3).
01     PPS-FOUND-IDX               PIC 9(3).

01     DCS-IDX                     PIC 99.
01     DCS-FOUND-IDX               PIC 99.

01     CORRECTION-ENTRY.
       02  CRE-EMPSSN              PIC X(9).
       02  CRE-SALARY              PIC X(9).
       02  CRE-GRADE               PIC X(2).
       02  CRE-EFFECTIVE-DATE      PIC X(8).

01     CORRECTION-TABLE-LIMIT      PIC 99 VALUE 50.
01     CORRECTION-STORAGE.
       02  CRS-COUNT               PIC 99 VALUE ZERO.
       02  CRS-ENTRY OCCURS 50 TIMES.
           03  CRS-EMPSSN          PIC 9(9).
           03  CRS-SALARY          PIC 9(7)V99.
           03  CRS-GRADE           PIC X(2).
           03  CRS-EFFECTIVE-DATE  PIC 9(8).
           03  CRS-APPLIED         PIC X.
01     CRS-IDX                     PIC 99.
01     WS-ENTRY-DIGITS             PIC 9(9).

01     WS-PROPOSED-SALARY          PIC 9(7)V99.
01     WS-ACTION-TIMESTAMP         PIC 9(14).
01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "SALARY REVIEW".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.

01     REVIEW-TOTALS.
       02  SRT-EMPLOYEES           PIC 9(5) VALUE ZERO.
                   ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD
               END-IF
               PERFORM APPLY-APPROVED-PROPOSAL
           WHEN WS-RUN-PARM(1:7) EQUAL TO "CORRECT"
               PERFORM APPLY-SALARY-CORRECTIONS
           WHEN OTHER
               DISPLAY "SALARYREVIEW REQUIRES PROPOSE, "
                   "APPLY YYYYMMDD OR CORRECT ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

PRODUCE-REVIEW-PROPOSAL.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM STAMP-ACTION-TIMESTAMP
       PERFORM LOAD-INCREASE-MATRIX
       IF MXT-COUNT EQUAL TO ZERO
           DISPLAY "NO INCREASE MATRIX ON FILE - PROPOSAL REFUSED"
       MOVE EMPDEPTCODE TO PRP-DEPTCODE
       MOVE EMPSALARY TO PRP-CURRENT-SALARY
       MOVE WS-PROPOSED-SALARY TO PRP-PROPOSED-SALARY
       MOVE WS-OPERATOR-ID TO PRP-PROPOSED-BY
       MOVE WS-ACTION-TIMESTAMP TO PRP-PROPOSED-TIMESTAMP
       MOVE SPACES TO PRP-APPLIED-BY
       MOVE ZERO TO PRP-APPLIED-TIMESTAMP
       WRITE PROPOSALREC
       ADD 1 TO SRT-EMPLOYEES
       ADD EMPSALARY TO SRT-CURRENT-COST
       ADD WS-PROPOSED-SALARY TO SRT-PROPOSED-COST
       PERFORM TALLY-DEPARTMENT-COST
       MOVE EMPSALARY TO PRN-AMOUNT
       MOVE "SSN" TO WS-MSK-FIELD-TYPE
       MOVE EMPSSN TO WS-MSK-VALUE-IN
       PERFORM MASK-SENSITIVE-VALUE
       MOVE SPACES TO REVIEWREPORTLINE
       STRING WS-MSK-VALUE-OUT(1:9) " GRADE " EMPGRADE
           " DEPT " EMPDEPTCODE
           " CURRENT " PRN-AMOUNT
           DELIMITED BY SIZE INTO REVIEWREPORTLINE

APPLY-APPROVED-PROPOSAL.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM STAMP-ACTION-TIMESTAMP
       OPEN EXTEND EMPLOYEECHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT EMPLOYEECHANGELOG
       END-IF
       PERFORM OPEN-SALARY-HISTORY
       OPEN INPUT EMPLOYEEFILE
       OPEN OUTPUT EMPLOYEEWORKFILE
       PERFORM READ-EMPLOYEE-RECORD
       CLOSE EMPLOYEEFILE
       CLOSE EMPLOYEEWORKFILE
       CLOSE EMPLOYEECHANGELOG
       CLOSE SALARYHISTORYFILE
       PERFORM REPLACE-EMPLOYEE-FILE
       OPEN OUTPUT PROPOSALFILE
       PERFORM VARYING PPS-IDX FROM 1 BY 1
               UNTIL PPS-IDX GREATER THAN PPS-COUNT
           MOVE PPS-PROPOSAL-IMAGE(PPS-IDX) TO PROPOSALREC
           MOVE WS-OPERATOR-ID TO PRP-APPLIED-BY
           MOVE WS-ACTION-TIMESTAMP TO PRP-APPLIED-TIMESTAMP
           WRITE PROPOSALREC
       END-PERFORM
       CLOSE PROPOSALFILE
       DISPLAY "SALARYREVIEW -- " SRT-APPLIED
           " SALARY CHANGE(S) APPLIED EFFECTIVE "
           PERFORM READ-PROPOSAL-RECORD
           PERFORM UNTIL ENDOFPROPOSALS
               IF PPS-COUNT LESS THAN PROPOSAL-TABLE-LIMIT
                       AND PRP-APPLIED-BY EQUAL TO SPACES
                   ADD 1 TO PPS-COUNT
                   MOVE PRP-EMPSSN TO PPS-EMPSSN(PPS-COUNT)
                   MOVE PRP-PROPOSED-SALARY
                       TO PPS-PROPOSED-SALARY(PPS-COUNT)
                   MOVE PROPOSALREC TO PPS-PROPOSAL-IMAGE(PPS-COUNT)
               END-IF
               PERFORM READ-PROPOSAL-RECORD
           END-PERFORM
       IF PPS-FOUND-IDX GREATER THAN ZERO
               AND PPS-PROPOSED-SALARY(PPS-FOUND-IDX)
                   NOT EQUAL TO EMPSALARY
           MOVE WS-EFFECTIVE-DATE TO SHS-EFFECTIVE-DATE
           MOVE PPS-PROPOSED-SALARY(PPS-FOUND-IDX) TO SHS-NEW-SALARY
           MOVE EMPGRADE TO SHS-NEW-GRADE
           MOVE "R" TO SHS-SOURCE
           PERFORM WRITE-SALARY-HISTORY
           MOVE PPS-PROPOSED-SALARY(PPS-FOUND-IDX) TO EMPSALARY
           ADD 1 TO SRT-APPLIED
           PERFORM WRITE-EMPLOYEE-CHANGE-LOG
       MOVE EMPLOYEEDETAILS TO EMPLOYEEWORKREC
       WRITE EMPLOYEEWORKREC.

APPLY-SALARY-CORRECTIONS.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF NOT OPERATOR-IS-SUPERVISOR
           DISPLAY "SALARY CORRECTIONS REQUIRE THE"
               " SUPERVISOR ROLE - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM STAMP-ACTION-TIMESTAMP
       DISPLAY "ENTER SSN (9) NEW ANNUAL SALARY (9, PENCE IMPLIED) "
           "GRADE (2) EFFECTIVE DATE (8), BLANK TO FINISH"
       ACCEPT CORRECTION-ENTRY
       PERFORM UNTIL CORRECTION-ENTRY EQUAL TO SPACES
           PERFORM TAKE-ONE-CORRECTION
           DISPLAY "NEXT CORRECTION, BLANK TO FINISH"
           ACCEPT CORRECTION-ENTRY
       END-PERFORM
       IF CRS-COUNT EQUAL TO ZERO
           DISPLAY "NO CORRECTIONS ENTERED"
           STOP RUN
       END-IF
       OPEN EXTEND EMPLOYEECHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT EMPLOYEECHANGELOG
       END-IF
       PERFORM OPEN-SALARY-HISTORY
       OPEN INPUT EMPLOYEEFILE
       OPEN OUTPUT EMPLOYEEWORKFILE
       PERFORM READ-EMPLOYEE-RECORD
       PERFORM UNTIL ENDOFEMPLOYEES
           PERFORM CORRECT-ONE-EMPLOYEE
           PERFORM READ-EMPLOYEE-RECORD
       END-PERFORM
       CLOSE EMPLOYEEFILE
       CLOSE EMPLOYEEWORKFILE
       CLOSE EMPLOYEECHANGELOG
       CLOSE SALARYHISTORYFILE
       PERFORM REPLACE-EMPLOYEE-FILE
       PERFORM VARYING CRS-IDX FROM 1 BY 1
               UNTIL CRS-IDX GREATER THAN CRS-COUNT
           IF CRS-APPLIED(CRS-IDX) NOT EQUAL TO "Y"
               DISPLAY "EMPLOYEE " CRS-EMPSSN(CRS-IDX)
                   " NOT ON FILE OR NOT ACTIVE - CORRECTION NOT APPLIED"
           END-IF
       END-PERFORM
       DISPLAY "SALARYREVIEW -- " SRT-APPLIED
           " SALARY CORRECTION(S) APPLIED - RUN RETROPAY FOR "
           "ANY ARREARS"
       STOP RUN.

TAKE-ONE-CORRECTION.
       IF CRE-EMPSSN NOT NUMERIC OR CRE-SALARY NOT NUMERIC
               OR CRE-EFFECTIVE-DATE NOT NUMERIC
               OR CRE-EFFECTIVE-DATE EQUAL TO ZEROS
           DISPLAY "SSN, SALARY AND EFFECTIVE DATE MUST BE NUMERIC - "
               "ENTRY REJECTED"
       ELSE
       IF CRE-SALARY EQUAL TO ZEROS OR CRE-GRADE EQUAL TO SPACES
           DISPLAY "SALARY AND GRADE ARE REQUIRED - ENTRY REJECTED"
       ELSE
       IF CRS-COUNT NOT LESS THAN CORRECTION-TABLE-LIMIT
           DISPLAY "CORRECTION TABLE FULL - ENTRY REJECTED"
       ELSE
           ADD 1 TO CRS-COUNT
           MOVE CRE-EMPSSN TO CRS-EMPSSN(CRS-COUNT)
           MOVE CRE-SALARY TO WS-ENTRY-DIGITS
           COMPUTE CRS-SALARY(CRS-COUNT) = WS-ENTRY-DIGITS / 100
           MOVE CRE-GRADE TO CRS-GRADE(CRS-COUNT)
           MOVE CRE-EFFECTIVE-DATE TO CRS-EFFECTIVE-DATE(CRS-COUNT)
           MOVE "N" TO CRS-APPLIED(CRS-COUNT)
       END-IF
       END-IF
       END-IF.

CORRECT-ONE-EMPLOYEE.
       PERFORM VARYING CRS-IDX FROM 1 BY 1
               UNTIL CRS-IDX GREATER THAN CRS-COUNT
           IF CRS-EMPSSN(CRS-IDX) EQUAL TO EMPSSN AND EMPLOYEE-ACTIVE
               MOVE CRS-EFFECTIVE-DATE(CRS-IDX) TO SHS-EFFECTIVE-DATE
               MOVE CRS-SALARY(CRS-IDX) TO SHS-NEW-SALARY
               MOVE CRS-GRADE(CRS-IDX) TO SHS-NEW-GRADE
               MOVE "C" TO SHS-SOURCE
               PERFORM WRITE-SALARY-HISTORY
               MOVE CRS-SALARY(CRS-IDX) TO EMPSALARY
               MOVE CRS-GRADE(CRS-IDX) TO EMPGRADE
               MOVE "Y" TO CRS-APPLIED(CRS-IDX)
               ADD 1 TO SRT-APPLIED
               PERFORM WRITE-EMPLOYEE-CHANGE-LOG
           END-IF
       END-PERFORM
       MOVE EMPLOYEEDETAILS TO EMPLOYEEWORKREC
       WRITE EMPLOYEEWORKREC.

OPEN-SALARY-HISTORY.
       OPEN EXTEND SALARYHISTORYFILE
       IF WS-SHS-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT SALARYHISTORYFILE
       END-IF
       IF WS-SHS-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING SALARY HISTORY - FILE STATUS "
               WS-SHS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-SALARY-HISTORY.
       MOVE EMPSSN TO SHS-EMPSSN
       MOVE EMPSALARY TO SHS-OLD-SALARY
       MOVE EMPGRADE TO SHS-OLD-GRADE
       MOVE WS-OPERATOR-ID TO SHS-APPLIED-BY
       MOVE WS-ACTION-TIMESTAMP TO SHS-APPLIED-TIMESTAMP
       MOVE SPACE TO SHS-RETRO-STATUS
       MOVE ZERO TO SHS-RETRO-PERIOD
       WRITE SALARYHISTORYREC
       IF WS-SHS-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING SALARY HISTORY - FILE STATUS "
               WS-SHS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

REPLACE-EMPLOYEE-FILE.
       OPEN INPUT EMPLOYEEWORKFILE
       OPEN OUTPUT EMPLOYEEFILE
               WS-LOG-STATUS
       END-IF.

STAMP-ACTION-TIMESTAMP.
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO WS-ACTION-TIMESTAMP
       END-STRING.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ.
       READ PROPOSALFILE AT END SET ENDOFPROPOSALS TO TRUE
       END-READ.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-REVIEW-REPORT-LINE.
       WRITE REVIEWREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
