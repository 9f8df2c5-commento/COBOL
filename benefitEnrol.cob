IDENTIFICATION DIVISION.
PROGRAM-ID. BENEFITENROL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BENEFITENROLFILE ASSIGN TO "BenefitEnrolment.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-ENROL-KEY
           FILE STATUS IS WS-BEN-STATUS.

       SELECT BENEFITPLANFILE ASSIGN TO "BenefitPlans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BPL-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "Employee.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

       SELECT BENEFITDEDUCTFILE ASSIGN TO DYNAMIC WS-BDD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDD-STATUS.

       SELECT PAYROLLGLFILE ASSIGN TO DYNAMIC WS-PGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGL-STATUS.

       SELECT BENEFITSORTFILE ASSIGN TO "BenefitRemit.tmp"
           FILE STATUS IS WS-BSR-STATUS.

       SELECT BENEFITREMITFILE ASSIGN TO DYNAMIC WS-BRM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRM-STATUS.

       SELECT RECONREPORT ASSIGN TO DYNAMIC WS-RCN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCN-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BENEFITENROLFILE.
       COPY "BENEFITENROLMENT.cpy"
           REPLACING ==:RECNAME:== BY ==BENEFITENROLREC==
                     ==:PREFIX:==  BY ==BEN-==.

FD     BENEFITPLANFILE.
       COPY "BENEFITPLAN.cpy"
           REPLACING ==:RECNAME:== BY ==BENEFITPLANREC==
                     ==:PREFIX:==  BY ==BPL-==.

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

FD     BENEFITDEDUCTFILE.
01     BENEFITDEDUCTREC.
       02  BDD-EMPSSN              PIC 9(9).
       02  BDD-PLAN-CODE           PIC X(4).
       02  BDD-PROVIDER-CODE       PIC X(6).
       02  BDD-PROVIDER-NAME       PIC X(25).
       02  BDD-TAX-TREATMENT       PIC X.
       02  BDD-COVERAGE            PIC X.
       02  BDD-PAYPERIOD           PIC 9(6).
       02  BDD-EMPLOYEE-AMOUNT     PIC 9(5)V99.
       02  BDD-EMPLOYER-AMOUNT     PIC 9(5)V99.
       02  BDD-TAKEN               PIC X.

FD     PAYROLLGLFILE.
01     PAYROLLGLREC.
       02  PGL-ACCOUNT-CODE        PIC 99.
       02  PGL-ACCOUNT-DESC        PIC X(20).
       02  PGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  FILLER                  PIC 9(10).

SD     BENEFITSORTFILE.
01     BENEFITSORTREC.
       02  BSR-PROVIDER-CODE       PIC X(6).
       02  BSR-PLAN-CODE           PIC X(4).
       02  BSR-EMPSSN              PIC 9(9).
       02  BSR-PROVIDER-NAME       PIC X(25).
       02  BSR-TAX-TREATMENT       PIC X.
       02  BSR-COVERAGE            PIC X.
       02  BSR-EMPLOYEE-AMOUNT     PIC 9(5)V99.
       02  BSR-EMPLOYER-AMOUNT     PIC 9(5)V99.
       02  BSR-TAKEN               PIC X.

FD     BENEFITREMITFILE.
01     BENEFITREMITREC.
       02  BRM-PROVIDER-CODE       PIC X(6).
       02  BRM-PLAN-CODE           PIC X(4).
       02  BRM-EMPSSN              PIC 9(9).
       02  BRM-PAYPERIOD           PIC 9(6).
       02  BRM-COVERAGE            PIC X.
       02  BRM-EMPLOYEE-AMOUNT     PIC 9(5)V99.
       02  BRM-EMPLOYER-AMOUNT     PIC 9(5)V99.

FD     RECONREPORT.
01     RECONLINE                   PIC X(100).

WORKING-STORAGE SECTION.
01     WS-BEN-STATUS               PIC XX.
01     WS-BPL-STATUS               PIC XX.
01     WS-EMP-STATUS               PIC XX.
01     WS-BDD-STATUS               PIC XX.
01     WS-PGL-STATUS               PIC XX.
01     WS-BSR-STATUS               PIC XX.
01     WS-BRM-STATUS               PIC XX.
01     WS-RCN-STATUS               PIC XX.

01     WS-BDD-FILENAME             PIC X(40).
01     WS-PGL-FILENAME             PIC X(40).
01     WS-BRM-FILENAME             PIC X(40).
01     WS-RCN-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     WS-REMIT-PERIOD             PIC 9(6).
01     WS-PRD-START                PIC 9(8).
01     WS-PRD-END                  PIC 9(8).
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-OE-MONTH-PARM            PIC X(2) VALUE SPACES.
01     WS-OPEN-ENROLMENT-MONTH     PIC 99 VALUE 11.
01     WS-EVENT-DAYS-PARM          PIC X(3) VALUE SPACES.
01     WS-EVENT-WINDOW-DAYS        PIC 9(3) VALUE 30.

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "BENEFITENROL".

01     TRANSACTION-CODE            PIC X.
       88  TRANSACTION-IS-ENROL    VALUE "E" "e".
       88  TRANSACTION-IS-DROP     VALUE "D" "d".
       88  TRANSACTION-IS-QUERY    VALUE "Q" "q".

01     ENROLMENT-ENTRY.
       02  ENE-EMPSSN              PIC X(9).
       02  ENE-PLAN-CODE           PIC X(4).
       02  ENE-COVERAGE            PIC X.
           88  ENE-VALID-COVERAGE  VALUES "E" "P" "F".
       02  ENE-REASON              PIC X(2).
           88  ENE-OPEN-ENROLMENT  VALUE "OE".
           88  ENE-LIFE-EVENT      VALUES "NH" "MA" "BA" "DV" "LC".
       02  ENE-EVENT-DATE          PIC X(8).

01     QUERY-SSN-ENTRY             PIC X(9).

01     WS-EFFECTIVE-DATE           PIC 9(8).
01     WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
       02  WS-EFFECTIVE-YEAR       PIC 9(4).
       02  WS-EFFECTIVE-MONTH      PIC 99.
       02  WS-EFFECTIVE-DAY        PIC 99.
01     WS-CLOSING-DATE             PIC 9(8).
01     WS-EVENT-DATE               PIC 9(8).
01     WS-EVENT-AGE-DAYS           PIC S9(7).
01     WS-RULE-REASON              PIC X(50).

01     WS-EMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEMPLOYEES          VALUE "Y".
01     WS-EMP-FOUND-SWITCH         PIC X.
       88  EMPLOYEE-KNOWN          VALUE "Y".
01     WS-BPL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBENEFITPLANS       VALUE "Y".
01     WS-BEN-EOF-SWITCH           PIC X.
       88  ENDOFENROLMENTS         VALUE "Y".
01     WS-LATER-SWITCH             PIC X.
       88  LATER-CHANGE-ON-FILE    VALUE "Y".
01     WS-CURRENT-SWITCH           PIC X.
       88  CURRENT-COVER-FOUND     VALUE "Y".
01     WS-BDD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEDUCTIONS         VALUE "Y".
01     WS-PGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYROLLGL          VALUE "Y".
01     WS-BSR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDDEDUCTIONS   VALUE "Y".

01     BENEFIT-PLAN-LIMIT          PIC 99 VALUE 30.
01     BENEFIT-PLAN-STORAGE.
       02  BPT-COUNT               PIC 99 VALUE ZERO.
       02  BPT-ENTRY OCCURS 30 TIMES.
           03  BPT-PLAN-CODE       PIC X(4).
           03  BPT-PLAN-NAME       PIC X(20).
01     BPT-IDX                     PIC 99.
01     BPT-FOUND-IDX               PIC 99.

01     DEDUCTED-KEY-LIMIT          PIC 9(4) VALUE 2000.
01     DEDUCTED-KEY-STORAGE.
       02  BDK-COUNT               PIC 9(4) VALUE ZERO.
       02  BDK-ENTRY OCCURS 2000 TIMES.
           03  BDK-EMPSSN          PIC 9(9).
           03  BDK-PLAN-CODE       PIC X(4).
01     BDK-IDX                     PIC 9(4).
01     BDK-FOUND-SWITCH            PIC X.
       88  DEDUCTION-ON-FILE       VALUE "Y".

01     WS-PREV-PROVIDER-CODE       PIC X(6).
01     WS-PROVIDER-EMPLOYEE        PIC 9(9)V99.
01     WS-PROVIDER-EMPLOYER        PIC 9(9)V99.
01     WS-PROVIDER-LINES           PIC 9(5).
01     WS-LINE-EMPLOYEE            PIC 9(5)V99.

01     REMIT-TOTALS.
       02  BRT-DEDUCTIONS          PIC 9(5) VALUE ZERO.
       02  BRT-PROVIDERS           PIC 9(5) VALUE ZERO.
       02  BRT-NOT-TAKEN           PIC 9(5) VALUE ZERO.
       02  BRT-NOT-DEDUCTED        PIC 9(5) VALUE ZERO.
       02  BRT-TOTAL-PRETAX        PIC 9(11)V99 VALUE ZERO.
       02  BRT-TOTAL-POSTTAX       PIC 9(11)V99 VALUE ZERO.
       02  BRT-TOTAL-EMPLOYER      PIC 9(11)V99 VALUE ZERO.
       02  BRT-GL-PRETAX           PIC 9(11)V99 VALUE ZERO.
       02  BRT-GL-POSTTAX          PIC 9(11)V99 VALUE ZERO.
       02  BRT-GL-EMPLOYER         PIC 9(11)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$$,$$9.99.
01     PRN-AMOUNT-3                PIC $$$,$$$,$$$,$$9.99.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "BENEFITENROL".
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
               PERFORM MAINTAIN-BENEFIT-ENROLMENTS
           WHEN "REMIT "
               IF WS-RUN-PARM(7:6) NUMERIC
                   MOVE WS-RUN-PARM(7:6) TO WS-REMIT-PERIOD
                   PERFORM PRODUCE-PROVIDER-REMITTANCE
               ELSE
                   DISPLAY "REMIT REQUIRES A PERIOD (YYYYMM)"
                   MOVE 12 TO RETURN-CODE
               END-IF
           WHEN OTHER
               DISPLAY "BENEFITENROL REQUIRES MAINT OR REMIT YYYYMM"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

MAINTAIN-BENEFIT-ENROLMENTS.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT WS-OE-MONTH-PARM FROM ENVIRONMENT "BENEFITOEMONTH"
       IF WS-OE-MONTH-PARM NUMERIC
               AND WS-OE-MONTH-PARM GREATER THAN "00"
               AND WS-OE-MONTH-PARM LESS THAN "13"
           MOVE WS-OE-MONTH-PARM TO WS-OPEN-ENROLMENT-MONTH
       END-IF
       ACCEPT WS-EVENT-DAYS-PARM FROM ENVIRONMENT "BENEFITEVENTDAYS"
       IF WS-EVENT-DAYS-PARM NUMERIC
               AND WS-EVENT-DAYS-PARM NOT EQUAL TO ZEROS
           MOVE WS-EVENT-DAYS-PARM TO WS-EVENT-WINDOW-DAYS
       END-IF
       PERFORM LOAD-BENEFIT-PLAN-TABLE
       IF BPT-COUNT EQUAL TO ZERO
           DISPLAY "NO BENEFIT PLAN TABLE PRESENT - NOTHING TO ENROL IN"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O BENEFITENROLFILE
       IF WS-BEN-STATUS EQUAL TO "35"
           OPEN OUTPUT BENEFITENROLFILE
           CLOSE BENEFITENROLFILE
           OPEN I-O BENEFITENROLFILE
       END-IF
       IF WS-BEN-STATUS NOT EQUAL TO "00"
           MOVE "BENEFITENROLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BEN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       DISPLAY "BENEFIT ENROLMENTS (E=ENROL OR CHANGE COVER, D=DROP, "
           "Q=QUERY, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-ENROL
                   PERFORM ENROL-EMPLOYEE-IN-PLAN
               WHEN TRANSACTION-IS-DROP
                   PERFORM DROP-EMPLOYEE-FROM-PLAN
               WHEN TRANSACTION-IS-QUERY
                   PERFORM QUERY-EMPLOYEE-ENROLMENTS
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (E, D, Q), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE BENEFITENROLFILE
       DISPLAY "BENEFIT ENROLMENT MAINTENANCE COMPLETE".

LOAD-BENEFIT-PLAN-TABLE.
       OPEN INPUT BENEFITPLANFILE
       IF WS-BPL-STATUS EQUAL TO "00"
           PERFORM READ-BENEFIT-PLAN-RECORD
           PERFORM UNTIL ENDOFBENEFITPLANS
               IF BPT-COUNT LESS THAN BENEFIT-PLAN-LIMIT
                   ADD 1 TO BPT-COUNT
                   MOVE BPL-PLAN-CODE TO BPT-PLAN-CODE(BPT-COUNT)
                   MOVE BPL-PLAN-NAME TO BPT-PLAN-NAME(BPT-COUNT)
               END-IF
               PERFORM READ-BENEFIT-PLAN-RECORD
           END-PERFORM
           CLOSE BENEFITPLANFILE
       END-IF.

ENROL-EMPLOYEE-IN-PLAN.
       DISPLAY "ENTER SSN (9) PLAN CODE (4) COVER (E=EMPLOYEE, "
           "P=WITH PARTNER, F=FAMILY) REASON (OE=OPEN ENROLMENT, "
           "NH/MA/BA/DV/LC=LIFE EVENT) EVENT DATE (8, ZERO FOR OE)"
       ACCEPT ENROLMENT-ENTRY
       PERFORM VALIDATE-ENROLMENT-ENTRY
       IF WS-RULE-REASON EQUAL TO SPACES AND NOT ENE-VALID-COVERAGE
           MOVE "COVER MUST BE E, P OR F" TO WS-RULE-REASON
       END-IF
       IF WS-RULE-REASON NOT EQUAL TO SPACES
           DISPLAY WS-RULE-REASON " - ENTRY REJECTED"
       ELSE
           PERFORM CLOSE-CURRENT-COVER
           INITIALIZE BENEFITENROLREC
           MOVE ENE-EMPSSN TO BEN-EMPSSN
           MOVE ENE-PLAN-CODE TO BEN-PLAN-CODE
           MOVE WS-EFFECTIVE-DATE TO BEN-START-DATE
           MOVE ENE-COVERAGE TO BEN-COVERAGE
           MOVE ZERO TO BEN-END-DATE
           MOVE ENE-REASON TO BEN-REASON
           MOVE ENE-EVENT-DATE TO BEN-EVENT-DATE
           MOVE WS-OPERATOR-ID TO BEN-OPERATOR-ID
           MOVE RUN-DATE-YYYYMMDD TO BEN-ENTERED-DATE
           WRITE BENEFITENROLREC
               INVALID KEY
                   DISPLAY "ENROLMENT ALREADY ON FILE FOR " ENE-EMPSSN
                       " PLAN " ENE-PLAN-CODE " FROM " WS-EFFECTIVE-DATE
               NOT INVALID KEY
                   DISPLAY ENE-EMPSSN " ENROLLED IN "
                       BPT-PLAN-NAME(BPT-FOUND-IDX) " COVER "
                       ENE-COVERAGE " FROM " WS-EFFECTIVE-DATE
           END-WRITE
       END-IF.

DROP-EMPLOYEE-FROM-PLAN.
       DISPLAY "ENTER SSN (9) PLAN CODE (4) COVER (BLANK) REASON "
           "(OE=OPEN ENROLMENT, NH/MA/BA/DV/LC=LIFE EVENT) EVENT "
           "DATE (8, ZERO FOR OE)"
       ACCEPT ENROLMENT-ENTRY
       PERFORM VALIDATE-ENROLMENT-ENTRY
       IF WS-RULE-REASON NOT EQUAL TO SPACES
           DISPLAY WS-RULE-REASON " - ENTRY REJECTED"
       ELSE
           PERFORM CLOSE-CURRENT-COVER
           IF CURRENT-COVER-FOUND
               DISPLAY ENE-EMPSSN " DROPPED FROM "
                   BPT-PLAN-NAME(BPT-FOUND-IDX) " WITH EFFECT FROM "
                   WS-EFFECTIVE-DATE
           ELSE
               DISPLAY ENE-EMPSSN " HAS NO CURRENT COVER IN PLAN "
                   ENE-PLAN-CODE " - ENTRY REJECTED"
           END-IF
       END-IF.

VALIDATE-ENROLMENT-ENTRY.
       MOVE SPACES TO WS-RULE-REASON
       MOVE ZERO TO WS-EFFECTIVE-DATE
       MOVE ZERO TO BPT-FOUND-IDX
       PERFORM VARYING BPT-IDX FROM 1 BY 1
               UNTIL BPT-IDX GREATER THAN BPT-COUNT
           IF BPT-PLAN-CODE(BPT-IDX) EQUAL TO ENE-PLAN-CODE
               MOVE BPT-IDX TO BPT-FOUND-IDX
               MOVE BPT-COUNT TO BPT-IDX
           END-IF
       END-PERFORM
       IF ENE-EMPSSN NOT NUMERIC OR ENE-EVENT-DATE NOT NUMERIC
           MOVE "SSN AND EVENT DATE MUST BE NUMERIC" TO WS-RULE-REASON
       ELSE
       IF BPT-FOUND-IDX EQUAL TO ZERO
           MOVE "PLAN CODE NOT IN THE BENEFIT PLAN TABLE"
               TO WS-RULE-REASON
       ELSE
       IF ENE-OPEN-ENROLMENT
           MOVE RUN-DATE-YYYYMMDD TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-MONTH NOT EQUAL TO WS-OPEN-ENROLMENT-MONTH
               MOVE ZERO TO WS-EFFECTIVE-DATE
               MOVE "OPEN ENROLMENT IS NOT IN PROGRESS"
                   TO WS-RULE-REASON
           ELSE
               ADD 1 TO WS-EFFECTIVE-YEAR
               MOVE 01 TO WS-EFFECTIVE-MONTH
               MOVE 01 TO WS-EFFECTIVE-DAY
           END-IF
       ELSE
       IF ENE-LIFE-EVENT
           PERFORM CHECK-LIFE-EVENT-WINDOW
       ELSE
           MOVE "CHANGES NEED OPEN ENROLMENT OR A LIFE EVENT"
               TO WS-RULE-REASON
       END-IF
       END-IF
       END-IF
       END-IF
       IF WS-RULE-REASON EQUAL TO SPACES
           PERFORM FIND-ENROLMENT-EMPLOYEE
           IF NOT EMPLOYEE-KNOWN
               MOVE "EMPLOYEE NOT ON FILE OR NOT ACTIVE"
                   TO WS-RULE-REASON
           ELSE
               PERFORM CHECK-LATER-CHANGE
               IF LATER-CHANGE-ON-FILE
                   MOVE "A LATER CHANGE TO THIS PLAN IS ALREADY ON FILE"
                       TO WS-RULE-REASON
               END-IF
           END-IF
       END-IF.

CHECK-LIFE-EVENT-WINDOW.
       IF ENE-EVENT-DATE(5:2) LESS THAN "01"
               OR ENE-EVENT-DATE(5:2) GREATER THAN "12"
               OR ENE-EVENT-DATE(7:2) LESS THAN "01"
               OR ENE-EVENT-DATE(7:2) GREATER THAN "31"
               OR ENE-EVENT-DATE GREATER THAN RUN-DATE-YYYYMMDD
           MOVE "EVENT DATE IS NOT A VALID PAST DATE" TO WS-RULE-REASON
       ELSE
           MOVE ENE-EVENT-DATE TO WS-EVENT-DATE
           COMPUTE WS-EVENT-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE)
           IF WS-EVENT-AGE-DAYS GREATER THAN WS-EVENT-WINDOW-DAYS
               MOVE "LIFE EVENT REPORTED OUTSIDE THE EVENT WINDOW"
                   TO WS-RULE-REASON
           ELSE
               MOVE WS-EVENT-DATE TO WS-EFFECTIVE-DATE
               MOVE 01 TO WS-EFFECTIVE-DAY
               IF WS-EFFECTIVE-MONTH EQUAL TO 12
                   ADD 1 TO WS-EFFECTIVE-YEAR
                   MOVE 01 TO WS-EFFECTIVE-MONTH
               ELSE
                   ADD 1 TO WS-EFFECTIVE-MONTH
               END-IF
           END-IF
       END-IF.

FIND-ENROLMENT-EMPLOYEE.
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
           IF EMPSSN EQUAL TO ENE-EMPSSN AND EMPLOYEE-ACTIVE
               SET EMPLOYEE-KNOWN TO TRUE
           ELSE
               PERFORM READ-EMPLOYEE-RECORD
           END-IF
       END-PERFORM
       CLOSE EMPLOYEEFILE.

CHECK-LATER-CHANGE.
       MOVE "N" TO WS-LATER-SWITCH
       PERFORM START-PLAN-ENROLMENTS
       PERFORM UNTIL ENDOFENROLMENTS
           IF BEN-START-DATE NOT LESS THAN WS-EFFECTIVE-DATE
               SET LATER-CHANGE-ON-FILE TO TRUE
           END-IF
           PERFORM READ-NEXT-PLAN-ENROLMENT
       END-PERFORM.

CLOSE-CURRENT-COVER.
       MOVE "N" TO WS-CURRENT-SWITCH
       COMPUTE WS-CLOSING-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) - 1)
       PERFORM START-PLAN-ENROLMENTS
       PERFORM UNTIL ENDOFENROLMENTS
           IF BEN-END-DATE EQUAL TO ZERO
                   OR BEN-END-DATE NOT LESS THAN WS-EFFECTIVE-DATE
               SET CURRENT-COVER-FOUND TO TRUE
               MOVE WS-CLOSING-DATE TO BEN-END-DATE
               REWRITE BENEFITENROLREC
               IF WS-BEN-STATUS NOT EQUAL TO "00"
                   MOVE "BENEFITENROLFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-BEN-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
           END-IF
           PERFORM READ-NEXT-PLAN-ENROLMENT
       END-PERFORM.

START-PLAN-ENROLMENTS.
       MOVE ENE-EMPSSN TO BEN-EMPSSN
       MOVE ENE-PLAN-CODE TO BEN-PLAN-CODE
       MOVE ZERO TO BEN-START-DATE
       MOVE "N" TO WS-BEN-EOF-SWITCH
       START BENEFITENROLFILE KEY NOT LESS THAN BEN-ENROL-KEY
           INVALID KEY SET ENDOFENROLMENTS TO TRUE
       END-START
       IF NOT ENDOFENROLMENTS
           PERFORM READ-NEXT-PLAN-ENROLMENT
       END-IF.

READ-NEXT-PLAN-ENROLMENT.
       READ BENEFITENROLFILE NEXT RECORD
           AT END SET ENDOFENROLMENTS TO TRUE
       END-READ
       IF NOT ENDOFENROLMENTS
               AND (BEN-EMPSSN NOT EQUAL TO ENE-EMPSSN
                   OR BEN-PLAN-CODE NOT EQUAL TO ENE-PLAN-CODE)
           SET ENDOFENROLMENTS TO TRUE
       END-IF.

QUERY-EMPLOYEE-ENROLMENTS.
       DISPLAY "ENTER SSN (9)"
       ACCEPT QUERY-SSN-ENTRY
       IF QUERY-SSN-ENTRY NOT NUMERIC
           DISPLAY "SSN MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
           MOVE QUERY-SSN-ENTRY TO BEN-EMPSSN
           MOVE LOW-VALUES TO BEN-PLAN-CODE
           MOVE ZERO TO BEN-START-DATE
           MOVE "N" TO WS-BEN-EOF-SWITCH
           START BENEFITENROLFILE KEY NOT LESS THAN BEN-ENROL-KEY
               INVALID KEY SET ENDOFENROLMENTS TO TRUE
           END-START
           IF NOT ENDOFENROLMENTS
               PERFORM READ-NEXT-EMPLOYEE-ENROLMENT
           END-IF
           IF ENDOFENROLMENTS
               DISPLAY "NO BENEFIT ENROLMENTS FOR " QUERY-SSN-ENTRY
           END-IF
           PERFORM UNTIL ENDOFENROLMENTS
               DISPLAY "PLAN " BEN-PLAN-CODE " COVER " BEN-COVERAGE
                   " FROM " BEN-START-DATE " TO " BEN-END-DATE
                   " REASON " BEN-REASON " EVENT " BEN-EVENT-DATE
                   " BY " BEN-OPERATOR-ID " ON " BEN-ENTERED-DATE
               PERFORM READ-NEXT-EMPLOYEE-ENROLMENT
           END-PERFORM
       END-IF.

READ-NEXT-EMPLOYEE-ENROLMENT.
       READ BENEFITENROLFILE NEXT RECORD
           AT END SET ENDOFENROLMENTS TO TRUE
       END-READ
       IF NOT ENDOFENROLMENTS AND BEN-EMPSSN NOT EQUAL TO QUERY-SSN-ENTRY
           SET ENDOFENROLMENTS TO TRUE
       END-IF.

PRODUCE-PROVIDER-REMITTANCE.
       COMPUTE WS-PRD-START = (WS-REMIT-PERIOD * 100) + 1
       COMPUTE WS-PRD-END = (WS-REMIT-PERIOD * 100) + 31
       MOVE SPACES TO WS-BDD-FILENAME
       STRING "BenefitDeduct-" WS-REMIT-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-BDD-FILENAME
       END-STRING
       MOVE SPACES TO WS-PGL-FILENAME
       STRING "Payroll-" WS-REMIT-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-BRM-FILENAME
       STRING "BenefitRemit-" WS-REMIT-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-BRM-FILENAME
       END-STRING
       MOVE SPACES TO WS-RCN-FILENAME
       STRING "BenefitRecon-" WS-REMIT-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RCN-FILENAME
       END-STRING
       OPEN INPUT BENEFITDEDUCTFILE
       IF WS-BDD-STATUS NOT EQUAL TO "00"
           DISPLAY "NO BENEFIT DEDUCTION FILE FOR PERIOD "
               WS-REMIT-PERIOD " - RUN THE PAY RUN FIRST"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE BENEFITDEDUCTFILE
       OPEN OUTPUT BENEFITREMITFILE
       IF WS-BRM-STATUS NOT EQUAL TO "00"
           MOVE "BENEFITREMITFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BRM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT RECONREPORT
       IF WS-RCN-STATUS NOT EQUAL TO "00"
           MOVE "RECONREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RCN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO RECONLINE
       STRING "BENEFIT PROVIDER REMITTANCE AND RECONCILIATION -- "
           "PERIOD " WS-REMIT-PERIOD "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       MOVE SPACES TO RECONLINE
       PERFORM WRITE-RECON-LINE
       MOVE "PLAN EMPLOYEE  C           EMPLOYEE           EMPLOYER"
           TO RECONLINE
       MOVE "TOTAL" TO RECONLINE(71:5)
       PERFORM WRITE-RECON-LINE
       SORT BENEFITSORTFILE ON ASCENDING KEY BSR-PROVIDER-CODE
                               ASCENDING KEY BSR-PLAN-CODE
                               ASCENDING KEY BSR-EMPSSN
           INPUT PROCEDURE IS RELEASE-PERIOD-DEDUCTIONS
           OUTPUT PROCEDURE IS PRINT-PROVIDER-REMITTANCE
       IF WS-BSR-STATUS NOT EQUAL TO "00"
           MOVE "BENEFITSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-BSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM LIST-ENROLMENTS-NOT-DEDUCTED
       PERFORM SUM-GL-BENEFIT-TOTALS
       PERFORM PROVE-PROVIDER-REMITTANCE
       CLOSE BENEFITREMITFILE
       CLOSE RECONREPORT
       MOVE "BENEFIT REMITTANCE" TO WS-REG-REPORT-NAME
       MOVE WS-RCN-FILENAME TO WS-REG-FILENAME
       MOVE WS-REMIT-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "BENEFITENROL REMIT -- PERIOD " WS-REMIT-PERIOD
           "  PROVIDERS: " BRT-PROVIDERS
           "  DEDUCTIONS: " BRT-DEDUCTIONS
           "  NOT TAKEN: " BRT-NOT-TAKEN
           "  NOT DEDUCTED: " BRT-NOT-DEDUCTED.

RELEASE-PERIOD-DEDUCTIONS.
       OPEN INPUT BENEFITDEDUCTFILE
       PERFORM READ-DEDUCTION-RECORD
       PERFORM UNTIL ENDOFDEDUCTIONS
           IF BDK-COUNT LESS THAN DEDUCTED-KEY-LIMIT
               ADD 1 TO BDK-COUNT
               MOVE BDD-EMPSSN TO BDK-EMPSSN(BDK-COUNT)
               MOVE BDD-PLAN-CODE TO BDK-PLAN-CODE(BDK-COUNT)
           END-IF
           MOVE BDD-PROVIDER-CODE TO BSR-PROVIDER-CODE
           MOVE BDD-PLAN-CODE TO BSR-PLAN-CODE
           MOVE BDD-EMPSSN TO BSR-EMPSSN
           MOVE BDD-PROVIDER-NAME TO BSR-PROVIDER-NAME
           MOVE BDD-TAX-TREATMENT TO BSR-TAX-TREATMENT
           MOVE BDD-COVERAGE TO BSR-COVERAGE
           MOVE BDD-EMPLOYEE-AMOUNT TO BSR-EMPLOYEE-AMOUNT
           MOVE BDD-EMPLOYER-AMOUNT TO BSR-EMPLOYER-AMOUNT
           MOVE BDD-TAKEN TO BSR-TAKEN
           RELEASE BENEFITSORTREC
           PERFORM READ-DEDUCTION-RECORD
       END-PERFORM
       CLOSE BENEFITDEDUCTFILE.

PRINT-PROVIDER-REMITTANCE.
       MOVE HIGH-VALUES TO WS-PREV-PROVIDER-CODE
       PERFORM RETURN-SORTED-DEDUCTION
       PERFORM UNTIL ENDOFSORTEDDEDUCTIONS
           IF BSR-PROVIDER-CODE NOT EQUAL TO WS-PREV-PROVIDER-CODE
               IF WS-PREV-PROVIDER-CODE NOT EQUAL TO HIGH-VALUES
                   PERFORM FINISH-PROVIDER
               END-IF
               MOVE BSR-PROVIDER-CODE TO WS-PREV-PROVIDER-CODE
               MOVE ZERO TO WS-PROVIDER-EMPLOYEE
               MOVE ZERO TO WS-PROVIDER-EMPLOYER
               MOVE ZERO TO WS-PROVIDER-LINES
               ADD 1 TO BRT-PROVIDERS
               MOVE SPACES TO RECONLINE
               PERFORM WRITE-RECON-LINE
               MOVE SPACES TO RECONLINE
               STRING "PROVIDER " BSR-PROVIDER-CODE " "
                   BSR-PROVIDER-NAME
                   DELIMITED BY SIZE INTO RECONLINE
               END-STRING
               PERFORM WRITE-RECON-LINE
           END-IF
           PERFORM REMIT-ONE-DEDUCTION
           PERFORM RETURN-SORTED-DEDUCTION
       END-PERFORM
       IF WS-PREV-PROVIDER-CODE NOT EQUAL TO HIGH-VALUES
           PERFORM FINISH-PROVIDER
       END-IF.

REMIT-ONE-DEDUCTION.
       ADD 1 TO BRT-DEDUCTIONS
       ADD 1 TO WS-PROVIDER-LINES
       MOVE ZERO TO WS-LINE-EMPLOYEE
       IF BSR-TAKEN EQUAL TO "Y"
           MOVE BSR-EMPLOYEE-AMOUNT TO WS-LINE-EMPLOYEE
           IF BSR-TAX-TREATMENT EQUAL TO "P"
               ADD WS-LINE-EMPLOYEE TO BRT-TOTAL-PRETAX
           ELSE
               ADD WS-LINE-EMPLOYEE TO BRT-TOTAL-POSTTAX
           END-IF
       ELSE
           ADD 1 TO BRT-NOT-TAKEN
       END-IF
       ADD WS-LINE-EMPLOYEE TO WS-PROVIDER-EMPLOYEE
       ADD BSR-EMPLOYER-AMOUNT TO WS-PROVIDER-EMPLOYER
       ADD BSR-EMPLOYER-AMOUNT TO BRT-TOTAL-EMPLOYER
       MOVE WS-LINE-EMPLOYEE TO PRN-AMOUNT
       MOVE BSR-EMPLOYER-AMOUNT TO PRN-AMOUNT-2
       COMPUTE PRN-AMOUNT-3 = WS-LINE-EMPLOYEE + BSR-EMPLOYER-AMOUNT
       MOVE SPACES TO RECONLINE
       STRING BSR-PLAN-CODE " " BSR-EMPSSN " " BSR-COVERAGE " "
           PRN-AMOUNT " " PRN-AMOUNT-2 " " PRN-AMOUNT-3
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       IF BSR-TAKEN NOT EQUAL TO "Y"
           MOVE "NOT TAKEN - PAY TOO LOW" TO RECONLINE(76:23)
       END-IF
       PERFORM WRITE-RECON-LINE
       MOVE BSR-PROVIDER-CODE TO BRM-PROVIDER-CODE
       MOVE BSR-PLAN-CODE TO BRM-PLAN-CODE
       MOVE BSR-EMPSSN TO BRM-EMPSSN
       MOVE WS-REMIT-PERIOD TO BRM-PAYPERIOD
       MOVE BSR-COVERAGE TO BRM-COVERAGE
       MOVE WS-LINE-EMPLOYEE TO BRM-EMPLOYEE-AMOUNT
       MOVE BSR-EMPLOYER-AMOUNT TO BRM-EMPLOYER-AMOUNT
       WRITE BENEFITREMITREC
       IF WS-BRM-STATUS NOT EQUAL TO "00"
           MOVE "BENEFITREMITFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-BRM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FINISH-PROVIDER.
       COMPUTE PRN-AMOUNT = WS-PROVIDER-EMPLOYEE + WS-PROVIDER-EMPLOYER
       MOVE SPACES TO RECONLINE
       STRING "  TOTAL TO REMIT TO " WS-PREV-PROVIDER-CODE "  "
           PRN-AMOUNT "  MEMBERS " WS-PROVIDER-LINES
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE.

LIST-ENROLMENTS-NOT-DEDUCTED.
       MOVE SPACES TO RECONLINE
       PERFORM WRITE-RECON-LINE
       MOVE "ENROLMENTS IN FORCE WITH NO DEDUCTION THIS PERIOD"
           TO RECONLINE
       PERFORM WRITE-RECON-LINE
       OPEN INPUT BENEFITENROLFILE
       IF WS-BEN-STATUS EQUAL TO "00"
           MOVE "N" TO WS-BEN-EOF-SWITCH
           PERFORM READ-NEXT-ENROLMENT
           PERFORM UNTIL ENDOFENROLMENTS
               IF BEN-START-DATE NOT GREATER THAN WS-PRD-END
                       AND (BEN-END-DATE EQUAL TO ZERO
                           OR BEN-END-DATE NOT LESS THAN WS-PRD-START)
                   PERFORM CHECK-ENROLMENT-DEDUCTED
               END-IF
               PERFORM READ-NEXT-ENROLMENT
           END-PERFORM
           CLOSE BENEFITENROLFILE
       END-IF
       IF BRT-NOT-DEDUCTED EQUAL TO ZERO
           MOVE "  NONE" TO RECONLINE
           PERFORM WRITE-RECON-LINE
       END-IF.

CHECK-ENROLMENT-DEDUCTED.
       MOVE "N" TO BDK-FOUND-SWITCH
       PERFORM VARYING BDK-IDX FROM 1 BY 1
               UNTIL BDK-IDX GREATER THAN BDK-COUNT
           IF BDK-EMPSSN(BDK-IDX) EQUAL TO BEN-EMPSSN
                   AND BDK-PLAN-CODE(BDK-IDX) EQUAL TO BEN-PLAN-CODE
               SET DEDUCTION-ON-FILE TO TRUE
               MOVE BDK-COUNT TO BDK-IDX
           END-IF
       END-PERFORM
       IF NOT DEDUCTION-ON-FILE
           ADD 1 TO BRT-NOT-DEDUCTED
           MOVE SPACES TO RECONLINE
           STRING "  " BEN-PLAN-CODE " " BEN-EMPSSN " COVER "
               BEN-COVERAGE " FROM " BEN-START-DATE
               " - EMPLOYEE NOT PAID OR PLAN NOT IN TABLE"
               DELIMITED BY SIZE INTO RECONLINE
           END-STRING
           PERFORM WRITE-RECON-LINE
       END-IF.

SUM-GL-BENEFIT-TOTALS.
       OPEN INPUT PAYROLLGLFILE
       IF WS-PGL-STATUS EQUAL TO "00"
           PERFORM READ-PAYROLL-GL-RECORD
           PERFORM UNTIL ENDOFPAYROLLGL
               EVALUATE PGL-ACCOUNT-CODE
                   WHEN 10
                       ADD PGL-AMOUNT TO BRT-GL-PRETAX
                   WHEN 11
                       ADD PGL-AMOUNT TO BRT-GL-POSTTAX
                   WHEN 12
                       ADD PGL-AMOUNT TO BRT-GL-EMPLOYER
               END-EVALUATE
               PERFORM READ-PAYROLL-GL-RECORD
           END-PERFORM
           CLOSE PAYROLLGLFILE
       ELSE
           DISPLAY "NO PAYROLL JOURNAL FOR PERIOD " WS-REMIT-PERIOD
               " - REMITTANCE CANNOT BE PROVEN"
       END-IF.

PROVE-PROVIDER-REMITTANCE.
       MOVE SPACES TO RECONLINE
       PERFORM WRITE-RECON-LINE
       MOVE BRT-TOTAL-PRETAX TO PRN-AMOUNT
       MOVE BRT-GL-PRETAX TO PRN-AMOUNT-2
       MOVE SPACES TO RECONLINE
       STRING "PRE-TAX DEDUCTIONS:  " PRN-AMOUNT "  PAY RUN CONTROL: "
           PRN-AMOUNT-2
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       MOVE BRT-TOTAL-POSTTAX TO PRN-AMOUNT
       MOVE BRT-GL-POSTTAX TO PRN-AMOUNT-2
       MOVE SPACES TO RECONLINE
       STRING "POST-TAX DEDUCTIONS: " PRN-AMOUNT "  PAY RUN CONTROL: "
           PRN-AMOUNT-2
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       MOVE BRT-TOTAL-EMPLOYER TO PRN-AMOUNT
       MOVE BRT-GL-EMPLOYER TO PRN-AMOUNT-2
       MOVE SPACES TO RECONLINE
       STRING "EMPLOYER SHARE:      " PRN-AMOUNT "  PAY RUN CONTROL: "
           PRN-AMOUNT-2
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       COMPUTE PRN-AMOUNT = BRT-TOTAL-PRETAX + BRT-TOTAL-POSTTAX
           + BRT-TOTAL-EMPLOYER
       MOVE SPACES TO RECONLINE
       STRING "TOTAL REMITTED:      " PRN-AMOUNT
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       IF BRT-TOTAL-PRETAX EQUAL TO BRT-GL-PRETAX
               AND BRT-TOTAL-POSTTAX EQUAL TO BRT-GL-POSTTAX
               AND BRT-TOTAL-EMPLOYER EQUAL TO BRT-GL-EMPLOYER
           MOVE "REMITTANCE AGREES WITH THE PAY RUN CONTROL TOTALS - "
               TO RECONLINE
           PERFORM WRITE-RECON-LINE
           MOVE "FILE RELEASED TO THE PROVIDERS" TO RECONLINE
           PERFORM WRITE-RECON-LINE
           IF BRT-NOT-TAKEN GREATER THAN ZERO
                   OR BRT-NOT-DEDUCTED GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
       ELSE
           MOVE "*** REMITTANCE DOES NOT AGREE WITH THE PAY RUN"
               TO RECONLINE
           PERFORM WRITE-RECON-LINE
           MOVE "*** CONTROL TOTALS - DO NOT SEND THE FILE"
               TO RECONLINE
           PERFORM WRITE-RECON-LINE
           DISPLAY "BENEFITENROL -- REMITTANCE OUT OF PROOF - "
               "DO NOT RELEASE " WS-BRM-FILENAME
           MOVE 8 TO RETURN-CODE
       END-IF.

READ-BENEFIT-PLAN-RECORD.
       READ BENEFITPLANFILE AT END SET ENDOFBENEFITPLANS TO TRUE
       END-READ.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ.

READ-NEXT-ENROLMENT.
       READ BENEFITENROLFILE NEXT RECORD
           AT END SET ENDOFENROLMENTS TO TRUE
       END-READ.

READ-DEDUCTION-RECORD.
       READ BENEFITDEDUCTFILE AT END SET ENDOFDEDUCTIONS TO TRUE
       END-READ.

READ-PAYROLL-GL-RECORD.
       READ PAYROLLGLFILE AT END SET ENDOFPAYROLLGL TO TRUE
       END-READ.

RETURN-SORTED-DEDUCTION.
       RETURN BENEFITSORTFILE AT END SET ENDOFSORTEDDEDUCTIONS TO TRUE
       END-RETURN.

WRITE-RECON-LINE.
       WRITE RECONLINE
       IF WS-RCN-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING BENEFIT RECONCILIATION - FILE STATUS "
               WS-RCN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
