IDENTIFICATION DIVISION.
PROGRAM-ID. LABOURCOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LABOURCOSTFILE ASSIGN TO DYNAMIC WS-LBC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBC-STATUS.

       SELECT DEPTCOSTGLFILE ASSIGN TO DYNAMIC WS-PDG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDG-STATUS.

       SELECT DEPARTMENTFILE ASSIGN TO "Departments.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DPT-STATUS.

       SELECT LABOURSORTFILE ASSIGN TO "LabourCost.tmp"
           FILE STATUS IS WS-LSR-STATUS.

       SELECT LABOURREPORT ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     LABOURCOSTFILE.
       COPY "LABOURCOST.cpy"
           REPLACING ==:RECNAME:== BY ==LABOURCOSTREC==
                     ==:PREFIX:==  BY ==LBC-==.

FD     DEPTCOSTGLFILE.
01     DEPTCOSTGLREC.
       02  PDG-ACCOUNT-CODE        PIC 99.
       02  PDG-ACCOUNT-DESC        PIC X(20).
       02  PDG-AMOUNT              PIC S9(9)V99.
       02  PDG-DEPTCODE            PIC X(3).
       02  FILLER                  PIC X(7).
       02  FILLER                  PIC 9(10).

FD     DEPARTMENTFILE.
01     DEPARTMENTREC.
       02  DPT-DEPTCODE            PIC X(3).
       02  DPT-DEPTNAME            PIC X(20).

SD     LABOURSORTFILE.
01     LABOURSORTREC.
       02  LSR-DEPTCODE            PIC X(3).
       02  LSR-JOBCODE             PIC X(4).
       02  LSR-WHICH-PERIOD        PIC X.
           88  LSR-CURRENT-PERIOD  VALUE "C".
       02  LSR-EMPSSN              PIC 9(9).
       02  LSR-COST                PIC 9(7)V99.

FD     LABOURREPORT.
01     LABOURLINE                  PIC X(100).

WORKING-STORAGE SECTION.
01     WS-LBC-STATUS               PIC XX.
01     WS-PDG-STATUS               PIC XX.
01     WS-DPT-STATUS               PIC XX.
01     WS-LSR-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-LBC-FILENAME             PIC X(40).
01     WS-PDG-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     WS-COST-PERIOD              PIC 9(6).
01     WS-PRIOR-PERIOD             PIC 9(6).
01     WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
       02  WS-PRIOR-YEAR           PIC 9(4).
       02  WS-PRIOR-MONTH          PIC 99.
01     WS-READ-PERIOD              PIC 9(6).
01     WS-PERIOD-FLAG              PIC X.
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-LBC-EOF-SWITCH           PIC X.
       88  ENDOFLABOURCOST         VALUE "Y".
01     WS-PDG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEPTCOSTGL         VALUE "Y".
01     WS-DPT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEPARTMENTS        VALUE "Y".
01     WS-LSR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDCOSTS        VALUE "Y".

01     DEPARTMENT-NAME-LIMIT       PIC 9(3) VALUE 100.
01     DEPARTMENT-NAME-STORAGE.
       02  DNM-COUNT               PIC 9(3) VALUE ZERO.
       02  DNM-ENTRY OCCURS 100 TIMES.
           03  DNM-DEPTCODE        PIC X(3).
           03  DNM-DEPTNAME        PIC X(20).
01     DNM-IDX                     PIC 9(3).
01     WS-DEPT-NAME                PIC X(20).

01     WS-PREV-DEPTCODE            PIC X(3).
01     WS-PREV-JOBCODE             PIC X(4).
01     WS-PREV-EMPSSN              PIC 9(9).
01     WS-JOB-CURRENT              PIC 9(11)V99.
01     WS-JOB-PRIOR                PIC 9(11)V99.
01     WS-JOB-HEADCOUNT            PIC 9(5).
01     WS-DEPT-CURRENT             PIC 9(11)V99.
01     WS-DEPT-PRIOR               PIC 9(11)V99.
01     WS-DEPT-HEADCOUNT           PIC 9(5).
01     WS-CHANGE                   PIC S9(11)V99.

01     LABOUR-TOTALS.
       02  LCT-CURRENT-RECORDS     PIC 9(7) VALUE ZERO.
       02  LCT-PRIOR-RECORDS       PIC 9(7) VALUE ZERO.
       02  LCT-DEPARTMENTS         PIC 9(5) VALUE ZERO.
       02  LCT-TOTAL-CURRENT       PIC 9(11)V99 VALUE ZERO.
       02  LCT-TOTAL-PRIOR         PIC 9(11)V99 VALUE ZERO.
       02  LCT-TOTAL-HEADCOUNT     PIC 9(7) VALUE ZERO.
       02  LCT-GL-TOTAL            PIC S9(11)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$$,$$9.99.
01     PRN-CHANGE                  PIC $$$,$$$,$$$,$$9.99-.
01     PRN-HEADCOUNT               PIC ZZ,ZZ9.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "LABOURCOST".
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
           DISPLAY "LABOURCOST REQUIRES A PERIOD (YYYYMM) ON THE "
               "COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-COST-PERIOD
       MOVE WS-COST-PERIOD TO WS-PRIOR-PERIOD
       IF WS-PRIOR-MONTH EQUAL TO 1
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           SUBTRACT 1 FROM WS-PRIOR-MONTH
       END-IF
       MOVE SPACES TO WS-LBC-FILENAME
       STRING "LabourCost-" WS-COST-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-LBC-FILENAME
       END-STRING
       OPEN INPUT LABOURCOSTFILE
       IF WS-LBC-STATUS NOT EQUAL TO "00"
           DISPLAY "NO LABOUR COST FILE FOR PERIOD " WS-COST-PERIOD
               " - RUN THE PAY RUN FIRST"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE LABOURCOSTFILE
       PERFORM LOAD-DEPARTMENT-NAMES
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "LabourCost-" WS-COST-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN OUTPUT LABOURREPORT
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LABOURREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO LABOURLINE
       STRING "LABOUR COST BY DEPARTMENT -- PERIOD " WS-COST-PERIOD
           "  COMPARED WITH " WS-PRIOR-PERIOD
           "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO LABOURLINE
       END-STRING
       PERFORM WRITE-LABOUR-LINE
       MOVE SPACES TO LABOURLINE
       PERFORM WRITE-LABOUR-LINE
       MOVE "     JOB   STAFF       THIS PERIOD       LAST PERIOD"
           TO LABOURLINE
       MOVE "CHANGE" TO LABOURLINE(70:6)
       PERFORM WRITE-LABOUR-LINE
       SORT LABOURSORTFILE ON ASCENDING KEY LSR-DEPTCODE
                              ASCENDING KEY LSR-JOBCODE
                              ASCENDING KEY LSR-WHICH-PERIOD
                              ASCENDING KEY LSR-EMPSSN
           INPUT PROCEDURE IS RELEASE-LABOUR-COSTS
           OUTPUT PROCEDURE IS PRINT-LABOUR-COSTS
       IF WS-LSR-STATUS NOT EQUAL TO "00"
           MOVE "LABOURSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-LSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM PRINT-GRAND-TOTAL
       PERFORM PROVE-TO-DEPARTMENT-EXTRACT
       CLOSE LABOURREPORT
       MOVE "Labour Cost by Department" TO WS-REG-REPORT-NAME
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-COST-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       MOVE LCT-TOTAL-CURRENT TO PRN-AMOUNT
       DISPLAY "LABOURCOST -- PERIOD " WS-COST-PERIOD
           "  DEPARTMENTS: " LCT-DEPARTMENTS
           "  CHARGES: " LCT-CURRENT-RECORDS
           "  TOTAL COST: " PRN-AMOUNT
       STOP RUN.

LOAD-DEPARTMENT-NAMES.
       OPEN INPUT DEPARTMENTFILE
       IF WS-DPT-STATUS EQUAL TO "00"
           PERFORM READ-DEPARTMENT-RECORD
           PERFORM UNTIL ENDOFDEPARTMENTS
               IF DNM-COUNT LESS THAN DEPARTMENT-NAME-LIMIT
                   ADD 1 TO DNM-COUNT
                   MOVE DPT-DEPTCODE TO DNM-DEPTCODE(DNM-COUNT)
                   MOVE DPT-DEPTNAME TO DNM-DEPTNAME(DNM-COUNT)
               END-IF
               PERFORM READ-DEPARTMENT-RECORD
           END-PERFORM
           CLOSE DEPARTMENTFILE
       END-IF.

RELEASE-LABOUR-COSTS.
       MOVE WS-COST-PERIOD TO WS-READ-PERIOD
       MOVE "C" TO WS-PERIOD-FLAG
       PERFORM RELEASE-ONE-PERIOD
       MOVE WS-PRIOR-PERIOD TO WS-READ-PERIOD
       MOVE "P" TO WS-PERIOD-FLAG
       MOVE SPACES TO WS-LBC-FILENAME
       STRING "LabourCost-" WS-PRIOR-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-LBC-FILENAME
       END-STRING
       PERFORM RELEASE-ONE-PERIOD.

RELEASE-ONE-PERIOD.
       OPEN INPUT LABOURCOSTFILE
       IF WS-LBC-STATUS EQUAL TO "00"
           MOVE "N" TO WS-LBC-EOF-SWITCH
           PERFORM READ-LABOUR-COST-RECORD
           PERFORM UNTIL ENDOFLABOURCOST
               IF LBC-PAYPERIOD EQUAL TO WS-READ-PERIOD
                   MOVE LBC-DEPTCODE TO LSR-DEPTCODE
                   MOVE LBC-JOBCODE TO LSR-JOBCODE
                   MOVE WS-PERIOD-FLAG TO LSR-WHICH-PERIOD
                   MOVE LBC-EMPSSN TO LSR-EMPSSN
                   COMPUTE LSR-COST = LBC-GROSS-COST
                       + LBC-EMPLOYER-PENSION + LBC-EMPLOYER-BENEFIT
                   RELEASE LABOURSORTREC
                   IF LSR-CURRENT-PERIOD
                       ADD 1 TO LCT-CURRENT-RECORDS
                   ELSE
                       ADD 1 TO LCT-PRIOR-RECORDS
                   END-IF
               END-IF
               PERFORM READ-LABOUR-COST-RECORD
           END-PERFORM
           CLOSE LABOURCOSTFILE
       ELSE
           DISPLAY "NO LABOUR COST FILE FOR PERIOD " WS-READ-PERIOD
               " - NO COMPARISON FIGURES"
       END-IF.

PRINT-LABOUR-COSTS.
       MOVE HIGH-VALUES TO WS-PREV-DEPTCODE
       MOVE HIGH-VALUES TO WS-PREV-JOBCODE
       PERFORM RETURN-SORTED-COST
       PERFORM UNTIL ENDOFSORTEDCOSTS
           IF LSR-DEPTCODE NOT EQUAL TO WS-PREV-DEPTCODE
               IF WS-PREV-DEPTCODE NOT EQUAL TO HIGH-VALUES
                   PERFORM FINISH-JOB
                   PERFORM FINISH-DEPARTMENT
               END-IF
               PERFORM START-DEPARTMENT
               PERFORM START-JOB
           ELSE
           IF LSR-JOBCODE NOT EQUAL TO WS-PREV-JOBCODE
               PERFORM FINISH-JOB
               PERFORM START-JOB
           END-IF
           END-IF
           IF LSR-CURRENT-PERIOD
               ADD LSR-COST TO WS-JOB-CURRENT
               IF LSR-EMPSSN NOT EQUAL TO WS-PREV-EMPSSN
                   ADD 1 TO WS-JOB-HEADCOUNT
                   MOVE LSR-EMPSSN TO WS-PREV-EMPSSN
               END-IF
           ELSE
               ADD LSR-COST TO WS-JOB-PRIOR
           END-IF
           PERFORM RETURN-SORTED-COST
       END-PERFORM
       IF WS-PREV-DEPTCODE NOT EQUAL TO HIGH-VALUES
           PERFORM FINISH-JOB
           PERFORM FINISH-DEPARTMENT
       END-IF.

START-DEPARTMENT.
       MOVE LSR-DEPTCODE TO WS-PREV-DEPTCODE
       MOVE ZERO TO WS-DEPT-CURRENT
       MOVE ZERO TO WS-DEPT-PRIOR
       MOVE ZERO TO WS-DEPT-HEADCOUNT
       ADD 1 TO LCT-DEPARTMENTS
       PERFORM LOOKUP-DEPARTMENT-NAME
       MOVE SPACES TO LABOURLINE
       PERFORM WRITE-LABOUR-LINE
       MOVE SPACES TO LABOURLINE
       STRING "DEPT " LSR-DEPTCODE " " WS-DEPT-NAME
           DELIMITED BY SIZE INTO LABOURLINE
       END-STRING
       PERFORM WRITE-LABOUR-LINE.

START-JOB.
       MOVE LSR-JOBCODE TO WS-PREV-JOBCODE
       MOVE ZERO TO WS-PREV-EMPSSN
       MOVE ZERO TO WS-JOB-CURRENT
       MOVE ZERO TO WS-JOB-PRIOR
       MOVE ZERO TO WS-JOB-HEADCOUNT.

FINISH-JOB.
       MOVE WS-JOB-HEADCOUNT TO PRN-HEADCOUNT
       MOVE WS-JOB-CURRENT TO PRN-AMOUNT
       MOVE WS-JOB-PRIOR TO PRN-AMOUNT-2
       COMPUTE WS-CHANGE = WS-JOB-CURRENT - WS-JOB-PRIOR
       MOVE WS-CHANGE TO PRN-CHANGE
       MOVE SPACES TO LABOURLINE
       STRING "     " WS-PREV-JOBCODE "  " PRN-HEADCOUNT
           PRN-AMOUNT PRN-AMOUNT-2 PRN-CHANGE
           DELIMITED BY SIZE INTO LABOURLINE
       END-STRING
       PERFORM WRITE-LABOUR-LINE
       ADD WS-JOB-CURRENT TO WS-DEPT-CURRENT
       ADD WS-JOB-PRIOR TO WS-DEPT-PRIOR
       ADD WS-JOB-HEADCOUNT TO WS-DEPT-HEADCOUNT.

FINISH-DEPARTMENT.
       MOVE WS-DEPT-HEADCOUNT TO PRN-HEADCOUNT
       MOVE WS-DEPT-CURRENT TO PRN-AMOUNT
       MOVE WS-DEPT-PRIOR TO PRN-AMOUNT-2
       COMPUTE WS-CHANGE = WS-DEPT-CURRENT - WS-DEPT-PRIOR
       MOVE WS-CHANGE TO PRN-CHANGE
       MOVE SPACES TO LABOURLINE
       STRING "  TOTAL " PRN-HEADCOUNT
           PRN-AMOUNT PRN-AMOUNT-2 PRN-CHANGE
           DELIMITED BY SIZE INTO LABOURLINE
       END-STRING
       PERFORM WRITE-LABOUR-LINE
       ADD WS-DEPT-CURRENT TO LCT-TOTAL-CURRENT
       ADD WS-DEPT-PRIOR TO LCT-TOTAL-PRIOR
       ADD WS-DEPT-HEADCOUNT TO LCT-TOTAL-HEADCOUNT.

PRINT-GRAND-TOTAL.
       MOVE LCT-TOTAL-HEADCOUNT TO PRN-HEADCOUNT
       MOVE LCT-TOTAL-CURRENT TO PRN-AMOUNT
       MOVE LCT-TOTAL-PRIOR TO PRN-AMOUNT-2
       COMPUTE WS-CHANGE = LCT-TOTAL-CURRENT - LCT-TOTAL-PRIOR
       MOVE WS-CHANGE TO PRN-CHANGE
       MOVE SPACES TO LABOURLINE
       PERFORM WRITE-LABOUR-LINE
       MOVE SPACES TO LABOURLINE
       STRING "GRAND  " PRN-HEADCOUNT
           PRN-AMOUNT PRN-AMOUNT-2 PRN-CHANGE
           DELIMITED BY SIZE INTO LABOURLINE
       END-STRING
       PERFORM WRITE-LABOUR-LINE.

PROVE-TO-DEPARTMENT-EXTRACT.
       MOVE SPACES TO WS-PDG-FILENAME
       STRING "PayrollDept-" WS-COST-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PDG-FILENAME
       END-STRING
       MOVE SPACES TO LABOURLINE
       PERFORM WRITE-LABOUR-LINE
       OPEN INPUT DEPTCOSTGLFILE
       IF WS-PDG-STATUS NOT EQUAL TO "00"
           MOVE "NO DEPARTMENT COST EXTRACT - TOTAL NOT PROVED"
               TO LABOURLINE
           PERFORM WRITE-LABOUR-LINE
           DISPLAY "NO DEPARTMENT COST EXTRACT FOR PERIOD "
               WS-COST-PERIOD
           MOVE 4 TO RETURN-CODE
       ELSE
           PERFORM READ-DEPT-COST-GL-RECORD
           PERFORM UNTIL ENDOFDEPTCOSTGL
               ADD PDG-AMOUNT TO LCT-GL-TOTAL
               PERFORM READ-DEPT-COST-GL-RECORD
           END-PERFORM
           CLOSE DEPTCOSTGLFILE
           MOVE LCT-GL-TOTAL TO PRN-AMOUNT
           MOVE SPACES TO LABOURLINE
           STRING "DEPARTMENT COST EXTRACT TOTAL " PRN-AMOUNT
               DELIMITED BY SIZE INTO LABOURLINE
           END-STRING
           PERFORM WRITE-LABOUR-LINE
           IF LCT-GL-TOTAL EQUAL TO LCT-TOTAL-CURRENT
               MOVE "REPORT AGREES WITH THE DEPARTMENT COST EXTRACT"
                   TO LABOURLINE
               PERFORM WRITE-LABOUR-LINE
           ELSE
               MOVE "*** REPORT DOES NOT AGREE WITH THE DEPARTMENT "
                   TO LABOURLINE
               MOVE "COST EXTRACT ***" TO LABOURLINE(48:16)
               PERFORM WRITE-LABOUR-LINE
               DISPLAY "LABOUR COST REPORT OUT OF AGREEMENT WITH "
                   WS-PDG-FILENAME
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

LOOKUP-DEPARTMENT-NAME.
       MOVE "*** UNKNOWN DEPT ***" TO WS-DEPT-NAME
       PERFORM VARYING DNM-IDX FROM 1 BY 1
               UNTIL DNM-IDX GREATER THAN DNM-COUNT
           IF DNM-DEPTCODE(DNM-IDX) EQUAL TO LSR-DEPTCODE
               MOVE DNM-DEPTNAME(DNM-IDX) TO WS-DEPT-NAME
               MOVE DNM-COUNT TO DNM-IDX
           END-IF
       END-PERFORM.

READ-LABOUR-COST-RECORD.
       READ LABOURCOSTFILE AT END SET ENDOFLABOURCOST TO TRUE
       END-READ.

READ-DEPT-COST-GL-RECORD.
       READ DEPTCOSTGLFILE AT END SET ENDOFDEPTCOSTGL TO TRUE
       END-READ.

READ-DEPARTMENT-RECORD.
       READ DEPARTMENTFILE AT END SET ENDOFDEPARTMENTS TO TRUE
       END-READ.

RETURN-SORTED-COST.
       RETURN LABOURSORTFILE AT END SET ENDOFSORTEDCOSTS TO TRUE
       END-RETURN.

WRITE-LABOUR-LINE.
       WRITE LABOURLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LABOURREPORT" TO ABEND-FILE-NAME
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
