IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGETLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BUDGETINPUTFILE ASSIGN TO DYNAMIC WS-BIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BIN-STATUS.

       SELECT REVENUEBUDGETFILE ASSIGN TO "RevenueBudget.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BDG-BUDGET-KEY
           FILE STATUS IS WS-BDG-STATUS.

       SELECT LOADREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BUDGETINPUTFILE.
       COPY "REVENUEBUDGET.cpy"
           REPLACING ==:RECNAME:== BY ==BUDGETINPUTREC==
                     ==:PREFIX:==  BY ==BIN-==.

FD     REVENUEBUDGETFILE.
       COPY "REVENUEBUDGET.cpy"
           REPLACING ==:RECNAME:== BY ==REVENUEBUDGETREC==
                     ==:PREFIX:==  BY ==BDG-==.

FD     LOADREPORTFILE.
01     LOADREPORTLINE              PIC X(132).

WORKING-STORAGE SECTION.
01     WS-BIN-STATUS               PIC XX.
01     WS-BDG-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-BIN-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-BIN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBUDGETINPUT        VALUE "Y".
01     WS-RECORD-VALID-SWITCH      PIC X.
       88  RECORD-IS-VALID         VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-BUDGET-YEAR              PIC 9(4).
01     WS-BUDGET-PERIOD            PIC 9(6).
01     WS-BUDGET-PERIOD-X REDEFINES WS-BUDGET-PERIOD.
       02  WS-PERIOD-YEAR          PIC 9(4).
       02  WS-PERIOD-MONTH         PIC 99.
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-REJECT-REASON            PIC X(30).

01     BUDGET-LINE-VALUES.
       02  FILLER                  PIC X(12) VALUE "VOICE".
       02  FILLER                  PIC X(12) VALUE "SMS".
       02  FILLER                  PIC X(12) VALUE "DATA".
       02  FILLER                  PIC X(12) VALUE "ROAMING".
       02  FILLER                  PIC X(12) VALUE "RECURRING".
       02  FILLER                  PIC X(12) VALUE "LATEFEE".
       02  FILLER                  PIC X(12) VALUE "ETF".
       02  FILLER                  PIC X(12) VALUE "INSTALLMENT".
       02  FILLER                  PIC X(12) VALUE "SUBSCRIBERS".
01     BUDGET-LINE-TABLE REDEFINES BUDGET-LINE-VALUES.
       02  BUDGET-LINE-NAME        PIC X(12) OCCURS 9 TIMES.
01     WS-LINE-IDX                 PIC 99.
01     WS-LINE-FOUND               PIC 99.
01     WS-MONTH-IDX                PIC 99.

01     LOAD-TOTALS.
       02  BLT-RECORDS-READ        PIC 9(5) VALUE ZERO.
       02  BLT-RECORDS-REJECTED    PIC 9(5) VALUE ZERO.
       02  BLT-RECORDS-ADDED       PIC 9(5) VALUE ZERO.
       02  BLT-RECORDS-REPLACED    PIC 9(5) VALUE ZERO.
       02  BLT-LINES-MISSING       PIC 9(5) VALUE ZERO.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE "REVENUE BUDGET LOAD".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "BUDGETLOAD".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     REJECTDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REJ-RECORD          PIC ZZZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REJ-PERIOD          PIC X(6).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REJ-LINE            PIC X(12).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REJ-AMOUNT          PIC X(13).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REJ-REASON          PIC X(30).

01     PRN-COUNT                   PIC ZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:4) NOT NUMERIC
           DISPLAY "BUDGET YEAR (YYYY) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:4) TO WS-BUDGET-YEAR
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       MOVE SPACES TO WS-BIN-FILENAME
       STRING "RevenueBudget-" WS-BUDGET-YEAR ".dat"
           DELIMITED BY SIZE INTO WS-BIN-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "BudgetLoad-" WS-BUDGET-YEAR ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN OUTPUT LOADREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LOADREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO LOADREPORTLINE
       STRING "REVENUE BUDGET LOAD -- BUDGET YEAR " WS-BUDGET-YEAR
           "  FROM " WS-BIN-FILENAME
           DELIMITED BY SIZE INTO LOADREPORTLINE
       END-STRING
       PERFORM WRITE-LOAD-REPORT-LINE
       MOVE SPACES TO LOADREPORTLINE
       PERFORM WRITE-LOAD-REPORT-LINE
       PERFORM VALIDATE-BUDGET-INPUT
       IF BLT-RECORDS-REJECTED GREATER THAN ZERO
           MOVE SPACES TO LOADREPORTLINE
           PERFORM WRITE-LOAD-REPORT-LINE
           MOVE BLT-RECORDS-REJECTED TO PRN-COUNT
           MOVE SPACES TO LOADREPORTLINE
           STRING "LOAD REFUSED - " PRN-COUNT
               " RECORD(S) REJECTED; CORRECT AND RESUBMIT THE FILE"
               DELIMITED BY SIZE INTO LOADREPORTLINE
           END-STRING
           PERFORM WRITE-LOAD-REPORT-LINE
           CLOSE LOADREPORTFILE
           PERFORM REGISTER-LOAD-REPORT
           DISPLAY "BUDGETLOAD -- " PRN-COUNT
               " RECORD(S) REJECTED - BUDGET NOT LOADED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O REVENUEBUDGETFILE
       IF WS-BDG-STATUS EQUAL TO "35"
           OPEN OUTPUT REVENUEBUDGETFILE
           CLOSE REVENUEBUDGETFILE
           OPEN I-O REVENUEBUDGETFILE
       END-IF
       IF WS-BDG-STATUS NOT EQUAL TO "00"
           MOVE "REVENUEBUDGETFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BDG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM LOAD-BUDGET-INPUT
       PERFORM CHECK-BUDGET-COMPLETE
       CLOSE REVENUEBUDGETFILE
       PERFORM WRITE-LOAD-SUMMARY
       CLOSE LOADREPORTFILE
       PERFORM REGISTER-LOAD-REPORT
       DISPLAY "BUDGETLOAD -- BUDGET YEAR " WS-BUDGET-YEAR
           " ADDED " BLT-RECORDS-ADDED
           " REPLACED " BLT-RECORDS-REPLACED
           " MISSING " BLT-LINES-MISSING
       IF BLT-LINES-MISSING GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

VALIDATE-BUDGET-INPUT.
       OPEN INPUT BUDGETINPUTFILE
       IF WS-BIN-STATUS NOT EQUAL TO "00"
           DISPLAY "NO BUDGET FILE " WS-BIN-FILENAME
               " - NOTHING LOADED"
           MOVE "BUDGET FILE NOT PRESENT - NOTHING LOADED"
               TO LOADREPORTLINE
           PERFORM WRITE-LOAD-REPORT-LINE
           CLOSE LOADREPORTFILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "REJECTED RECORDS" TO LOADREPORTLINE
       PERFORM WRITE-LOAD-REPORT-LINE
       PERFORM READ-BUDGET-INPUT-RECORD
       PERFORM UNTIL ENDOFBUDGETINPUT
           ADD 1 TO BLT-RECORDS-READ
           PERFORM VALIDATE-ONE-BUDGET-RECORD
           IF NOT RECORD-IS-VALID
               ADD 1 TO BLT-RECORDS-REJECTED
               MOVE BLT-RECORDS-READ TO PRN-REJ-RECORD
               MOVE BIN-PERIOD TO PRN-REJ-PERIOD
               MOVE BIN-LINE TO PRN-REJ-LINE
               MOVE BUDGETINPUTREC(19:13) TO PRN-REJ-AMOUNT
               MOVE WS-REJECT-REASON TO PRN-REJ-REASON
               MOVE REJECTDETAILLINE TO LOADREPORTLINE
               PERFORM WRITE-LOAD-REPORT-LINE
           END-IF
           PERFORM READ-BUDGET-INPUT-RECORD
       END-PERFORM
       CLOSE BUDGETINPUTFILE
       IF BLT-RECORDS-REJECTED EQUAL TO ZERO
           MOVE "  NONE" TO LOADREPORTLINE
           PERFORM WRITE-LOAD-REPORT-LINE
       END-IF.

VALIDATE-ONE-BUDGET-RECORD.
       MOVE "Y" TO WS-RECORD-VALID-SWITCH
       MOVE SPACES TO WS-REJECT-REASON
       MOVE ZERO TO WS-LINE-FOUND
       PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX GREATER THAN 9
                   OR WS-LINE-FOUND GREATER THAN ZERO
           IF BUDGET-LINE-NAME(WS-LINE-IDX) EQUAL TO BIN-LINE
               MOVE WS-LINE-IDX TO WS-LINE-FOUND
           END-IF
       END-PERFORM
       IF BIN-PERIOD NOT NUMERIC
           MOVE "N" TO WS-RECORD-VALID-SWITCH
           MOVE "PERIOD NOT NUMERIC" TO WS-REJECT-REASON
       ELSE
           MOVE BIN-PERIOD TO WS-BUDGET-PERIOD
           IF WS-PERIOD-YEAR NOT EQUAL TO WS-BUDGET-YEAR
               MOVE "N" TO WS-RECORD-VALID-SWITCH
               MOVE "PERIOD NOT IN BUDGET YEAR" TO WS-REJECT-REASON
           ELSE
               IF WS-PERIOD-MONTH LESS THAN 1
                       OR WS-PERIOD-MONTH GREATER THAN 12
                   MOVE "N" TO WS-RECORD-VALID-SWITCH
                   MOVE "INVALID MONTH" TO WS-REJECT-REASON
               ELSE
                   IF WS-LINE-FOUND EQUAL TO ZERO
                       MOVE "N" TO WS-RECORD-VALID-SWITCH
                       MOVE "UNKNOWN BUDGET LINE" TO WS-REJECT-REASON
                   ELSE
                       IF BIN-AMOUNT NOT NUMERIC
                           MOVE "N" TO WS-RECORD-VALID-SWITCH
                           MOVE "AMOUNT NOT NUMERIC"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.

LOAD-BUDGET-INPUT.
       MOVE "N" TO WS-BIN-EOF-SWITCH
       OPEN INPUT BUDGETINPUTFILE
       IF WS-BIN-STATUS NOT EQUAL TO "00"
           MOVE "BUDGETINPUTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BIN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-BUDGET-INPUT-RECORD
       PERFORM UNTIL ENDOFBUDGETINPUT
           MOVE BIN-PERIOD TO BDG-PERIOD
           MOVE BIN-LINE TO BDG-LINE
           MOVE BIN-AMOUNT TO BDG-AMOUNT
           MOVE RUN-DATE-YYYYMMDD TO BDG-LOADDATE
           WRITE REVENUEBUDGETREC
               INVALID KEY
                   REWRITE REVENUEBUDGETREC
                       INVALID KEY
                           MOVE "REVENUEBUDGETFILE" TO ABEND-FILE-NAME
                           MOVE "REWRITE" TO ABEND-OPERATION
                           MOVE WS-BDG-STATUS TO ABEND-FILE-STATUS
                           PERFORM FILE-ERROR-HANDLER
                       NOT INVALID KEY
                           ADD 1 TO BLT-RECORDS-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO BLT-RECORDS-ADDED
           END-WRITE
           PERFORM READ-BUDGET-INPUT-RECORD
       END-PERFORM
       CLOSE BUDGETINPUTFILE.

CHECK-BUDGET-COMPLETE.
       MOVE SPACES TO LOADREPORTLINE
       PERFORM WRITE-LOAD-REPORT-LINE
       MOVE "BUDGET LINES NOT ON FILE FOR THE YEAR" TO LOADREPORTLINE
       PERFORM WRITE-LOAD-REPORT-LINE
       PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX GREATER THAN 12
           COMPUTE WS-BUDGET-PERIOD =
               (WS-BUDGET-YEAR * 100) + WS-MONTH-IDX
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX GREATER THAN 9
               MOVE WS-BUDGET-PERIOD TO BDG-PERIOD
               MOVE BUDGET-LINE-NAME(WS-LINE-IDX) TO BDG-LINE
               READ REVENUEBUDGETFILE
                   INVALID KEY
                       ADD 1 TO BLT-LINES-MISSING
                       MOVE SPACES TO LOADREPORTLINE
                       STRING "  PERIOD " WS-BUDGET-PERIOD
                           "  " BUDGET-LINE-NAME(WS-LINE-IDX)
                           DELIMITED BY SIZE INTO LOADREPORTLINE
                       END-STRING
                       PERFORM WRITE-LOAD-REPORT-LINE
               END-READ
           END-PERFORM
       END-PERFORM
       IF BLT-LINES-MISSING EQUAL TO ZERO
           MOVE "  NONE" TO LOADREPORTLINE
           PERFORM WRITE-LOAD-REPORT-LINE
       END-IF.

WRITE-LOAD-SUMMARY.
       MOVE SPACES TO LOADREPORTLINE
       PERFORM WRITE-LOAD-REPORT-LINE
       MOVE BLT-RECORDS-READ TO PRN-COUNT
       MOVE SPACES TO LOADREPORTLINE
       STRING "RECORDS READ       " PRN-COUNT
           DELIMITED BY SIZE INTO LOADREPORTLINE
       END-STRING
       PERFORM WRITE-LOAD-REPORT-LINE
       MOVE BLT-RECORDS-ADDED TO PRN-COUNT
       MOVE SPACES TO LOADREPORTLINE
       STRING "LINES ADDED        " PRN-COUNT
           DELIMITED BY SIZE INTO LOADREPORTLINE
       END-STRING
       PERFORM WRITE-LOAD-REPORT-LINE
       MOVE BLT-RECORDS-REPLACED TO PRN-COUNT
       MOVE SPACES TO LOADREPORTLINE
       STRING "LINES REPLACED     " PRN-COUNT
           DELIMITED BY SIZE INTO LOADREPORTLINE
       END-STRING
       PERFORM WRITE-LOAD-REPORT-LINE
       MOVE BLT-LINES-MISSING TO PRN-COUNT
       MOVE SPACES TO LOADREPORTLINE
       STRING "LINES MISSING      " PRN-COUNT
           DELIMITED BY SIZE INTO LOADREPORTLINE
       END-STRING
       PERFORM WRITE-LOAD-REPORT-LINE.

REGISTER-LOAD-REPORT.
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       COMPUTE WS-REG-PERIOD = (WS-BUDGET-YEAR * 100) + 1
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

READ-BUDGET-INPUT-RECORD.
       READ BUDGETINPUTFILE AT END SET ENDOFBUDGETINPUT TO TRUE
       END-READ.

WRITE-LOAD-REPORT-LINE.
       WRITE LOADREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING BUDGET LOAD REPORT - FILE STATUS "
               WS-RPT-STATUS
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
