IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGETVARIANCE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CONTROLTOTALSFILE ASSIGN TO DYNAMIC WS-CTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       SELECT REVENUEBUDGETFILE ASSIGN TO "RevenueBudget.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BDG-BUDGET-KEY
           FILE STATUS IS WS-BDG-STATUS.

       SELECT VARIANCEREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT VARIANCECSVFILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

DATA DIVISION.
FILE SECTION.

FD     CONTROLTOTALSFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==CONTROLTOTALSREC==
                     ==:PREFIX:==  BY ==CTL-==.

FD     REVENUEBUDGETFILE.
       COPY "REVENUEBUDGET.cpy"
           REPLACING ==:RECNAME:== BY ==REVENUEBUDGETREC==
                     ==:PREFIX:==  BY ==BDG-==.

FD     VARIANCEREPORTFILE.
01     VARIANCEREPORTLINE          PIC X(132).

FD     VARIANCECSVFILE.
01     VARIANCECSVLINE             PIC X(200).

WORKING-STORAGE SECTION.
01     WS-CTL-STATUS               PIC XX.
01     WS-BDG-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-CSV-STATUS               PIC XX.

01     WS-CTL-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).
01     WS-CSV-FILENAME             PIC X(40).

01     WS-CTL-FOUND-SWITCH         PIC X.
       88  CONTROL-TOTALS-FOUND    VALUE "Y".
01     WS-BUDGET-OPEN-SWITCH       PIC X VALUE "N".
       88  BUDGET-FILE-OPEN        VALUE "Y".
01     WS-CSV-OPEN-SWITCH          PIC X VALUE "N".
       88  CSV-FILE-OPEN           VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-VARIANCE-PERIOD          PIC 9(6).
01     WS-VARIANCE-PERIOD-X REDEFINES WS-VARIANCE-PERIOD.
       02  WS-VARIANCE-YEAR        PIC 9(4).
       02  WS-VARIANCE-MONTH       PIC 99.
01     WS-WORK-PERIOD              PIC 9(6).
01     WS-MONTH-IDX                PIC 99.

01     WS-TOL-PARM                 PIC X(3) VALUE SPACES.
01     WS-TOLERANCE-PERCENT        PIC 9(3) VALUE 5.

01     BUDGET-LINE-VALUES.
       02  FILLER                  PIC X(13) VALUE "VOICE".
       02  FILLER                  PIC X(13) VALUE "SMS".
       02  FILLER                  PIC X(13) VALUE "DATA".
       02  FILLER                  PIC X(13) VALUE "ROAMING".
       02  FILLER                  PIC X(13) VALUE "RECURRING".
       02  FILLER                  PIC X(13) VALUE "LATEFEE".
       02  FILLER                  PIC X(13) VALUE "ETF".
       02  FILLER                  PIC X(13) VALUE "INSTALLMENT".
       02  FILLER                  PIC X(13) VALUE "SUBSCRIBERS".
       02  FILLER                  PIC X(13) VALUE "TOTAL REVENUE".
01     BUDGET-LINE-TABLE REDEFINES BUDGET-LINE-VALUES.
       02  BUDGET-LINE-NAME        PIC X(13) OCCURS 10 TIMES.
01     WS-LINE-IDX                 PIC 99.

01     PERIOD-AMOUNT-STORAGE.
       02  PER-AMOUNT              PIC S9(11)V99 OCCURS 9 TIMES.

01     VARIANCE-STORAGE.
       02  VAR-ENTRY OCCURS 10 TIMES.
           03  VAR-ACT-MONTH       PIC S9(11)V99.
           03  VAR-BUD-MONTH       PIC S9(11)V99.
           03  VAR-LY-MONTH        PIC S9(11)V99.
           03  VAR-ACT-YTD         PIC S9(11)V99.
           03  VAR-BUD-YTD         PIC S9(11)V99.
           03  VAR-LY-YTD          PIC S9(11)V99.

01     VARIANCE-COUNTS.
       02  VCT-ACTUALS-MISSING     PIC 9(3) VALUE ZERO.
       02  VCT-LAST-YEAR-MISSING   PIC 9(3) VALUE ZERO.
       02  VCT-BUDGET-MISSING      PIC 9(3) VALUE ZERO.
       02  VCT-FLAGGED             PIC 9(3) VALUE ZERO.

01     WS-ROW-BASIS                PIC X(5).
01     WS-ROW-ACTUAL               PIC S9(11)V99.
01     WS-ROW-BUDGET               PIC S9(11)V99.
01     WS-ROW-LAST-YEAR            PIC S9(11)V99.
01     WS-ROW-BUD-VARIANCE         PIC S9(11)V99.
01     WS-ROW-LY-VARIANCE          PIC S9(11)V99.
01     WS-ROW-BUD-PERCENT          PIC S9(4)V9.
01     WS-ROW-LY-PERCENT           PIC S9(4)V9.
01     WS-ROW-FLAG-SWITCH          PIC X.
       88  ROW-FLAGGED             VALUE "Y".

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "BUDGETVAR".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     VARIANCEHEADER1.
       02  FILLER                  PIC X(35) VALUE SPACES.
       02  FILLER                  PIC X(42) VALUE
           "----------- AGAINST BUDGET ---------------".
       02  FILLER                  PIC X(42) VALUE
           "--------- AGAINST LAST YEAR --------------".

01     VARIANCEHEADER2.
       02  FILLER                  PIC X(15) VALUE "  LINE".
       02  FILLER                  PIC X(5)  VALUE "BASIS".
       02  FILLER                  PIC X(15) VALUE "         ACTUAL".
       02  FILLER                  PIC X(15) VALUE "         BUDGET".
       02  FILLER                  PIC X(15) VALUE "       VARIANCE".
       02  FILLER                  PIC X(12) VALUE "     PCT".
       02  FILLER                  PIC X(15) VALUE "      LAST YEAR".
       02  FILLER                  PIC X(15) VALUE "       VARIANCE".
       02  FILLER                  PIC X(12) VALUE "     PCT".

01     VARIANCEDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-VAR-LINE            PIC X(13).
       02  PRN-VAR-BASIS           PIC X(5).
       02  PRN-VAR-ACTUAL          PIC -ZZZ,ZZZ,ZZ9.99.
       02  PRN-VAR-BUDGET          PIC -ZZZ,ZZZ,ZZ9.99.
       02  PRN-VAR-BUD-VARIANCE    PIC -ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-VAR-BUD-PERCENT     PIC X(7).
       02  PRN-VAR-BUD-FLAG        PIC X(4).
       02  PRN-VAR-LAST-YEAR       PIC -ZZZ,ZZZ,ZZ9.99.
       02  PRN-VAR-LY-VARIANCE     PIC -ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-VAR-LY-PERCENT      PIC X(7).
       02  PRN-VAR-LY-FLAG         PIC X(4).

01     PRN-PERCENT                 PIC -ZZZ9.9.
01     PRN-COUNT                   PIC ZZ9.
01     CSV-AMOUNT                  PIC 9(11).99.
01     CSV-PERCENT                 PIC 9(4).9.
01     WS-CSV-VALUE                PIC S9(11)V99.
01     WS-CSV-PERCENT-VALUE        PIC S9(4)V9.
01     WS-CSV-POINTER              PIC 999.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "VARIANCE PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-VARIANCE-PERIOD
       ACCEPT WS-TOL-PARM FROM ENVIRONMENT "BUDGETTOLPCT"
       IF WS-TOL-PARM NUMERIC AND WS-TOL-PARM NOT EQUAL TO ZEROS
           MOVE WS-TOL-PARM TO WS-TOLERANCE-PERCENT
       END-IF
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "BudgetVariance-" WS-VARIANCE-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       MOVE SPACES TO WS-CSV-FILENAME
       STRING "BudgetVariance-" WS-VARIANCE-PERIOD ".csv"
           DELIMITED BY SIZE INTO WS-CSV-FILENAME
       END-STRING
       MOVE WS-VARIANCE-PERIOD TO WS-WORK-PERIOD
       PERFORM LOAD-CONTROL-PERIOD
       IF NOT CONTROL-TOTALS-FOUND
           DISPLAY "NO CONTROL TOTALS FOR PERIOD " WS-VARIANCE-PERIOD
               " - VARIANCE REPORT NOT PRODUCED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       INITIALIZE VARIANCE-STORAGE
       OPEN INPUT REVENUEBUDGETFILE
       IF WS-BDG-STATUS EQUAL TO "00"
           SET BUDGET-FILE-OPEN TO TRUE
       ELSE
           DISPLAY "NO REVENUE BUDGET ON FILE - BUDGET TAKEN AS ZERO"
       END-IF
       OPEN OUTPUT VARIANCEREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "VARIANCEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO VARIANCEREPORTLINE
       STRING "REVENUE BUDGET VARIANCE -- PERIOD " WS-VARIANCE-PERIOD
           "  (VARIANCES OVER " WS-TOLERANCE-PERCENT
           " PERCENT MARKED ***)"
           DELIMITED BY SIZE INTO VARIANCEREPORTLINE
       END-STRING
       PERFORM WRITE-VARIANCE-REPORT-LINE
       MOVE SPACES TO VARIANCEREPORTLINE
       PERFORM WRITE-VARIANCE-REPORT-LINE
       PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX GREATER THAN WS-VARIANCE-MONTH
           PERFORM ACCUMULATE-ONE-MONTH
       END-PERFORM
       IF BUDGET-FILE-OPEN
           CLOSE REVENUEBUDGETFILE
       END-IF
       PERFORM TOTAL-REVENUE-LINES
       OPEN OUTPUT VARIANCECSVFILE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING VARIANCE CSV - FILE STATUS "
               WS-CSV-STATUS
       ELSE
           SET CSV-FILE-OPEN TO TRUE
           MOVE "PERIOD,LINE,BASIS,ACTUAL,BUDGET,BUDGETVARIANCE,BUDGETPCT,LASTYEAR,LASTYEARVARIANCE,LASTYEARPCT,FLAGGED"
               TO VARIANCECSVLINE
           PERFORM WRITE-VARIANCE-CSV-LINE
       END-IF
       IF VCT-ACTUALS-MISSING GREATER THAN ZERO
               OR VCT-LAST-YEAR-MISSING GREATER THAN ZERO
               OR VCT-BUDGET-MISSING GREATER THAN ZERO
           MOVE SPACES TO VARIANCEREPORTLINE
           PERFORM WRITE-VARIANCE-REPORT-LINE
       END-IF
       MOVE VARIANCEHEADER1 TO VARIANCEREPORTLINE
       PERFORM WRITE-VARIANCE-REPORT-LINE
       MOVE VARIANCEHEADER2 TO VARIANCEREPORTLINE
       PERFORM WRITE-VARIANCE-REPORT-LINE
       PERFORM REPORT-ONE-BUDGET-LINE
           VARYING WS-LINE-IDX FROM 1 BY 1
           UNTIL WS-LINE-IDX GREATER THAN 10
       MOVE SPACES TO VARIANCEREPORTLINE
       PERFORM WRITE-VARIANCE-REPORT-LINE
       MOVE VCT-FLAGGED TO PRN-COUNT
       MOVE SPACES TO VARIANCEREPORTLINE
       STRING "VARIANCES OVER TOLERANCE: " PRN-COUNT
           DELIMITED BY SIZE INTO VARIANCEREPORTLINE
       END-STRING
       PERFORM WRITE-VARIANCE-REPORT-LINE
       CLOSE VARIANCEREPORTFILE
       MOVE "REVENUE BUDGET VARIANCE" TO WS-REG-REPORT-NAME
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       PERFORM REGISTER-VARIANCE-OUTPUT
       IF CSV-FILE-OPEN
           CLOSE VARIANCECSVFILE
           MOVE "REVENUE BUDGET VARIANCE CSV" TO WS-REG-REPORT-NAME
           MOVE WS-CSV-FILENAME TO WS-REG-FILENAME
           PERFORM REGISTER-VARIANCE-OUTPUT
       END-IF
       DISPLAY "BUDGETVARIANCE -- PERIOD " WS-VARIANCE-PERIOD
           " REPORTED, " PRN-COUNT " VARIANCE(S) OVER TOLERANCE"
       IF VCT-BUDGET-MISSING GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

ACCUMULATE-ONE-MONTH.
       COMPUTE WS-WORK-PERIOD =
           (WS-VARIANCE-YEAR * 100) + WS-MONTH-IDX
       PERFORM LOAD-CONTROL-PERIOD
       IF CONTROL-TOTALS-FOUND
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX GREATER THAN 8
               ADD PER-AMOUNT(WS-LINE-IDX) TO VAR-ACT-YTD(WS-LINE-IDX)
           END-PERFORM
           IF WS-MONTH-IDX EQUAL TO WS-VARIANCE-MONTH
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX GREATER THAN 9
                   MOVE PER-AMOUNT(WS-LINE-IDX)
                       TO VAR-ACT-MONTH(WS-LINE-IDX)
               END-PERFORM
               MOVE PER-AMOUNT(9) TO VAR-ACT-YTD(9)
           END-IF
       ELSE
           ADD 1 TO VCT-ACTUALS-MISSING
           MOVE SPACES TO VARIANCEREPORTLINE
           STRING "  NO CONTROL TOTALS FOR " WS-WORK-PERIOD
               " - ACTUAL YEAR-TO-DATE EXCLUDES THE PERIOD"
               DELIMITED BY SIZE INTO VARIANCEREPORTLINE
           END-STRING
           PERFORM WRITE-VARIANCE-REPORT-LINE
       END-IF
       COMPUTE WS-WORK-PERIOD =
           ((WS-VARIANCE-YEAR - 1) * 100) + WS-MONTH-IDX
       PERFORM LOAD-CONTROL-PERIOD
       IF CONTROL-TOTALS-FOUND
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX GREATER THAN 8
               ADD PER-AMOUNT(WS-LINE-IDX) TO VAR-LY-YTD(WS-LINE-IDX)
           END-PERFORM
           IF WS-MONTH-IDX EQUAL TO WS-VARIANCE-MONTH
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX GREATER THAN 9
                   MOVE PER-AMOUNT(WS-LINE-IDX)
                       TO VAR-LY-MONTH(WS-LINE-IDX)
               END-PERFORM
               MOVE PER-AMOUNT(9) TO VAR-LY-YTD(9)
           END-IF
       ELSE
           ADD 1 TO VCT-LAST-YEAR-MISSING
           MOVE SPACES TO VARIANCEREPORTLINE
           STRING "  NO CONTROL TOTALS FOR " WS-WORK-PERIOD
               " - LAST YEAR EXCLUDES THE PERIOD"
               DELIMITED BY SIZE INTO VARIANCEREPORTLINE
           END-STRING
           PERFORM WRITE-VARIANCE-REPORT-LINE
       END-IF
       IF BUDGET-FILE-OPEN
           COMPUTE WS-WORK-PERIOD =
               (WS-VARIANCE-YEAR * 100) + WS-MONTH-IDX
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX GREATER THAN 9
               PERFORM LOAD-ONE-BUDGET-LINE
           END-PERFORM
       ELSE
           ADD 9 TO VCT-BUDGET-MISSING
       END-IF.

LOAD-ONE-BUDGET-LINE.
       MOVE WS-WORK-PERIOD TO BDG-PERIOD
       MOVE BUDGET-LINE-NAME(WS-LINE-IDX) TO BDG-LINE
       READ REVENUEBUDGETFILE
           INVALID KEY
               ADD 1 TO VCT-BUDGET-MISSING
               MOVE SPACES TO VARIANCEREPORTLINE
               STRING "  NO BUDGET FOR " WS-WORK-PERIOD " "
                   BUDGET-LINE-NAME(WS-LINE-IDX)
                   " - TAKEN AS ZERO"
                   DELIMITED BY SIZE INTO VARIANCEREPORTLINE
               END-STRING
               PERFORM WRITE-VARIANCE-REPORT-LINE
           NOT INVALID KEY
               IF WS-LINE-IDX EQUAL TO 9
                   IF WS-MONTH-IDX EQUAL TO WS-VARIANCE-MONTH
                       MOVE BDG-AMOUNT TO VAR-BUD-YTD(9)
                   END-IF
               ELSE
                   ADD BDG-AMOUNT TO VAR-BUD-YTD(WS-LINE-IDX)
               END-IF
               IF WS-MONTH-IDX EQUAL TO WS-VARIANCE-MONTH
                   MOVE BDG-AMOUNT TO VAR-BUD-MONTH(WS-LINE-IDX)
               END-IF
       END-READ.

LOAD-CONTROL-PERIOD.
       MOVE "N" TO WS-CTL-FOUND-SWITCH
       INITIALIZE PERIOD-AMOUNT-STORAGE
       MOVE SPACES TO WS-CTL-FILENAME
       STRING "Listing14-2-" WS-WORK-PERIOD ".ctl"
           DELIMITED BY SIZE INTO WS-CTL-FILENAME
       END-STRING
       OPEN INPUT CONTROLTOTALSFILE
       IF WS-CTL-STATUS EQUAL TO "00"
           READ CONTROLTOTALSFILE
               AT END CONTINUE
               NOT AT END
                   SET CONTROL-TOTALS-FOUND TO TRUE
                   MOVE CTL-VOICE-REVENUE TO PER-AMOUNT(1)
                   MOVE CTL-SMS-REVENUE TO PER-AMOUNT(2)
                   MOVE CTL-DATA-REVENUE TO PER-AMOUNT(3)
                   MOVE CTL-ROAMING-REVENUE TO PER-AMOUNT(4)
                   MOVE CTL-RECURRING-REVENUE TO PER-AMOUNT(5)
                   MOVE CTL-LATEFEE-REVENUE TO PER-AMOUNT(6)
                   MOVE CTL-ETF-REVENUE TO PER-AMOUNT(7)
                   MOVE CTL-INSTALLMENT-REVENUE TO PER-AMOUNT(8)
                   MOVE CTL-SUBSCRIBER-COUNT TO PER-AMOUNT(9)
           END-READ
           CLOSE CONTROLTOTALSFILE
       END-IF.

TOTAL-REVENUE-LINES.
       PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX GREATER THAN 8
           ADD VAR-ACT-MONTH(WS-LINE-IDX) TO VAR-ACT-MONTH(10)
           ADD VAR-BUD-MONTH(WS-LINE-IDX) TO VAR-BUD-MONTH(10)
           ADD VAR-LY-MONTH(WS-LINE-IDX) TO VAR-LY-MONTH(10)
           ADD VAR-ACT-YTD(WS-LINE-IDX) TO VAR-ACT-YTD(10)
           ADD VAR-BUD-YTD(WS-LINE-IDX) TO VAR-BUD-YTD(10)
           ADD VAR-LY-YTD(WS-LINE-IDX) TO VAR-LY-YTD(10)
       END-PERFORM.

REPORT-ONE-BUDGET-LINE.
       MOVE "MONTH" TO WS-ROW-BASIS
       MOVE VAR-ACT-MONTH(WS-LINE-IDX) TO WS-ROW-ACTUAL
       MOVE VAR-BUD-MONTH(WS-LINE-IDX) TO WS-ROW-BUDGET
       MOVE VAR-LY-MONTH(WS-LINE-IDX) TO WS-ROW-LAST-YEAR
       PERFORM WRITE-VARIANCE-ROW
       MOVE "YTD" TO WS-ROW-BASIS
       MOVE VAR-ACT-YTD(WS-LINE-IDX) TO WS-ROW-ACTUAL
       MOVE VAR-BUD-YTD(WS-LINE-IDX) TO WS-ROW-BUDGET
       MOVE VAR-LY-YTD(WS-LINE-IDX) TO WS-ROW-LAST-YEAR
       PERFORM WRITE-VARIANCE-ROW.

WRITE-VARIANCE-ROW.
       MOVE "N" TO WS-ROW-FLAG-SWITCH
       COMPUTE WS-ROW-BUD-VARIANCE = WS-ROW-ACTUAL - WS-ROW-BUDGET
       COMPUTE WS-ROW-LY-VARIANCE = WS-ROW-ACTUAL - WS-ROW-LAST-YEAR
       MOVE ZERO TO WS-ROW-BUD-PERCENT
       MOVE ZERO TO WS-ROW-LY-PERCENT
       MOVE SPACES TO VARIANCEDETAILLINE
       IF WS-ROW-BASIS EQUAL TO "MONTH"
           MOVE BUDGET-LINE-NAME(WS-LINE-IDX) TO PRN-VAR-LINE
       END-IF
       MOVE WS-ROW-BASIS TO PRN-VAR-BASIS
       MOVE WS-ROW-ACTUAL TO PRN-VAR-ACTUAL
       MOVE WS-ROW-BUDGET TO PRN-VAR-BUDGET
       MOVE WS-ROW-BUD-VARIANCE TO PRN-VAR-BUD-VARIANCE
       MOVE WS-ROW-LAST-YEAR TO PRN-VAR-LAST-YEAR
       MOVE WS-ROW-LY-VARIANCE TO PRN-VAR-LY-VARIANCE
       IF WS-ROW-BUDGET EQUAL TO ZERO
           MOVE "    N/A" TO PRN-VAR-BUD-PERCENT
       ELSE
           COMPUTE WS-ROW-BUD-PERCENT ROUNDED =
               (WS-ROW-BUD-VARIANCE * 100) / WS-ROW-BUDGET
               ON SIZE ERROR MOVE 9999.9 TO WS-ROW-BUD-PERCENT
           END-COMPUTE
           MOVE WS-ROW-BUD-PERCENT TO PRN-PERCENT
           MOVE PRN-PERCENT TO PRN-VAR-BUD-PERCENT
           IF WS-ROW-BUD-PERCENT GREATER THAN WS-TOLERANCE-PERCENT
                   OR WS-ROW-BUD-PERCENT LESS THAN
                       ZERO - WS-TOLERANCE-PERCENT
               MOVE " ***" TO PRN-VAR-BUD-FLAG
               SET ROW-FLAGGED TO TRUE
           END-IF
       END-IF
       IF WS-ROW-LAST-YEAR EQUAL TO ZERO
           MOVE "    N/A" TO PRN-VAR-LY-PERCENT
       ELSE
           COMPUTE WS-ROW-LY-PERCENT ROUNDED =
               (WS-ROW-LY-VARIANCE * 100) / WS-ROW-LAST-YEAR
               ON SIZE ERROR MOVE 9999.9 TO WS-ROW-LY-PERCENT
           END-COMPUTE
           MOVE WS-ROW-LY-PERCENT TO PRN-PERCENT
           MOVE PRN-PERCENT TO PRN-VAR-LY-PERCENT
           IF WS-ROW-LY-PERCENT GREATER THAN WS-TOLERANCE-PERCENT
                   OR WS-ROW-LY-PERCENT LESS THAN
                       ZERO - WS-TOLERANCE-PERCENT
               MOVE " ***" TO PRN-VAR-LY-FLAG
               SET ROW-FLAGGED TO TRUE
           END-IF
       END-IF
       IF ROW-FLAGGED
           ADD 1 TO VCT-FLAGGED
       END-IF
       MOVE VARIANCEDETAILLINE TO VARIANCEREPORTLINE
       PERFORM WRITE-VARIANCE-REPORT-LINE
       IF CSV-FILE-OPEN
           PERFORM WRITE-ONE-CSV-ROW
       END-IF.

WRITE-ONE-CSV-ROW.
       MOVE SPACES TO VARIANCECSVLINE
       MOVE 1 TO WS-CSV-POINTER
       STRING WS-VARIANCE-PERIOD "," DELIMITED BY SIZE
           BUDGET-LINE-NAME(WS-LINE-IDX) DELIMITED BY "  "
           "," DELIMITED BY SIZE
           WS-ROW-BASIS DELIMITED BY SPACE
           INTO VARIANCECSVLINE
           WITH POINTER WS-CSV-POINTER
       END-STRING
       MOVE WS-ROW-ACTUAL TO WS-CSV-VALUE
       PERFORM APPEND-CSV-AMOUNT
       MOVE WS-ROW-BUDGET TO WS-CSV-VALUE
       PERFORM APPEND-CSV-AMOUNT
       MOVE WS-ROW-BUD-VARIANCE TO WS-CSV-VALUE
       PERFORM APPEND-CSV-AMOUNT
       IF WS-ROW-BUDGET EQUAL TO ZERO
           STRING "," DELIMITED BY SIZE INTO VARIANCECSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       ELSE
           MOVE WS-ROW-BUD-PERCENT TO WS-CSV-PERCENT-VALUE
           PERFORM APPEND-CSV-PERCENT
       END-IF
       MOVE WS-ROW-LAST-YEAR TO WS-CSV-VALUE
       PERFORM APPEND-CSV-AMOUNT
       MOVE WS-ROW-LY-VARIANCE TO WS-CSV-VALUE
       PERFORM APPEND-CSV-AMOUNT
       IF WS-ROW-LAST-YEAR EQUAL TO ZERO
           STRING "," DELIMITED BY SIZE INTO VARIANCECSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       ELSE
           MOVE WS-ROW-LY-PERCENT TO WS-CSV-PERCENT-VALUE
           PERFORM APPEND-CSV-PERCENT
       END-IF
       STRING "," WS-ROW-FLAG-SWITCH
           DELIMITED BY SIZE INTO VARIANCECSVLINE
           WITH POINTER WS-CSV-POINTER
       END-STRING
       PERFORM WRITE-VARIANCE-CSV-LINE.

APPEND-CSV-AMOUNT.
       MOVE WS-CSV-VALUE TO CSV-AMOUNT
       IF WS-CSV-VALUE LESS THAN ZERO
           STRING ",-" CSV-AMOUNT
               DELIMITED BY SIZE INTO VARIANCECSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       ELSE
           STRING "," CSV-AMOUNT
               DELIMITED BY SIZE INTO VARIANCECSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       END-IF.

APPEND-CSV-PERCENT.
       MOVE WS-CSV-PERCENT-VALUE TO CSV-PERCENT
       IF WS-CSV-PERCENT-VALUE LESS THAN ZERO
           STRING ",-" CSV-PERCENT
               DELIMITED BY SIZE INTO VARIANCECSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       ELSE
           STRING "," CSV-PERCENT
               DELIMITED BY SIZE INTO VARIANCECSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       END-IF.

REGISTER-VARIANCE-OUTPUT.
       MOVE WS-VARIANCE-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

WRITE-VARIANCE-REPORT-LINE.
       WRITE VARIANCEREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING VARIANCE REPORT - FILE STATUS "
               WS-RPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-VARIANCE-CSV-LINE.
       WRITE VARIANCECSVLINE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING VARIANCE CSV - FILE STATUS "
               WS-CSV-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
