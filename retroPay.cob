IDENTIFICATION DIVISION.
PROGRAM-ID. RETROPAY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SALARYHISTORYFILE ASSIGN TO "SalaryHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHS-STATUS.

       SELECT SALARYHISTORYWORK ASSIGN TO "SalaryHistory.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHW-STATUS.

       SELECT ABSENCEMASTER ASSIGN TO "AbsenceMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABM-STATUS.

       SELECT TAXBANDFILE ASSIGN TO "TaxBands.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TXB-BAND-KEY
           FILE STATUS IS WS-TXB-STATUS.

       SELECT PAYROLLYTDFILE ASSIGN TO "PayrollYtd.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PYT-EMPSSN
           FILE STATUS IS WS-PYT-STATUS.

       SELECT RETROARREARSFILE ASSIGN TO DYNAMIC WS-RAR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAR-STATUS.

       SELECT RETROREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SALARYHISTORYFILE.
       COPY "SALARYCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==SALARYHISTORYREC==
                     ==:PREFIX:==  BY ==SHS-==.

FD     SALARYHISTORYWORK.
01     SALARYHISTORYWORKREC        PIC X(69).

FD     ABSENCEMASTER.
01     ABSENCEMASTERREC.
       02  ABM-EMPSSN              PIC 9(9).
       02  ABM-TYPE                PIC X.
       02  ABM-STARTDATE           PIC 9(8).
       02  ABM-ENDDATE             PIC 9(8).

FD     TAXBANDFILE.
       COPY "TAXBAND.cpy"
           REPLACING ==:RECNAME:== BY ==TAXBANDREC==
                     ==:PREFIX:==  BY ==TXB-==.

FD     PAYROLLYTDFILE.
       COPY "PAYROLLYTD.cpy"
           REPLACING ==:RECNAME:== BY ==PAYROLLYTDREC==
                     ==:PREFIX:==  BY ==PYT-==.

FD     RETROARREARSFILE.
       COPY "RETROARREARS.cpy"
           REPLACING ==:RECNAME:== BY ==RETROARREARSREC==
                     ==:PREFIX:==  BY ==RAR-==.

FD     RETROREPORTFILE.
01     RETROREPORTLINE             PIC X(100).

WORKING-STORAGE SECTION.
01     WS-SHS-STATUS               PIC XX.
01     WS-SHW-STATUS               PIC XX.
01     WS-ABM-STATUS               PIC XX.
01     WS-TXB-STATUS               PIC XX.
01     WS-PYT-STATUS               PIC XX.
01     WS-RAR-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-RAR-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-TARGET-PERIOD            PIC 9(6).
01     WS-TARGET-START             PIC 9(8).
01     WS-LAST-CLOSED-PERIOD       PIC 9(6).
01     WS-LAST-CLOSED-PARTS REDEFINES WS-LAST-CLOSED-PERIOD.
       02  WS-LAST-CLOSED-YEAR     PIC 9(4).
       02  WS-LAST-CLOSED-MONTH    PIC 99.

01     WS-SHS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSALARYHISTORY      VALUE "Y".
01     WS-SHW-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFHISTORYWORK        VALUE "Y".
01     WS-ABM-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFABSENCEMASTER      VALUE "Y".
01     WS-TXB-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTAXBANDS           VALUE "Y".

01     WS-TAX-PCT-PARM             PIC X(2) VALUE SPACES.
01     WS-TAX-PCT                  PIC 99 VALUE 20.
01     WS-PENSION-PCT-PARM         PIC X(2) VALUE SPACES.
01     WS-PENSION-PCT              PIC 99 VALUE 5.
01     WS-SICKFULL-PARM            PIC X(2) VALUE SPACES.
01     WS-SICK-FULL-DAYS           PIC 99 VALUE 10.
01     WS-SICKPCT-PARM             PIC X(2) VALUE SPACES.
01     WS-SICK-STEP-PCT            PIC 99 VALUE 50.

01     HISTORY-TABLE-LIMIT         PIC 9(4) VALUE 1000.
01     HISTORY-STORAGE.
       02  HST-COUNT               PIC 9(4) VALUE ZERO.
       02  HST-ENTRY OCCURS 1000 TIMES.
           03  HST-EMPSSN          PIC 9(9).
           03  HST-EFFECTIVE-DATE  PIC 9(8).
01     HST-IDX                     PIC 9(4).

01     ABSENCE-TABLE-LIMIT         PIC 9(4) VALUE 1000.
01     ABSENCE-STORAGE.
       02  ABS-COUNT               PIC 9(4) VALUE ZERO.
       02  ABS-ENTRY OCCURS 1000 TIMES.
           03  ABS-EMPSSN          PIC 9(9).
           03  ABS-TYPE            PIC X.
           03  ABS-STARTDATE       PIC 9(8).
           03  ABS-ENDDATE         PIC 9(8).
01     ABS-IDX                     PIC 9(4).

01     BAND-HISTORY-LIMIT          PIC 99 VALUE 90.
01     BAND-HISTORY-STORAGE.
       02  BNH-COUNT               PIC 99 VALUE ZERO.
       02  BNH-ENTRY OCCURS 90 TIMES.
           03  BNH-EFFECTIVEDATE   PIC 9(8).
           03  BNH-THRESHOLD       PIC 9(9).
           03  BNH-RATE            PIC 9V9999.
01     BNH-IDX                     PIC 99.

01     TAXBAND-STORAGE.
       02  TBD-COUNT               PIC 9 VALUE ZERO.
       02  TBD-EFFECTIVEDATE       PIC 9(8) VALUE ZERO.
       02  TBD-ENTRY OCCURS 9 TIMES.
           03  TBD-THRESHOLD       PIC 9(9).
           03  TBD-RATE            PIC 9V9999.
01     TBD-IDX                     PIC 9.

01     WS-PRD-START                PIC 9(8).
01     WS-PRD-END                  PIC 9(8).
01     WS-CLIP-START               PIC 9(8).
01     WS-CLIP-END                 PIC 9(8).
01     WS-START-INTEGER            PIC 9(8).
01     WS-END-INTEGER              PIC 9(8).
01     WS-FULLPAY-END-INTEGER      PIC 9(8).
01     WS-OVERLAP-DAYS             PIC S9(5).
01     WS-UNPAID-DAYS              PIC 9(3).
01     WS-SICK-REDUCED-DAYS        PIC 9(3).
01     WS-DAILY-RATE               PIC 9(5)V99.
01     WS-ABSENCE-REDUCTION        PIC 9(7)V99.

01     WS-RETRO-PERIOD             PIC 9(6).
01     WS-RETRO-PARTS REDEFINES WS-RETRO-PERIOD.
       02  WS-RETRO-YEAR           PIC 9(4).
       02  WS-RETRO-MONTH          PIC 99.
01     WS-RETRO-TO-PERIOD          PIC 9(6).
01     WS-NEXT-EFFECTIVE-DATE      PIC 9(8).
01     WS-DATE-WORK                PIC 9(8).
01     WS-DATE-PARTS REDEFINES WS-DATE-WORK.
       02  WS-DATE-YYYYMM          PIC 9(6).
       02  WS-DATE-DD              PIC 99.
01     WS-FIRST-DAY                PIC 99.
01     WS-LAST-DAY                 PIC 99.
01     WS-COVERED-DAYS             PIC S99.

01     RETRO-CALCULATION.
       02  RTP-GROSS               PIC 9(7)V99.
       02  RTP-OLD-GROSS           PIC 9(7)V99.
       02  RTP-NEW-GROSS           PIC 9(7)V99.
       02  RTP-TAXABLE             PIC 9(7)V99.
       02  RTP-TAX                 PIC 9(7)V99.
       02  RTP-OLD-TAX             PIC 9(7)V99.
       02  RTP-NEW-TAX             PIC 9(7)V99.
       02  RTP-PERIOD-DIFF         PIC S9(7)V99.
       02  RTP-PERIOD-TAX-DIFF     PIC S9(7)V99.
       02  RTP-TOTAL-DIFF          PIC S9(7)V99.
       02  RTP-TOTAL-TAX-DIFF      PIC S9(7)V99.
       02  RTP-TOTAL-PENSION-DIFF  PIC S9(7)V99.
       02  RTP-PERIODS             PIC 99.

01     WS-PRORATED-THRESHOLD       PIC 9(9)V99.
01     WS-PRIOR-THRESHOLD          PIC 9(9)V99.
01     WS-BAND-SLICE               PIC 9(9)V99.
01     WS-REMAINING-TAXABLE        PIC 9(9)V99.

01     RETRO-TOTALS.
       02  RTT-CHANGES-READ        PIC 9(5) VALUE ZERO.
       02  RTT-ARREARS-DUE         PIC 9(5) VALUE ZERO.
       02  RTT-OVERPAYMENTS        PIC 9(5) VALUE ZERO.
       02  RTT-NOTHING-DUE         PIC 9(5) VALUE ZERO.
       02  RTT-DEFERRED            PIC 9(5) VALUE ZERO.
       02  RTT-ARREARS-TOTAL       PIC 9(9)V99 VALUE ZERO.
       02  RTT-OVERPAID-TOTAL      PIC 9(9)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99-.
01     PRN-OLD-SALARY              PIC $$,$$$,$$9.99.
01     PRN-NEW-SALARY              PIC $$,$$$,$$9.99.

01     RETRODETAILLINE.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-RTD-PERIOD          PIC 9(6).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RTD-DAYS            PIC Z9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RTD-OLD-GROSS       PIC $$$,$$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RTD-NEW-GROSS       PIC $$$,$$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RTD-DIFF            PIC $$$,$$$,$$9.99-.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RTD-TAX-DIFF        PIC $$$,$$$,$$9.99-.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "RETROPAY".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "PAY PERIOD THE ARREARS ARE PAID IN (YYYYMM)"
               " REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-TARGET-PERIOD
       COMPUTE WS-TARGET-START = (WS-TARGET-PERIOD * 100) + 1
       MOVE WS-TARGET-PERIOD TO WS-LAST-CLOSED-PERIOD
       IF WS-LAST-CLOSED-MONTH EQUAL TO 1
           SUBTRACT 1 FROM WS-LAST-CLOSED-YEAR
           MOVE 12 TO WS-LAST-CLOSED-MONTH
       ELSE
           SUBTRACT 1 FROM WS-LAST-CLOSED-MONTH
       END-IF
       ACCEPT WS-TAX-PCT-PARM FROM ENVIRONMENT "PAYTAXPCT"
       IF WS-TAX-PCT-PARM NUMERIC
               AND WS-TAX-PCT-PARM NOT EQUAL TO ZEROS
           MOVE WS-TAX-PCT-PARM TO WS-TAX-PCT
       END-IF
       ACCEPT WS-PENSION-PCT-PARM FROM ENVIRONMENT "PAYPENSIONPCT"
       IF WS-PENSION-PCT-PARM NUMERIC
           MOVE WS-PENSION-PCT-PARM TO WS-PENSION-PCT
       END-IF
       ACCEPT WS-SICKFULL-PARM FROM ENVIRONMENT "SICKFULLDAYS"
       IF WS-SICKFULL-PARM NUMERIC
               AND WS-SICKFULL-PARM NOT EQUAL TO ZEROS
           MOVE WS-SICKFULL-PARM TO WS-SICK-FULL-DAYS
       END-IF
       ACCEPT WS-SICKPCT-PARM FROM ENVIRONMENT "SICKSTEPPCT"
       IF WS-SICKPCT-PARM NUMERIC
           MOVE WS-SICKPCT-PARM TO WS-SICK-STEP-PCT
       END-IF
       MOVE SPACES TO WS-RAR-FILENAME
       STRING "RetroArrears-" WS-TARGET-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-RAR-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "RetroArrears-" WS-TARGET-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       PERFORM LOAD-SALARY-HISTORY-TABLE
       PERFORM LOAD-ABSENCE-TABLE
       PERFORM LOAD-BAND-HISTORY-TABLE
       OPEN INPUT PAYROLLYTDFILE
       IF WS-PYT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING PAYROLL YTD MASTER - FILE STATUS "
               WS-PYT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND RETROARREARSFILE
       IF WS-RAR-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT RETROARREARSFILE
       END-IF
       IF WS-RAR-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING RETRO ARREARS FILE - FILE STATUS "
               WS-RAR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT RETROREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING RETRO ARREARS REPORT - FILE STATUS "
               WS-RPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO RETROREPORTLINE
       STRING "SALARY ARREARS -- PAYABLE IN PERIOD " WS-TARGET-PERIOD
           "  CLOSED PERIODS RE-COMPUTED TO " WS-LAST-CLOSED-PERIOD
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE
       OPEN INPUT SALARYHISTORYFILE
       OPEN OUTPUT SALARYHISTORYWORK
       MOVE "N" TO WS-SHS-EOF-SWITCH
       PERFORM READ-SALARY-HISTORY-RECORD
       PERFORM UNTIL ENDOFSALARYHISTORY
           IF SHS-RETRO-PENDING
               ADD 1 TO RTT-CHANGES-READ
               PERFORM PROCESS-ONE-SALARY-CHANGE
           END-IF
           MOVE SALARYHISTORYREC TO SALARYHISTORYWORKREC
           WRITE SALARYHISTORYWORKREC
           PERFORM READ-SALARY-HISTORY-RECORD
       END-PERFORM
       CLOSE SALARYHISTORYFILE
       CLOSE SALARYHISTORYWORK
       CLOSE PAYROLLYTDFILE
       CLOSE RETROARREARSFILE
       PERFORM REPLACE-SALARY-HISTORY-FILE
       PERFORM WRITE-RETRO-SUMMARY
       CLOSE RETROREPORTFILE
       MOVE "Salary Arrears" TO WS-REG-REPORT-NAME
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-TARGET-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "RETROPAY -- PERIOD " WS-TARGET-PERIOD
           "  CHANGES: " RTT-CHANGES-READ
           "  ARREARS: " RTT-ARREARS-DUE
           "  OVERPAID: " RTT-OVERPAYMENTS
           "  DEFERRED: " RTT-DEFERRED
       IF RTT-OVERPAYMENTS GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

PROCESS-ONE-SALARY-CHANGE.
       IF SHS-EFFECTIVE-DATE NOT LESS THAN WS-TARGET-START
           MOVE "N" TO SHS-RETRO-STATUS
           MOVE WS-TARGET-PERIOD TO SHS-RETRO-PERIOD
           ADD 1 TO RTT-NOTHING-DUE
       ELSE
           MOVE SHS-EMPSSN TO PYT-EMPSSN
           READ PAYROLLYTDFILE
               INVALID KEY MOVE ZERO TO PYT-LAST-PERIOD
           END-READ
           MOVE SHS-EFFECTIVE-DATE TO WS-DATE-WORK
           IF PYT-LAST-PERIOD NOT LESS THAN WS-TARGET-PERIOD
               ADD 1 TO RTT-DEFERRED
               DISPLAY "EMPLOYEE " SHS-EMPSSN " ALREADY PAID FOR "
                   "PERIOD " WS-TARGET-PERIOD
                   " - ARREARS LEFT FOR A LATER PERIOD"
           ELSE
           IF PYT-LAST-PERIOD LESS THAN WS-DATE-YYYYMM
               MOVE "N" TO SHS-RETRO-STATUS
               MOVE WS-TARGET-PERIOD TO SHS-RETRO-PERIOD
               ADD 1 TO RTT-NOTHING-DUE
           ELSE
               PERFORM COMPUTE-SALARY-ARREARS
           END-IF
           END-IF
       END-IF.

COMPUTE-SALARY-ARREARS.
       MOVE WS-LAST-CLOSED-PERIOD TO WS-RETRO-TO-PERIOD
       IF PYT-LAST-PERIOD LESS THAN WS-RETRO-TO-PERIOD
           MOVE PYT-LAST-PERIOD TO WS-RETRO-TO-PERIOD
       END-IF
       PERFORM FIND-NEXT-SALARY-CHANGE
       MOVE SHS-OLD-SALARY TO PRN-OLD-SALARY
       MOVE SHS-NEW-SALARY TO PRN-NEW-SALARY
       MOVE SPACES TO RETROREPORTLINE
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE SPACES TO RETROREPORTLINE
       STRING "EMPLOYEE " SHS-EMPSSN "  EFFECTIVE "
           SHS-EFFECTIVE-DATE "  SALARY " PRN-OLD-SALARY
           " TO " PRN-NEW-SALARY "  GRADE " SHS-OLD-GRADE
           " TO " SHS-NEW-GRADE
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE "    PERIOD  DAYS       OLD GROSS       NEW GROSS"
           TO RETROREPORTLINE
       MOVE "       DIFFERENCE     TAX EFFECT" TO RETROREPORTLINE(50:)
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE ZERO TO RTP-TOTAL-DIFF
       MOVE ZERO TO RTP-TOTAL-TAX-DIFF
       MOVE ZERO TO RTP-PERIODS
       MOVE WS-DATE-YYYYMM TO WS-RETRO-PERIOD
       PERFORM UNTIL WS-RETRO-PERIOD GREATER THAN WS-RETRO-TO-PERIOD
           PERFORM RECOMPUTE-ONE-PERIOD
           IF WS-RETRO-MONTH EQUAL TO 12
               ADD 1 TO WS-RETRO-YEAR
               MOVE 1 TO WS-RETRO-MONTH
           ELSE
               ADD 1 TO WS-RETRO-MONTH
           END-IF
       END-PERFORM
       COMPUTE RTP-TOTAL-PENSION-DIFF ROUNDED =
           RTP-TOTAL-DIFF * WS-PENSION-PCT / 100
       MOVE RTP-TOTAL-DIFF TO PRN-AMOUNT
       MOVE SPACES TO RETROREPORTLINE
       IF RTP-TOTAL-DIFF GREATER THAN ZERO
           MOVE "A" TO SHS-RETRO-STATUS
           ADD 1 TO RTT-ARREARS-DUE
           ADD RTP-TOTAL-DIFF TO RTT-ARREARS-TOTAL
           STRING "    ARREARS PAYABLE IN " WS-TARGET-PERIOD ": "
               PRN-AMOUNT
               DELIMITED BY SIZE INTO RETROREPORTLINE
           END-STRING
           PERFORM WRITE-ARREARS-RECORD
       ELSE
       IF RTP-TOTAL-DIFF LESS THAN ZERO
           MOVE "O" TO SHS-RETRO-STATUS
           ADD 1 TO RTT-OVERPAYMENTS
           SUBTRACT RTP-TOTAL-DIFF FROM RTT-OVERPAID-TOTAL
           STRING "    *** OVERPAID - NOT RECOVERED AUTOMATICALLY: "
               PRN-AMOUNT
               DELIMITED BY SIZE INTO RETROREPORTLINE
           END-STRING
       ELSE
           MOVE "N" TO SHS-RETRO-STATUS
           ADD 1 TO RTT-NOTHING-DUE
           MOVE "    NO DIFFERENCE FOR PERIODS ALREADY PAID"
               TO RETROREPORTLINE
       END-IF
       END-IF
       MOVE WS-TARGET-PERIOD TO SHS-RETRO-PERIOD
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE RTP-TOTAL-TAX-DIFF TO PRN-AMOUNT
       MOVE SPACES TO RETROREPORTLINE
       STRING "    TAX EFFECT AT THE BANDS THEN IN FORCE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE RTP-TOTAL-PENSION-DIFF TO PRN-AMOUNT
       MOVE SPACES TO RETROREPORTLINE
       STRING "    EMPLOYEE PENSION EFFECT:               " PRN-AMOUNT
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE.

FIND-NEXT-SALARY-CHANGE.
       MOVE 99999999 TO WS-NEXT-EFFECTIVE-DATE
       PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX GREATER THAN HST-COUNT
           IF HST-EMPSSN(HST-IDX) EQUAL TO SHS-EMPSSN
                   AND HST-EFFECTIVE-DATE(HST-IDX)
                       GREATER THAN SHS-EFFECTIVE-DATE
                   AND HST-EFFECTIVE-DATE(HST-IDX)
                       LESS THAN WS-NEXT-EFFECTIVE-DATE
               MOVE HST-EFFECTIVE-DATE(HST-IDX)
                   TO WS-NEXT-EFFECTIVE-DATE
           END-IF
       END-PERFORM.

RECOMPUTE-ONE-PERIOD.
       COMPUTE WS-PRD-START = (WS-RETRO-PERIOD * 100) + 1
       COMPUTE WS-PRD-END = (WS-RETRO-PERIOD * 100) + 30
       MOVE 1 TO WS-FIRST-DAY
       MOVE 30 TO WS-LAST-DAY
       MOVE SHS-EFFECTIVE-DATE TO WS-DATE-WORK
       IF WS-DATE-YYYYMM EQUAL TO WS-RETRO-PERIOD
           MOVE WS-DATE-DD TO WS-FIRST-DAY
       END-IF
       MOVE WS-NEXT-EFFECTIVE-DATE TO WS-DATE-WORK
       IF WS-DATE-YYYYMM EQUAL TO WS-RETRO-PERIOD
           COMPUTE WS-LAST-DAY = WS-DATE-DD - 1
       END-IF
       IF WS-DATE-YYYYMM LESS THAN WS-RETRO-PERIOD
           MOVE ZERO TO WS-LAST-DAY
       END-IF
       IF WS-FIRST-DAY GREATER THAN 30
           MOVE 30 TO WS-FIRST-DAY
       END-IF
       IF WS-LAST-DAY GREATER THAN 30
           MOVE 30 TO WS-LAST-DAY
       END-IF
       COMPUTE WS-COVERED-DAYS = WS-LAST-DAY - WS-FIRST-DAY + 1
       IF WS-COVERED-DAYS GREATER THAN ZERO
           PERFORM SELECT-PERIOD-TAX-BANDS
           COMPUTE RTP-GROSS ROUNDED = SHS-OLD-SALARY / 12
           PERFORM APPLY-ABSENCE-PRORATION
           MOVE RTP-GROSS TO RTP-OLD-GROSS
           MOVE RTP-GROSS TO RTP-TAXABLE
           PERFORM COMPUTE-PERIOD-TAX
           MOVE RTP-TAX TO RTP-OLD-TAX
           COMPUTE RTP-GROSS ROUNDED = SHS-NEW-SALARY / 12
           PERFORM APPLY-ABSENCE-PRORATION
           MOVE RTP-GROSS TO RTP-NEW-GROSS
           MOVE RTP-GROSS TO RTP-TAXABLE
           PERFORM COMPUTE-PERIOD-TAX
           MOVE RTP-TAX TO RTP-NEW-TAX
           COMPUTE RTP-PERIOD-DIFF ROUNDED =
               (RTP-NEW-GROSS - RTP-OLD-GROSS) * WS-COVERED-DAYS / 30
           COMPUTE RTP-PERIOD-TAX-DIFF ROUNDED =
               (RTP-NEW-TAX - RTP-OLD-TAX) * WS-COVERED-DAYS / 30
           ADD RTP-PERIOD-DIFF TO RTP-TOTAL-DIFF
           ADD RTP-PERIOD-TAX-DIFF TO RTP-TOTAL-TAX-DIFF
           ADD 1 TO RTP-PERIODS
           MOVE WS-RETRO-PERIOD TO PRN-RTD-PERIOD
           MOVE WS-COVERED-DAYS TO PRN-RTD-DAYS
           MOVE RTP-OLD-GROSS TO PRN-RTD-OLD-GROSS
           MOVE RTP-NEW-GROSS TO PRN-RTD-NEW-GROSS
           MOVE RTP-PERIOD-DIFF TO PRN-RTD-DIFF
           MOVE RTP-PERIOD-TAX-DIFF TO PRN-RTD-TAX-DIFF
           MOVE RETRODETAILLINE TO RETROREPORTLINE
           PERFORM WRITE-RETRO-REPORT-LINE
       END-IF.

WRITE-ARREARS-RECORD.
       MOVE SHS-EMPSSN TO RAR-EMPSSN
       MOVE WS-TARGET-PERIOD TO RAR-PAYPERIOD
       MOVE SHS-EFFECTIVE-DATE TO RAR-EFFECTIVE-DATE
       MOVE SHS-EFFECTIVE-DATE(1:6) TO RAR-FROM-PERIOD
       MOVE WS-RETRO-TO-PERIOD TO RAR-TO-PERIOD
       MOVE RTP-TOTAL-DIFF TO RAR-ARREARS-GROSS
       IF RTP-TOTAL-TAX-DIFF GREATER THAN ZERO
           MOVE RTP-TOTAL-TAX-DIFF TO RAR-ARREARS-TAX
       ELSE
           MOVE ZERO TO RAR-ARREARS-TAX
       END-IF
       MOVE RTP-TOTAL-PENSION-DIFF TO RAR-ARREARS-PENSION
       WRITE RETROARREARSREC
       IF WS-RAR-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RETRO ARREARS FILE - FILE STATUS "
               WS-RAR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-RETRO-SUMMARY.
       MOVE SPACES TO RETROREPORTLINE
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE SPACES TO RETROREPORTLINE
       STRING "SALARY CHANGES EXAMINED: " RTT-CHANGES-READ
           "  ARREARS DUE: " RTT-ARREARS-DUE
           "  OVERPAID: " RTT-OVERPAYMENTS
           "  NOTHING DUE: " RTT-NOTHING-DUE
           "  DEFERRED: " RTT-DEFERRED
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE RTT-ARREARS-TOTAL TO PRN-AMOUNT
       MOVE SPACES TO RETROREPORTLINE
       STRING "TOTAL ARREARS FOR THE PAY RUN:     " PRN-AMOUNT
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE
       MOVE RTT-OVERPAID-TOTAL TO PRN-AMOUNT
       MOVE SPACES TO RETROREPORTLINE
       STRING "TOTAL OVERPAID FOR PAYROLL REVIEW: " PRN-AMOUNT
           DELIMITED BY SIZE INTO RETROREPORTLINE
       END-STRING
       PERFORM WRITE-RETRO-REPORT-LINE.

LOAD-SALARY-HISTORY-TABLE.
       OPEN INPUT SALARYHISTORYFILE
       IF WS-SHS-STATUS NOT EQUAL TO "00"
           DISPLAY "NO SALARY HISTORY ON FILE - NO ARREARS TO WORK OUT"
           STOP RUN
       END-IF
       PERFORM READ-SALARY-HISTORY-RECORD
       PERFORM UNTIL ENDOFSALARYHISTORY
           IF HST-COUNT LESS THAN HISTORY-TABLE-LIMIT
               ADD 1 TO HST-COUNT
               MOVE SHS-EMPSSN TO HST-EMPSSN(HST-COUNT)
               MOVE SHS-EFFECTIVE-DATE
                   TO HST-EFFECTIVE-DATE(HST-COUNT)
           END-IF
           PERFORM READ-SALARY-HISTORY-RECORD
       END-PERFORM
       CLOSE SALARYHISTORYFILE.

LOAD-ABSENCE-TABLE.
       OPEN INPUT ABSENCEMASTER
       IF WS-ABM-STATUS NOT EQUAL TO "00"
           DISPLAY "NO VALIDATED ABSENCE FILE PRESENT - "
               "NO ABSENCE PRORATION IN THE ARREARS"
       ELSE
           PERFORM READ-ABSENCE-RECORD
           PERFORM UNTIL ENDOFABSENCEMASTER
               IF ABS-COUNT LESS THAN ABSENCE-TABLE-LIMIT
                   ADD 1 TO ABS-COUNT
                   MOVE ABM-EMPSSN TO ABS-EMPSSN(ABS-COUNT)
                   MOVE ABM-TYPE TO ABS-TYPE(ABS-COUNT)
                   MOVE ABM-STARTDATE TO ABS-STARTDATE(ABS-COUNT)
                   MOVE ABM-ENDDATE TO ABS-ENDDATE(ABS-COUNT)
               END-IF
               PERFORM READ-ABSENCE-RECORD
           END-PERFORM
           CLOSE ABSENCEMASTER
       END-IF.

APPLY-ABSENCE-PRORATION.
       MOVE ZERO TO WS-UNPAID-DAYS
       MOVE ZERO TO WS-SICK-REDUCED-DAYS
       PERFORM VARYING ABS-IDX FROM 1 BY 1
               UNTIL ABS-IDX GREATER THAN ABS-COUNT
           IF ABS-EMPSSN(ABS-IDX) EQUAL TO SHS-EMPSSN
               PERFORM MEASURE-ONE-ABSENCE
           END-IF
       END-PERFORM
       IF WS-UNPAID-DAYS GREATER THAN ZERO
               OR WS-SICK-REDUCED-DAYS GREATER THAN ZERO
           COMPUTE WS-DAILY-RATE ROUNDED = RTP-GROSS / 30
           COMPUTE WS-ABSENCE-REDUCTION ROUNDED =
               (WS-UNPAID-DAYS * WS-DAILY-RATE)
               + (WS-SICK-REDUCED-DAYS * WS-DAILY-RATE
                  * (100 - WS-SICK-STEP-PCT) / 100)
           IF WS-ABSENCE-REDUCTION GREATER THAN RTP-GROSS
               MOVE RTP-GROSS TO WS-ABSENCE-REDUCTION
           END-IF
           SUBTRACT WS-ABSENCE-REDUCTION FROM RTP-GROSS
       END-IF.

MEASURE-ONE-ABSENCE.
       MOVE ABS-STARTDATE(ABS-IDX) TO WS-CLIP-START
       IF WS-CLIP-START LESS THAN WS-PRD-START
           MOVE WS-PRD-START TO WS-CLIP-START
       END-IF
       MOVE ABS-ENDDATE(ABS-IDX) TO WS-CLIP-END
       IF WS-CLIP-END GREATER THAN WS-PRD-END
           MOVE WS-PRD-END TO WS-CLIP-END
       END-IF
       IF WS-CLIP-END(5:2) EQUAL TO "02"
               AND WS-CLIP-END(7:2) GREATER THAN "28"
           MOVE "28" TO WS-CLIP-END(7:2)
       END-IF
       IF WS-CLIP-START(5:2) EQUAL TO "02"
               AND WS-CLIP-START(7:2) GREATER THAN "28"
           MOVE "28" TO WS-CLIP-START(7:2)
       END-IF
       IF WS-CLIP-START NOT GREATER THAN WS-CLIP-END
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CLIP-START)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CLIP-END)
           COMPUTE WS-OVERLAP-DAYS =
               WS-END-INTEGER - WS-START-INTEGER + 1
           IF WS-OVERLAP-DAYS GREATER THAN ZERO
               EVALUATE ABS-TYPE(ABS-IDX)
                   WHEN "U"
                       ADD WS-OVERLAP-DAYS TO WS-UNPAID-DAYS
                   WHEN "S"
                       PERFORM MEASURE-SICK-STEP-DOWN
               END-EVALUATE
           END-IF
       END-IF.

MEASURE-SICK-STEP-DOWN.
       COMPUTE WS-FULLPAY-END-INTEGER =
           FUNCTION INTEGER-OF-DATE(ABS-STARTDATE(ABS-IDX))
           + WS-SICK-FULL-DAYS - 1
       IF WS-END-INTEGER GREATER THAN WS-FULLPAY-END-INTEGER
           IF WS-START-INTEGER GREATER THAN WS-FULLPAY-END-INTEGER
               ADD WS-OVERLAP-DAYS TO WS-SICK-REDUCED-DAYS
           ELSE
               COMPUTE WS-SICK-REDUCED-DAYS =
                   WS-SICK-REDUCED-DAYS
                   + (WS-END-INTEGER - WS-FULLPAY-END-INTEGER)
           END-IF
       END-IF.

LOAD-BAND-HISTORY-TABLE.
       OPEN INPUT TAXBANDFILE
       IF WS-TXB-STATUS NOT EQUAL TO "00"
           DISPLAY "NO TAX BAND TABLE PRESENT - FLAT RATE OF "
               WS-TAX-PCT " PERCENT USED FOR THE TAX EFFECT"
       ELSE
           PERFORM READ-TAX-BAND-RECORD
           PERFORM UNTIL ENDOFTAXBANDS
               IF BNH-COUNT LESS THAN BAND-HISTORY-LIMIT
                   ADD 1 TO BNH-COUNT
                   MOVE TXB-EFFECTIVEDATE
                       TO BNH-EFFECTIVEDATE(BNH-COUNT)
                   MOVE TXB-ANNUAL-THRESHOLD
                       TO BNH-THRESHOLD(BNH-COUNT)
                   MOVE TXB-RATE TO BNH-RATE(BNH-COUNT)
               END-IF
               PERFORM READ-TAX-BAND-RECORD
           END-PERFORM
           CLOSE TAXBANDFILE
       END-IF.

SELECT-PERIOD-TAX-BANDS.
       MOVE ZERO TO TBD-EFFECTIVEDATE
       MOVE ZERO TO TBD-COUNT
       PERFORM VARYING BNH-IDX FROM 1 BY 1
               UNTIL BNH-IDX GREATER THAN BNH-COUNT
           IF BNH-EFFECTIVEDATE(BNH-IDX) NOT GREATER THAN WS-PRD-START
               IF BNH-EFFECTIVEDATE(BNH-IDX) GREATER THAN
                       TBD-EFFECTIVEDATE
                   MOVE BNH-EFFECTIVEDATE(BNH-IDX)
                       TO TBD-EFFECTIVEDATE
                   MOVE ZERO TO TBD-COUNT
               END-IF
               IF BNH-EFFECTIVEDATE(BNH-IDX) EQUAL TO
                       TBD-EFFECTIVEDATE
                       AND TBD-COUNT LESS THAN 9
                   ADD 1 TO TBD-COUNT
                   MOVE BNH-THRESHOLD(BNH-IDX)
                       TO TBD-THRESHOLD(TBD-COUNT)
                   MOVE BNH-RATE(BNH-IDX) TO TBD-RATE(TBD-COUNT)
               END-IF
           END-IF
       END-PERFORM.

COMPUTE-PERIOD-TAX.
       IF TBD-COUNT EQUAL TO ZERO
           COMPUTE RTP-TAX ROUNDED = RTP-TAXABLE * WS-TAX-PCT / 100
       ELSE
           MOVE ZERO TO RTP-TAX
           MOVE ZERO TO WS-PRIOR-THRESHOLD
           MOVE RTP-TAXABLE TO WS-REMAINING-TAXABLE
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX GREATER THAN TBD-COUNT
                   OR WS-REMAINING-TAXABLE EQUAL TO ZERO
               IF TBD-THRESHOLD(TBD-IDX) EQUAL TO ZERO
                   COMPUTE RTP-TAX ROUNDED = RTP-TAX
                       + (WS-REMAINING-TAXABLE * TBD-RATE(TBD-IDX))
                   MOVE ZERO TO WS-REMAINING-TAXABLE
               ELSE
                   COMPUTE WS-PRORATED-THRESHOLD ROUNDED =
                       TBD-THRESHOLD(TBD-IDX) / 12
                   IF WS-PRORATED-THRESHOLD GREATER THAN
                           WS-PRIOR-THRESHOLD
                       COMPUTE WS-BAND-SLICE =
                           WS-PRORATED-THRESHOLD - WS-PRIOR-THRESHOLD
                       IF WS-BAND-SLICE GREATER THAN
                               WS-REMAINING-TAXABLE
                           MOVE WS-REMAINING-TAXABLE TO WS-BAND-SLICE
                       END-IF
                       COMPUTE RTP-TAX ROUNDED = RTP-TAX
                           + (WS-BAND-SLICE * TBD-RATE(TBD-IDX))
                       SUBTRACT WS-BAND-SLICE
                           FROM WS-REMAINING-TAXABLE
                       MOVE WS-PRORATED-THRESHOLD
                           TO WS-PRIOR-THRESHOLD
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

REPLACE-SALARY-HISTORY-FILE.
       OPEN INPUT SALARYHISTORYWORK
       OPEN OUTPUT SALARYHISTORYFILE
       PERFORM READ-HISTORY-WORK-RECORD
       PERFORM UNTIL ENDOFHISTORYWORK
           MOVE SALARYHISTORYWORKREC TO SALARYHISTORYREC
           WRITE SALARYHISTORYREC
           PERFORM READ-HISTORY-WORK-RECORD
       END-PERFORM
       CLOSE SALARYHISTORYWORK
       CLOSE SALARYHISTORYFILE.

READ-SALARY-HISTORY-RECORD.
       READ SALARYHISTORYFILE AT END SET ENDOFSALARYHISTORY TO TRUE
       END-READ.

READ-HISTORY-WORK-RECORD.
       READ SALARYHISTORYWORK AT END SET ENDOFHISTORYWORK TO TRUE
       END-READ.

READ-ABSENCE-RECORD.
       READ ABSENCEMASTER AT END SET ENDOFABSENCEMASTER TO TRUE
       END-READ.

READ-TAX-BAND-RECORD.
       READ TAXBANDFILE AT END SET ENDOFTAXBANDS TO TRUE
       END-READ.

WRITE-RETRO-REPORT-LINE.
       WRITE RETROREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RETRO ARREARS REPORT - FILE STATUS "
               WS-RPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
