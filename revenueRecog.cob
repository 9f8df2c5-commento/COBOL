IDENTIFICATION DIVISION.
PROGRAM-ID. REVENUERECOG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT INVOICEFEEDFILE ASSIGN TO DYNAMIC WS-INV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT DEFERREDREVENUEFILE ASSIGN TO "DeferredRevenue.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DFR-DEFERRAL-KEY
           FILE STATUS IS WS-DFR-STATUS.

       SELECT DEFERRALGLFILE ASSIGN TO DYNAMIC WS-DGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DGL-STATUS.

       SELECT DEFERRALREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     INVOICEFEEDFILE.
       COPY "INVOICEFEED.cpy"
           REPLACING ==:RECNAME:== BY ==INVOICEFEEDREC==
                     ==:PREFIX:==  BY ==INV-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     DEFERREDREVENUEFILE.
       COPY "DEFERREDREVENUE.cpy"
           REPLACING ==:RECNAME:== BY ==DEFERREDREVENUEREC==
                     ==:PREFIX:==  BY ==DFR-==.

FD     DEFERRALGLFILE.
01     DEFERRALGLREC.
       02  DGL-ACCOUNT-CODE        PIC 99.
       02  DGL-ACCOUNT-DESC        PIC X(20).
       02  DGL-AMOUNT              PIC S9(9)V99.
       02  DGL-FIRST-INVOICE       PIC 9(10).
       02  DGL-LAST-INVOICE        PIC 9(10).

FD     DEFERRALREPORTFILE.
01     DEFERRALREPORTLINE          PIC X(132).

WORKING-STORAGE SECTION.
01     WS-INV-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-DFR-STATUS               PIC XX.
01     WS-DGL-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-INV-FILENAME             PIC X(40)
           VALUE "Listing14-2-invoice.feed".
01     WS-DGL-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".
01     WS-DFR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEFERRALS          VALUE "Y".
01     WS-SMF-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  SUBSCRIBERS-AVAILABLE   VALUE "Y".
01     WS-SMF-FOUND-SWITCH         PIC X.
       88  SUBSCRIBER-FOUND        VALUE "Y".
01     WS-DFR-FOUND-SWITCH         PIC X.
       88  DEFERRAL-ON-FILE        VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-RUN-PARM                 PIC X(12) VALUE SPACES.
01     WS-CYCLE-PARM               PIC X(2) VALUE SPACES.
01     WS-RECOG-PERIOD             PIC 9(6).
01     WS-RECOG-PERIOD-X REDEFINES WS-RECOG-PERIOD.
       02  WS-RECOG-YEAR           PIC 9(4).
       02  WS-RECOG-MONTH          PIC 99.
01     WS-PRIOR-PERIOD             PIC 9(6).
01     WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
       02  WS-PRIOR-YEAR           PIC 9(4).
       02  WS-PRIOR-MONTH          PIC 99.
01     WS-NEXT-PERIOD              PIC 9(6).
01     WS-NEXT-PERIOD-X REDEFINES WS-NEXT-PERIOD.
       02  WS-NEXT-YEAR            PIC 9(4).
       02  WS-NEXT-MONTH           PIC 99.
01     WS-PERIOD-END-DATE          PIC 9(8).
01     WS-NEXT-START-DATE          PIC 9(8).
01     WS-NEXT-END-DATE            PIC 9(8).

01     WS-DAYS-IN-CYCLE            PIC 99 VALUE 30.
01     WS-CYCLE-CODE               PIC X(2).
01     WS-CYCLE-DAY                PIC 99.
01     WS-DEFER-END-DAY            PIC 99.
01     WS-SUSPEND-START-DAY        PIC 99.
01     WS-SUSPEND-END-DAY          PIC S99.
01     WS-SUSPENDED-DAYS           PIC 99.
01     WS-DEFERRED-DAYS            PIC 99.
01     WS-CHARGE                   PIC S9(7)V99.
01     WS-DEFERRED-AMOUNT          PIC S9(7)V99.

01     PLAN-TABLE-LIMIT            PIC 9(3) VALUE 200.
01     PLAN-TABLE.
       02  PLN-COUNT               PIC 9(3) VALUE ZERO.
       02  PLN-ENTRY OCCURS 200 TIMES.
           03  PLN-PLANCODE        PIC X(4).
           03  PLN-OPENING         PIC S9(11)V99.
           03  PLN-DEFERRED        PIC S9(11)V99.
           03  PLN-SUBSCRIBERS     PIC 9(7).
01     PLN-IDX                     PIC 9(3).
01     PLN-FOUND                   PIC 9(3).
01     WS-LOOKUP-PLANCODE          PIC X(4).

01     RECOG-TOTALS.
       02  RRT-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  RRT-CHARGES-READ        PIC 9(7) VALUE ZERO.
       02  RRT-CHARGES-DEFERRED    PIC 9(7) VALUE ZERO.
       02  RRT-REBILLS             PIC 9(7) VALUE ZERO.
       02  RRT-REPLACED            PIC 9(7) VALUE ZERO.
       02  RRT-OTHER-PERIOD        PIC 9(7) VALUE ZERO.
       02  RRT-TOTAL-OPENING       PIC S9(11)V99 VALUE ZERO.
       02  RRT-TOTAL-DEFERRED      PIC S9(11)V99 VALUE ZERO.
       02  RRT-FIRST-INVOICE       PIC 9(10) VALUE ZERO.
       02  RRT-LAST-INVOICE        PIC 9(10) VALUE ZERO.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE "DEFERRED REVENUE BALANCE".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "REVENUERECOG".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     DEFERRALHEADER              PIC X(120) VALUE
           "PLAN  SUBSCRIBERS      OPENING BALANCE         RELEASED TO REVENUE    DEFERRED IN PERIOD       CLOSING BALANCE".

01     DEFERRALDETAILLINE.
       02  PRN-PLANCODE            PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-SUBSCRIBERS         PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-OPENING             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-RELEASED            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DEFERRED            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-CLOSING             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

01     PRN-COUNT                   PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "RECOGNITION PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-RECOG-PERIOD
       MOVE WS-RUN-PARM(8:2) TO WS-CYCLE-PARM
       IF WS-CYCLE-PARM NOT EQUAL TO SPACES
           MOVE SPACES TO WS-INV-FILENAME
           STRING "Listing14-2-invoice-" WS-CYCLE-PARM ".feed"
               DELIMITED BY SIZE INTO WS-INV-FILENAME
           END-STRING
       END-IF
       IF WS-RECOG-MONTH EQUAL TO 1
           COMPUTE WS-PRIOR-YEAR = WS-RECOG-YEAR - 1
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           MOVE WS-RECOG-YEAR TO WS-PRIOR-YEAR
           COMPUTE WS-PRIOR-MONTH = WS-RECOG-MONTH - 1
       END-IF
       IF WS-RECOG-MONTH EQUAL TO 12
           COMPUTE WS-NEXT-YEAR = WS-RECOG-YEAR + 1
           MOVE 1 TO WS-NEXT-MONTH
       ELSE
           MOVE WS-RECOG-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MONTH = WS-RECOG-MONTH + 1
       END-IF
       COMPUTE WS-PERIOD-END-DATE = WS-RECOG-PERIOD * 100 + 31
       COMPUTE WS-NEXT-START-DATE = WS-NEXT-PERIOD * 100 + 1
       MOVE SPACES TO WS-DGL-FILENAME
       STRING "DeferredRevenue-" WS-RECOG-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-DGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "DeferredRevenue-" WS-RECOG-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN I-O DEFERREDREVENUEFILE
       IF WS-DFR-STATUS EQUAL TO "35"
           OPEN OUTPUT DEFERREDREVENUEFILE
           CLOSE DEFERREDREVENUEFILE
           OPEN I-O DEFERREDREVENUEFILE
       END-IF
       IF WS-DFR-STATUS NOT EQUAL TO "00"
           MOVE "DEFERREDREVENUEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DFR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS EQUAL TO "00"
           SET SUBSCRIBERS-AVAILABLE TO TRUE
       ELSE
           DISPLAY "NO SUBSCRIBER MASTER - DEFERRING ON RUN CYCLE ONLY"
       END-IF
       PERFORM DEFER-BILLED-RECURRING-CHARGES
       IF SUBSCRIBERS-AVAILABLE
           CLOSE SUBSCRIBERMASTER
       END-IF
       PERFORM TOTAL-DEFERRALS-BY-PLAN
       CLOSE DEFERREDREVENUEFILE
       PERFORM WRITE-DEFERRAL-GL-RECORDS
       PERFORM PRINT-DEFERRAL-REPORT
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-RECOG-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "REVENUERECOG -- PERIOD " WS-RECOG-PERIOD
           "  CHARGES: " RRT-CHARGES-READ
           "  DEFERRED: " RRT-CHARGES-DEFERRED
           "  RE-BILLS: " RRT-REBILLS
       IF PLN-COUNT NOT LESS THAN PLAN-TABLE-LIMIT
           DISPLAY "PLAN TABLE FULL - LATER PLANS REPORTED AS ????"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

DEFER-BILLED-RECURRING-CHARGES.
       OPEN INPUT INVOICEFEEDFILE
       IF WS-INV-STATUS EQUAL TO "35"
           DISPLAY "NO INVOICE FEED " WS-INV-FILENAME
               " - BALANCES REPORTED FROM LEDGER ONLY"
       ELSE
           IF WS-INV-STATUS NOT EQUAL TO "00"
               MOVE "INVOICEFEEDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-INVOICE-FEED-RECORD
           PERFORM UNTIL ENDOFINVOICEFEED
               ADD 1 TO RRT-FEED-RECORDS
               IF INV-BILLINGPERIOD NOT EQUAL TO WS-RECOG-PERIOD
                   ADD 1 TO RRT-OTHER-PERIOD
               ELSE
                   IF INV-DOCTYPE EQUAL TO "C"
                       PERFORM APPLY-REBILL-TO-DEFERRAL
                   ELSE
                       IF INV-RECURRINGCHARGE NOT EQUAL TO ZERO
                           PERFORM DEFER-ORIGINAL-CHARGE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-INVOICE-FEED-RECORD
           END-PERFORM
           CLOSE INVOICEFEEDFILE
       END-IF.

DEFER-ORIGINAL-CHARGE.
       ADD 1 TO RRT-CHARGES-READ
       PERFORM READ-DEFERRAL-FOR-INVOICE
       MOVE INV-RECURRINGCHARGE TO WS-CHARGE
       MOVE INV-INVOICENUMBER TO DFR-INVOICENUMBER
       PERFORM CALCULATE-DEFERRAL
       PERFORM STORE-DEFERRAL.

APPLY-REBILL-TO-DEFERRAL.
       PERFORM READ-DEFERRAL-FOR-INVOICE
       IF DEFERRAL-ON-FILE OR INV-RECURRINGCHARGE NOT EQUAL TO ZERO
           ADD 1 TO RRT-REBILLS
           IF DEFERRAL-ON-FILE
               COMPUTE WS-CHARGE =
                   DFR-RECURRINGCHARGE + INV-RECURRINGCHARGE
           ELSE
               MOVE INV-RECURRINGCHARGE TO WS-CHARGE
               MOVE INV-INVOICENUMBER TO DFR-INVOICENUMBER
           END-IF
           PERFORM CALCULATE-DEFERRAL
           PERFORM STORE-DEFERRAL
       END-IF.

READ-DEFERRAL-FOR-INVOICE.
       MOVE "N" TO WS-DFR-FOUND-SWITCH
       MOVE WS-RECOG-PERIOD TO DFR-PERIOD
       MOVE INV-SUBSCRIBERID TO DFR-SUBSCRIBERID
       READ DEFERREDREVENUEFILE
           INVALID KEY
               MOVE WS-RECOG-PERIOD TO DFR-PERIOD
               MOVE INV-SUBSCRIBERID TO DFR-SUBSCRIBERID
               MOVE ZERO TO DFR-RECURRINGCHARGE
           NOT INVALID KEY
               SET DEFERRAL-ON-FILE TO TRUE
       END-READ.

CALCULATE-DEFERRAL.
       MOVE "N" TO WS-SMF-FOUND-SWITCH
       MOVE WS-CYCLE-PARM TO WS-CYCLE-CODE
       MOVE SPACES TO DFR-PLANCODE
       IF SUBSCRIBERS-AVAILABLE
           MOVE INV-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET SUBSCRIBER-FOUND TO TRUE
                   MOVE SMF-BILLCYCLE TO WS-CYCLE-CODE
                   MOVE SMF-PLANCODE TO DFR-PLANCODE
           END-READ
       END-IF
       MOVE WS-CYCLE-CODE TO DFR-BILLCYCLE
       MOVE 1 TO WS-CYCLE-DAY
       IF WS-CYCLE-CODE NUMERIC
           MOVE WS-CYCLE-CODE TO WS-CYCLE-DAY
           IF WS-CYCLE-DAY LESS THAN 1 OR WS-CYCLE-DAY GREATER THAN 28
               MOVE 1 TO WS-CYCLE-DAY
           END-IF
       END-IF
       COMPUTE WS-DEFER-END-DAY = WS-CYCLE-DAY - 1
       COMPUTE WS-NEXT-END-DATE = WS-NEXT-START-DATE + WS-DEFER-END-DAY - 1
       MOVE ZERO TO WS-SUSPENDED-DAYS
       IF SUBSCRIBER-FOUND AND WS-DEFER-END-DAY GREATER THAN ZERO
           PERFORM APPLY-TERMINATION-TO-DEFERRAL
           IF WS-DEFER-END-DAY GREATER THAN ZERO
               PERFORM APPLY-SUSPENSION-TO-DEFERRAL
           END-IF
       END-IF
       COMPUTE WS-DEFERRED-DAYS = WS-DEFER-END-DAY - WS-SUSPENDED-DAYS
       COMPUTE WS-DEFERRED-AMOUNT ROUNDED =
           WS-CHARGE * WS-DEFERRED-DAYS / WS-DAYS-IN-CYCLE
       IF WS-CHARGE GREATER THAN ZERO
               AND WS-DEFERRED-AMOUNT GREATER THAN WS-CHARGE
           MOVE WS-CHARGE TO WS-DEFERRED-AMOUNT
       END-IF
       IF WS-CHARGE NOT GREATER THAN ZERO
           MOVE ZERO TO WS-DEFERRED-AMOUNT
       END-IF.

APPLY-TERMINATION-TO-DEFERRAL.
       IF SMF-TERMINATIONDATE GREATER THAN ZERO
           IF SMF-TERMINATIONDATE NOT GREATER THAN WS-PERIOD-END-DATE
               MOVE ZERO TO WS-DEFER-END-DAY
           ELSE
               IF SMF-TERMINATIONDATE NOT GREATER THAN WS-NEXT-END-DATE
                   MOVE SMF-TERMINATIONDATE(7:2) TO WS-DEFER-END-DAY
               END-IF
           END-IF
       END-IF.

APPLY-SUSPENSION-TO-DEFERRAL.
       IF SMF-SUSPENSIONDATE GREATER THAN ZERO
               AND SMF-SUSPENSIONDATE NOT GREATER THAN WS-NEXT-END-DATE
               AND (SMF-RESTOREDATE NOT GREATER THAN SMF-SUSPENSIONDATE
                   OR SMF-RESTOREDATE GREATER THAN WS-PERIOD-END-DATE)
           IF SMF-SUSPENSIONDATE NOT GREATER THAN WS-PERIOD-END-DATE
               MOVE 1 TO WS-SUSPEND-START-DAY
           ELSE
               MOVE SMF-SUSPENSIONDATE(7:2) TO WS-SUSPEND-START-DAY
           END-IF
           IF SMF-RESTOREDATE GREATER THAN SMF-SUSPENSIONDATE
                   AND SMF-RESTOREDATE NOT GREATER THAN WS-NEXT-END-DATE
               MOVE SMF-RESTOREDATE(7:2) TO WS-SUSPEND-END-DAY
               SUBTRACT 1 FROM WS-SUSPEND-END-DAY
           ELSE
               MOVE WS-DEFER-END-DAY TO WS-SUSPEND-END-DAY
           END-IF
           IF WS-SUSPEND-END-DAY GREATER THAN WS-DEFER-END-DAY
               MOVE WS-DEFER-END-DAY TO WS-SUSPEND-END-DAY
           END-IF
           IF WS-SUSPEND-END-DAY NOT LESS THAN WS-SUSPEND-START-DAY
               COMPUTE WS-SUSPENDED-DAYS =
                   WS-SUSPEND-END-DAY - WS-SUSPEND-START-DAY + 1
           END-IF
       END-IF.

STORE-DEFERRAL.
       MOVE WS-CHARGE TO DFR-RECURRINGCHARGE
       MOVE WS-DEFERRED-DAYS TO DFR-DEFERRED-DAYS
       MOVE WS-DEFERRED-AMOUNT TO DFR-DEFERRED-AMOUNT
       MOVE RUN-DATE-YYYYMMDD TO DFR-RUNDATE
       IF WS-DEFERRED-AMOUNT NOT EQUAL TO ZERO
           ADD 1 TO RRT-CHARGES-DEFERRED
       END-IF
       IF DEFERRAL-ON-FILE
           ADD 1 TO RRT-REPLACED
           REWRITE DEFERREDREVENUEREC
       ELSE
           WRITE DEFERREDREVENUEREC
       END-IF
       IF WS-DFR-STATUS NOT EQUAL TO "00"
           MOVE "DEFERREDREVENUEFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DFR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

TOTAL-DEFERRALS-BY-PLAN.
       MOVE WS-PRIOR-PERIOD TO DFR-PERIOD
       MOVE ZERO TO DFR-SUBSCRIBERID
       START DEFERREDREVENUEFILE KEY IS NOT LESS THAN DFR-DEFERRAL-KEY
           INVALID KEY SET ENDOFDEFERRALS TO TRUE
       END-START
       IF NOT ENDOFDEFERRALS
           PERFORM READ-NEXT-DEFERRAL
       END-IF
       PERFORM UNTIL ENDOFDEFERRALS
               OR DFR-PERIOD GREATER THAN WS-RECOG-PERIOD
           MOVE DFR-PLANCODE TO WS-LOOKUP-PLANCODE
           PERFORM FIND-PLAN-ENTRY
           IF DFR-PERIOD EQUAL TO WS-PRIOR-PERIOD
               ADD DFR-DEFERRED-AMOUNT TO PLN-OPENING(PLN-FOUND)
               ADD DFR-DEFERRED-AMOUNT TO RRT-TOTAL-OPENING
           ELSE
               ADD DFR-DEFERRED-AMOUNT TO PLN-DEFERRED(PLN-FOUND)
               ADD DFR-DEFERRED-AMOUNT TO RRT-TOTAL-DEFERRED
               IF DFR-DEFERRED-AMOUNT NOT EQUAL TO ZERO
                   ADD 1 TO PLN-SUBSCRIBERS(PLN-FOUND)
                   IF RRT-FIRST-INVOICE EQUAL TO ZERO
                           OR DFR-INVOICENUMBER LESS THAN
                               RRT-FIRST-INVOICE
                       MOVE DFR-INVOICENUMBER TO RRT-FIRST-INVOICE
                   END-IF
                   IF DFR-INVOICENUMBER GREATER THAN RRT-LAST-INVOICE
                       MOVE DFR-INVOICENUMBER TO RRT-LAST-INVOICE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-DEFERRAL
       END-PERFORM.

FIND-PLAN-ENTRY.
       MOVE ZERO TO PLN-FOUND
       PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX GREATER THAN PLN-COUNT
                   OR PLN-FOUND GREATER THAN ZERO
           IF PLN-PLANCODE(PLN-IDX) EQUAL TO WS-LOOKUP-PLANCODE
               MOVE PLN-IDX TO PLN-FOUND
           END-IF
       END-PERFORM
       IF PLN-FOUND EQUAL TO ZERO
           IF PLN-COUNT LESS THAN PLAN-TABLE-LIMIT
               ADD 1 TO PLN-COUNT
               MOVE PLN-COUNT TO PLN-FOUND
               MOVE WS-LOOKUP-PLANCODE TO PLN-PLANCODE(PLN-FOUND)
           ELSE
               MOVE PLAN-TABLE-LIMIT TO PLN-FOUND
               MOVE "????" TO PLN-PLANCODE(PLN-FOUND)
           END-IF
           MOVE ZERO TO PLN-OPENING(PLN-FOUND)
           MOVE ZERO TO PLN-DEFERRED(PLN-FOUND)
           MOVE ZERO TO PLN-SUBSCRIBERS(PLN-FOUND)
       END-IF.

WRITE-DEFERRAL-GL-RECORDS.
       OPEN OUTPUT DEFERRALGLFILE
       IF WS-DGL-STATUS NOT EQUAL TO "00"
           MOVE "DEFERRALGLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE 1 TO DGL-ACCOUNT-CODE
       MOVE "RECURRING DEFERRAL" TO DGL-ACCOUNT-DESC
       MOVE RRT-TOTAL-DEFERRED TO DGL-AMOUNT
       MOVE RRT-FIRST-INVOICE TO DGL-FIRST-INVOICE
       MOVE RRT-LAST-INVOICE TO DGL-LAST-INVOICE
       PERFORM WRITE-DEFERRAL-GL-RECORD
       MOVE 2 TO DGL-ACCOUNT-CODE
       MOVE "DEFERRAL RELEASE" TO DGL-ACCOUNT-DESC
       COMPUTE DGL-AMOUNT = ZERO - RRT-TOTAL-OPENING
       MOVE ZERO TO DGL-FIRST-INVOICE
       MOVE ZERO TO DGL-LAST-INVOICE
       PERFORM WRITE-DEFERRAL-GL-RECORD
       CLOSE DEFERRALGLFILE.

WRITE-DEFERRAL-GL-RECORD.
       WRITE DEFERRALGLREC
       IF WS-DGL-STATUS NOT EQUAL TO "00"
           MOVE "DEFERRALGLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-DEFERRAL-REPORT.
       OPEN OUTPUT DEFERRALREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "DEFERRALREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO DEFERRALREPORTLINE
       STRING "DEFERRED RECURRING REVENUE BY PLAN -- PERIOD "
           WS-RECOG-PERIOD "  AS OF " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO DEFERRALREPORTLINE
       END-STRING
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE SPACES TO DEFERRALREPORTLINE
       STRING "OPENING BALANCE IS THE " WS-PRIOR-PERIOD
           " DEFERRAL, RELEASED TO REVENUE IN FULL THIS PERIOD"
           DELIMITED BY SIZE INTO DEFERRALREPORTLINE
       END-STRING
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE SPACES TO DEFERRALREPORTLINE
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE DEFERRALHEADER TO DEFERRALREPORTLINE
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX GREATER THAN PLN-COUNT
           MOVE PLN-PLANCODE(PLN-IDX) TO PRN-PLANCODE
           MOVE PLN-SUBSCRIBERS(PLN-IDX) TO PRN-SUBSCRIBERS
           MOVE PLN-OPENING(PLN-IDX) TO PRN-OPENING
           MOVE PLN-OPENING(PLN-IDX) TO PRN-RELEASED
           MOVE PLN-DEFERRED(PLN-IDX) TO PRN-DEFERRED
           MOVE PLN-DEFERRED(PLN-IDX) TO PRN-CLOSING
           MOVE DEFERRALDETAILLINE TO DEFERRALREPORTLINE
           PERFORM WRITE-DEFERRAL-REPORT-LINE
       END-PERFORM
       MOVE SPACES TO DEFERRALREPORTLINE
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE "TOTL" TO PRN-PLANCODE
       MOVE RRT-CHARGES-DEFERRED TO PRN-SUBSCRIBERS
       MOVE RRT-TOTAL-OPENING TO PRN-OPENING
       MOVE RRT-TOTAL-OPENING TO PRN-RELEASED
       MOVE RRT-TOTAL-DEFERRED TO PRN-DEFERRED
       MOVE RRT-TOTAL-DEFERRED TO PRN-CLOSING
       MOVE DEFERRALDETAILLINE TO DEFERRALREPORTLINE
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE SPACES TO DEFERRALREPORTLINE
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE RRT-CHARGES-READ TO PRN-COUNT
       MOVE SPACES TO DEFERRALREPORTLINE
       STRING "RECURRING CHARGES READ FROM " WS-INV-FILENAME
           DELIMITED BY SPACE
           ": " PRN-COUNT
           DELIMITED BY SIZE INTO DEFERRALREPORTLINE
       END-STRING
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE RRT-REBILLS TO PRN-COUNT
       MOVE SPACES TO DEFERRALREPORTLINE
       STRING "RE-BILL CORRECTIONS APPLIED: " PRN-COUNT
           DELIMITED BY SIZE INTO DEFERRALREPORTLINE
       END-STRING
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE RRT-REPLACED TO PRN-COUNT
       MOVE SPACES TO DEFERRALREPORTLINE
       STRING "EARLIER DEFERRALS REPLACED: " PRN-COUNT
           DELIMITED BY SIZE INTO DEFERRALREPORTLINE
       END-STRING
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       MOVE "DEFERRAL AND RELEASE WRITTEN TO THE PERIOD GL EXTRACT"
           TO DEFERRALREPORTLINE
       PERFORM WRITE-DEFERRAL-REPORT-LINE
       CLOSE DEFERRALREPORTFILE.

WRITE-DEFERRAL-REPORT-LINE.
       WRITE DEFERRALREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "DEFERRALREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-INVOICE-FEED-RECORD.
       READ INVOICEFEEDFILE AT END SET ENDOFINVOICEFEED TO TRUE
       END-READ.

READ-NEXT-DEFERRAL.
       READ DEFERREDREVENUEFILE NEXT RECORD
           AT END SET ENDOFDEFERRALS TO TRUE
       END-READ.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
