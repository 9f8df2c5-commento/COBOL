IDENTIFICATION DIVISION.
PROGRAM-ID. CREDITCONTROL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT CREDITLIMITFILE ASSIGN TO "CreditLimits.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLM-LIMIT-KEY
           FILE STATUS IS WS-CLM-STATUS.

       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT USAGEMTDFILE ASSIGN TO "UsageMtd.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MTD-SUBSCRIBERID
           FILE STATUS IS WS-MTD-STATUS.

       SELECT INSTALLMENTFILE ASSIGN TO "Installments.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INS-SUBSCRIBERID
           FILE STATUS IS WS-INS-STATUS.

       SELECT PLACEMENTFILE ASSIGN TO "Placements.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLC-SUBSCRIBERID
           FILE STATUS IS WS-PLC-STATUS.

       SELECT ARRANGEMENTFILE ASSIGN TO "PayArrangements.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAR-SUBSCRIBERID
           FILE STATUS IS WS-PAR-STATUS.

       SELECT EXPOSUREFILE ASSIGN TO "CreditExposure.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CEX-SUBSCRIBERID
           FILE STATUS IS WS-CEX-STATUS.

       SELECT SUSPENDREQUESTFILE ASSIGN TO "SuspendRequests.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SRQ-SUBSCRIBERID
           FILE STATUS IS WS-SRQ-STATUS.

       SELECT CREDITALERTFEED ASSIGN TO "CreditAlerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRA-STATUS.

       SELECT CONTROLREPORTFILE ASSIGN TO "CreditControl.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     CREDITLIMITFILE.
       COPY "CREDITLIMIT.cpy"
           REPLACING ==:RECNAME:== BY ==CREDITLIMITREC==
                     ==:PREFIX:==  BY ==CLM-==.

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     USAGEMTDFILE.
01     USAGEMTDREC.
       02  MTD-SUBSCRIBERID        PIC 9(10).
       02  MTD-PERIOD              PIC 9(6).
       02  MTD-COST                PIC 9(7)V99.
       02  MTD-ALERT-LEVEL         PIC 9.

FD     INSTALLMENTFILE.
       COPY "INSTALLMENT.cpy"
           REPLACING ==:RECNAME:== BY ==INSTALLMENTREC==
                     ==:PREFIX:==  BY ==INS-==.

FD     PLACEMENTFILE.
       COPY "AGENCYPLACEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==PLACEMENTREC==
                     ==:PREFIX:==  BY ==PLC-==.

FD     ARRANGEMENTFILE.
       COPY "PAYARRANGEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ARRANGEMENTREC==
                     ==:PREFIX:==  BY ==PAR-==.

FD     EXPOSUREFILE.
       COPY "CREDITEXPOSURE.cpy"
           REPLACING ==:RECNAME:== BY ==EXPOSUREREC==
                     ==:PREFIX:==  BY ==CEX-==.

FD     SUSPENDREQUESTFILE.
       COPY "SUSPENDREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==SUSPENDREQUESTREC==
                     ==:PREFIX:==  BY ==SRQ-==.

FD     CREDITALERTFEED.
01     CREDITALERTREC.
       02  CRA-SUBSCRIBERID        PIC 9(10).
       02  CRA-ALERT-LEVEL         PIC 9.
       02  CRA-EXPOSURE            PIC S9(9)V99.
       02  CRA-LIMITAMOUNT         PIC 9(7)V99.
       02  CRA-ALERTDATE           PIC 9(8).

FD     CONTROLREPORTFILE.
01     CONTROLREPORTLINE           PIC X(100).

WORKING-STORAGE SECTION.
01     WS-SMF-STATUS               PIC XX.
01     WS-CLM-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-MTD-STATUS               PIC XX.
01     WS-INS-STATUS               PIC XX.
01     WS-PLC-STATUS               PIC XX.
01     WS-PAR-STATUS               PIC XX.
01     WS-CEX-STATUS               PIC XX.
01     WS-SRQ-STATUS               PIC XX.
01     WS-CRA-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".
01     WS-MTD-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  USAGEMTD-AVAILABLE      VALUE "Y".
01     WS-INS-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  INSTALLMENTS-AVAILABLE  VALUE "Y".
01     WS-PLC-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  PLACEMENTS-AVAILABLE    VALUE "Y".
01     WS-PAR-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  ARRANGEMENTS-AVAILABLE  VALUE "Y".
01     WS-EXCLUSION-SWITCH         PIC X.
       88  LINE-EXCLUDED           VALUE "Y".
01     WS-LIMIT-FOUND-SWITCH       PIC X.
       88  LIMIT-FOUND             VALUE "Y".
01     WS-PRIOR-EXPOSURE-SWITCH    PIC X.
       88  PRIOR-EXPOSURE-ON-FILE  VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(8).
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-CURRENT-PERIOD           PIC 9(6).

01     CREDIT-WARNING-PERCENT      PIC 9(3) VALUE 80.
01     CREDIT-BAR-PERCENT          PIC 9(3) VALUE 100.
01     SOFT-BAR-REASON             PIC X(2) VALUE "CL".

01     WS-AR-BALANCE               PIC S9(9)V99.
01     WS-UNBILLED-USAGE           PIC 9(7)V99.
01     WS-INSTALLMENT-BALANCE      PIC 9(7)V99.
01     WS-EXPOSURE                 PIC S9(9)V99.
01     WS-LIMIT-AMOUNT             PIC 9(7)V99.
01     WS-PERCENT-USED             PIC 9(5).
01     WS-ALERT-LEVEL              PIC 9.
       88  EXPOSURE-WITHIN-LIMIT   VALUE 0.
       88  EXPOSURE-NEAR-LIMIT     VALUE 1.
       88  EXPOSURE-OVER-LIMIT     VALUE 2.
01     WS-PRIOR-ALERT-LEVEL        PIC 9.
01     WS-ACTION-TEXT              PIC X(20).

01     CONTROL-TOTALS.
       02  CCT-SUBSCRIBERS-READ    PIC 9(7) VALUE ZERO.
       02  CCT-LINES-REVIEWED      PIC 9(7) VALUE ZERO.
       02  CCT-NO-LIMIT            PIC 9(7) VALUE ZERO.
       02  CCT-EXCLUDED            PIC 9(7) VALUE ZERO.
       02  CCT-NEAR-LIMIT          PIC 9(7) VALUE ZERO.
       02  CCT-OVER-LIMIT          PIC 9(7) VALUE ZERO.
       02  CCT-NOTICES-RAISED      PIC 9(7) VALUE ZERO.
       02  CCT-BARS-REQUESTED      PIC 9(7) VALUE ZERO.
       02  CCT-BARS-WITHDRAWN      PIC 9(7) VALUE ZERO.
       02  CCT-TOTAL-EXPOSURE      PIC S9(11)V99 VALUE ZERO.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE
           "SUBSCRIBERID  NAME                         EXPOSURE        LIMIT   USED  ACTION".

01     CONTROLDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-SUBSCRIBERNAME      PIC X(25).
       02  PRN-EXPOSURE            PIC $$$,$$$,$$9.99-.
       02  PRN-LIMIT               PIC $$$,$$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PERCENT             PIC ZZZZ9.
       02  FILLER                  PIC X(2) VALUE "% ".
       02  PRN-ACTION              PIC X(20).

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-TOTAL-EXPOSURE          PIC $$$,$$$,$$$,$$9.99-.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "CREDITCONTRL".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM EQUAL TO SPACES
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ELSE
           MOVE WS-RUN-PARM TO RUN-DATE-YYYYMMDD
       END-IF
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-CURRENT-PERIOD
       OPEN INPUT CREDITLIMITFILE
       IF WS-CLM-STATUS EQUAL TO "35"
           DISPLAY "NO CREDIT LIMIT TABLE PRESENT - "
               "NO CREDIT CONTROL THIS RUN"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-CLM-STATUS NOT EQUAL TO "00"
           MOVE "CREDITLIMITFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CLM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT ARMASTERFILE
       IF WS-ARM-STATUS NOT EQUAL TO "00"
           MOVE "ARMASTERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT USAGEMTDFILE
       IF WS-MTD-STATUS EQUAL TO "00"
           SET USAGEMTD-AVAILABLE TO TRUE
       ELSE
           DISPLAY "NO MONTH-TO-DATE USAGE FILE PRESENT - "
               "UNBILLED USAGE NOT INCLUDED THIS RUN"
       END-IF
       OPEN INPUT INSTALLMENTFILE
       IF WS-INS-STATUS EQUAL TO "00"
           SET INSTALLMENTS-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT PLACEMENTFILE
       IF WS-PLC-STATUS EQUAL TO "00"
           SET PLACEMENTS-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT ARRANGEMENTFILE
       IF WS-PAR-STATUS EQUAL TO "00"
           SET ARRANGEMENTS-AVAILABLE TO TRUE
       ELSE
           DISPLAY "NO PAYMENT ARRANGEMENT FILE PRESENT - "
               "NO ARRANGEMENT EXCLUSIONS THIS RUN"
       END-IF
       OPEN I-O EXPOSUREFILE
       IF WS-CEX-STATUS EQUAL TO "35"
           OPEN OUTPUT EXPOSUREFILE
           CLOSE EXPOSUREFILE
           OPEN I-O EXPOSUREFILE
       END-IF
       IF WS-CEX-STATUS NOT EQUAL TO "00"
           MOVE "EXPOSUREFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CEX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O SUSPENDREQUESTFILE
       IF WS-SRQ-STATUS EQUAL TO "35"
           OPEN OUTPUT SUSPENDREQUESTFILE
           CLOSE SUSPENDREQUESTFILE
           OPEN I-O SUSPENDREQUESTFILE
       END-IF
       IF WS-SRQ-STATUS NOT EQUAL TO "00"
           MOVE "SUSPENDREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SRQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT CREDITALERTFEED
       IF WS-CRA-STATUS NOT EQUAL TO "00"
           MOVE "CREDITALERTFEED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CRA-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT CONTROLREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "CONTROLREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO REPORTHEADER
       STRING "UNIVERSAL TELECOMS CREDIT EXPOSURE CONTROL  RUN ON "
           RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO REPORTHEADER
       END-STRING
       MOVE REPORTHEADER TO CONTROLREPORTLINE
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE COLUMNHEADER TO CONTROLREPORTLINE
       PERFORM WRITE-CONTROL-REPORT-LINE
       PERFORM READ-SUBSCRIBER-RECORD
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER
           ADD 1 TO CCT-SUBSCRIBERS-READ
           IF SMF-PAYTYPE NOT EQUAL TO "P"
                   AND SMF-TERMINATIONDATE EQUAL TO ZERO
                   AND NOT SMF-LINE-SUSPENDED
                   AND NOT SMF-PORTED-OUT
                   AND SMF-OWN-BRAND
               PERFORM REVIEW-ONE-SUBSCRIBER
           END-IF
           PERFORM READ-SUBSCRIBER-RECORD
       END-PERFORM
       PERFORM PRINT-CONTROL-SUMMARY
       IF USAGEMTD-AVAILABLE
           CLOSE USAGEMTDFILE
       END-IF
       IF INSTALLMENTS-AVAILABLE
           CLOSE INSTALLMENTFILE
       END-IF
       IF PLACEMENTS-AVAILABLE
           CLOSE PLACEMENTFILE
       END-IF
       IF ARRANGEMENTS-AVAILABLE
           CLOSE ARRANGEMENTFILE
       END-IF
       CLOSE SUBSCRIBERMASTER
       CLOSE CREDITLIMITFILE
       CLOSE ARMASTERFILE
       CLOSE EXPOSUREFILE
       CLOSE SUSPENDREQUESTFILE
       CLOSE CREDITALERTFEED
       CLOSE CONTROLREPORTFILE
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "CREDITCONTROL -- LINES REVIEWED: " CCT-LINES-REVIEWED
           "  NOTICES: " CCT-NOTICES-RAISED
           "  SOFT BARS REQUESTED: " CCT-BARS-REQUESTED
       STOP RUN.

REVIEW-ONE-SUBSCRIBER.
       PERFORM DETERMINE-CREDIT-LIMIT
       IF NOT LIMIT-FOUND
           ADD 1 TO CCT-NO-LIMIT
       ELSE
       ADD 1 TO CCT-LINES-REVIEWED
       PERFORM READ-PRIOR-EXPOSURE
       PERFORM CHECK-EXCLUSIONS
       IF LINE-EXCLUDED
           ADD 1 TO CCT-EXCLUDED
           MOVE ZERO TO WS-EXPOSURE
           MOVE ZERO TO WS-PERCENT-USED
           SET EXPOSURE-WITHIN-LIMIT TO TRUE
           PERFORM WITHDRAW-SOFT-BAR-REQUEST
       ELSE
           PERFORM CALCULATE-EXPOSURE
           PERFORM APPLY-CREDIT-THRESHOLDS
       END-IF
       PERFORM STORE-EXPOSURE-RECORD
       END-IF.

DETERMINE-CREDIT-LIMIT.
       MOVE "N" TO WS-LIMIT-FOUND-SWITCH
       MOVE ZERO TO WS-LIMIT-AMOUNT
       MOVE "S" TO CLM-KEYTYPE
       MOVE SMF-SUBSCRIBERID TO CLM-KEYVALUE
       READ CREDITLIMITFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET LIMIT-FOUND TO TRUE
               MOVE CLM-LIMITAMOUNT TO WS-LIMIT-AMOUNT
       END-READ
       IF NOT LIMIT-FOUND
           MOVE "P" TO CLM-KEYTYPE
           MOVE SMF-PLANCODE TO CLM-KEYVALUE
           READ CREDITLIMITFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET LIMIT-FOUND TO TRUE
                   MOVE CLM-LIMITAMOUNT TO WS-LIMIT-AMOUNT
           END-READ
       END-IF
       IF WS-LIMIT-AMOUNT EQUAL TO ZERO
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH
       END-IF.

READ-PRIOR-EXPOSURE.
       MOVE "N" TO WS-PRIOR-EXPOSURE-SWITCH
       MOVE ZERO TO WS-PRIOR-ALERT-LEVEL
       MOVE SMF-SUBSCRIBERID TO CEX-SUBSCRIBERID
       READ EXPOSUREFILE
           INVALID KEY
               MOVE ZERO TO CEX-ALERTDATE
           NOT INVALID KEY
               SET PRIOR-EXPOSURE-ON-FILE TO TRUE
               MOVE CEX-ALERTLEVEL TO WS-PRIOR-ALERT-LEVEL
       END-READ.

CHECK-EXCLUSIONS.
       MOVE "N" TO WS-EXCLUSION-SWITCH
       IF PLACEMENTS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO PLC-SUBSCRIBERID
           READ PLACEMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PLC-ACCOUNT-PLACED
                       SET LINE-EXCLUDED TO TRUE
                   END-IF
           END-READ
       END-IF
       IF ARRANGEMENTS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO PAR-SUBSCRIBERID
           READ ARRANGEMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PAR-ARRANGEMENT-CURRENT
                       SET LINE-EXCLUDED TO TRUE
                   END-IF
           END-READ
       END-IF.

CALCULATE-EXPOSURE.
       MOVE ZERO TO WS-AR-BALANCE
       MOVE ZERO TO WS-UNBILLED-USAGE
       MOVE ZERO TO WS-INSTALLMENT-BALANCE
       MOVE SMF-SUBSCRIBERID TO AR-SUBSCRIBERID
       READ ARMASTERFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE AR-BALANCE TO WS-AR-BALANCE
       END-READ
       IF USAGEMTD-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO MTD-SUBSCRIBERID
           READ USAGEMTDFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MTD-PERIOD EQUAL TO WS-CURRENT-PERIOD
                       MOVE MTD-COST TO WS-UNBILLED-USAGE
                   END-IF
           END-READ
       END-IF
       IF INSTALLMENTS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO INS-SUBSCRIBERID
           READ INSTALLMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF INS-REMAININGBALANCE GREATER THAN ZERO
                       MOVE INS-REMAININGBALANCE
                           TO WS-INSTALLMENT-BALANCE
                   END-IF
           END-READ
       END-IF
       COMPUTE WS-EXPOSURE = WS-AR-BALANCE + WS-UNBILLED-USAGE
           + WS-INSTALLMENT-BALANCE
       ADD WS-EXPOSURE TO CCT-TOTAL-EXPOSURE
       IF WS-EXPOSURE GREATER THAN ZERO
           COMPUTE WS-PERCENT-USED =
               WS-EXPOSURE * 100 / WS-LIMIT-AMOUNT
               ON SIZE ERROR MOVE 99999 TO WS-PERCENT-USED
           END-COMPUTE
       ELSE
           MOVE ZERO TO WS-PERCENT-USED
       END-IF.

APPLY-CREDIT-THRESHOLDS.
       MOVE SPACES TO WS-ACTION-TEXT
       IF WS-PERCENT-USED NOT LESS THAN CREDIT-BAR-PERCENT
           SET EXPOSURE-OVER-LIMIT TO TRUE
           ADD 1 TO CCT-OVER-LIMIT
           MOVE "OVER LIMIT" TO WS-ACTION-TEXT
           PERFORM RAISE-SOFT-BAR-REQUEST
       ELSE
       IF WS-PERCENT-USED NOT LESS THAN CREDIT-WARNING-PERCENT
           SET EXPOSURE-NEAR-LIMIT TO TRUE
           ADD 1 TO CCT-NEAR-LIMIT
           MOVE "NEAR LIMIT" TO WS-ACTION-TEXT
           PERFORM WITHDRAW-SOFT-BAR-REQUEST
       ELSE
           SET EXPOSURE-WITHIN-LIMIT TO TRUE
           PERFORM WITHDRAW-SOFT-BAR-REQUEST
       END-IF
       END-IF
       IF WS-ALERT-LEVEL GREATER THAN WS-PRIOR-ALERT-LEVEL
           PERFORM WRITE-CREDIT-ALERT
           IF EXPOSURE-OVER-LIMIT
               MOVE "NOTICE + SOFT BAR" TO WS-ACTION-TEXT
           ELSE
               MOVE "NOTICE RAISED" TO WS-ACTION-TEXT
           END-IF
       END-IF
       IF NOT EXPOSURE-WITHIN-LIMIT
           PERFORM PRINT-EXPOSURE-LINE
       END-IF.

RAISE-SOFT-BAR-REQUEST.
       MOVE SMF-SUBSCRIBERID TO SRQ-SUBSCRIBERID
       READ SUSPENDREQUESTFILE
           INVALID KEY
               PERFORM BUILD-SOFT-BAR-REQUEST
               WRITE SUSPENDREQUESTREC
               ADD 1 TO CCT-BARS-REQUESTED
           NOT INVALID KEY
               IF SRQ-REQUEST-PENDING
                   MOVE WS-EXPOSURE TO SRQ-EXPOSURE
                   MOVE WS-LIMIT-AMOUNT TO SRQ-LIMITAMOUNT
               ELSE
                   PERFORM BUILD-SOFT-BAR-REQUEST
                   ADD 1 TO CCT-BARS-REQUESTED
               END-IF
               REWRITE SUSPENDREQUESTREC
       END-READ
       IF WS-SRQ-STATUS NOT EQUAL TO "00"
           MOVE "SUSPENDREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-SRQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

BUILD-SOFT-BAR-REQUEST.
       MOVE SMF-SUBSCRIBERID TO SRQ-SUBSCRIBERID
       SET SRQ-SOFT-BAR TO TRUE
       MOVE SOFT-BAR-REASON TO SRQ-REASON
       MOVE WS-EXPOSURE TO SRQ-EXPOSURE
       MOVE WS-LIMIT-AMOUNT TO SRQ-LIMITAMOUNT
       MOVE RUN-DATE-YYYYMMDD TO SRQ-REQUESTDATE
       SET SRQ-REQUEST-PENDING TO TRUE
       MOVE SPACES TO SRQ-ACTIONEDBY
       MOVE ZERO TO SRQ-ACTIONDATE.

WITHDRAW-SOFT-BAR-REQUEST.
       MOVE SMF-SUBSCRIBERID TO SRQ-SUBSCRIBERID
       READ SUSPENDREQUESTFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF SRQ-REQUEST-PENDING
                   SET SRQ-REQUEST-WITHDRAWN TO TRUE
                   MOVE "CREDITCT" TO SRQ-ACTIONEDBY
                   MOVE RUN-DATE-YYYYMMDD TO SRQ-ACTIONDATE
                   REWRITE SUSPENDREQUESTREC
                   ADD 1 TO CCT-BARS-WITHDRAWN
               END-IF
       END-READ.

WRITE-CREDIT-ALERT.
       MOVE SMF-SUBSCRIBERID TO CRA-SUBSCRIBERID
       MOVE WS-ALERT-LEVEL TO CRA-ALERT-LEVEL
       MOVE WS-EXPOSURE TO CRA-EXPOSURE
       MOVE WS-LIMIT-AMOUNT TO CRA-LIMITAMOUNT
       MOVE RUN-DATE-YYYYMMDD TO CRA-ALERTDATE
       WRITE CREDITALERTREC
       IF WS-CRA-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING CREDIT ALERT FEED - "
               "FILE STATUS " WS-CRA-STATUS
       ELSE
           ADD 1 TO CCT-NOTICES-RAISED
       END-IF.

STORE-EXPOSURE-RECORD.
       MOVE SMF-SUBSCRIBERID TO CEX-SUBSCRIBERID
       IF LINE-EXCLUDED
           MOVE ZERO TO CEX-ARBALANCE
           MOVE ZERO TO CEX-UNBILLEDUSAGE
           MOVE ZERO TO CEX-INSTALLMENTS
       ELSE
           MOVE WS-AR-BALANCE TO CEX-ARBALANCE
           MOVE WS-UNBILLED-USAGE TO CEX-UNBILLEDUSAGE
           MOVE WS-INSTALLMENT-BALANCE TO CEX-INSTALLMENTS
       END-IF
       MOVE WS-EXPOSURE TO CEX-EXPOSURE
       MOVE WS-LIMIT-AMOUNT TO CEX-LIMITAMOUNT
       MOVE WS-PERCENT-USED TO CEX-PERCENTUSED
       MOVE WS-ALERT-LEVEL TO CEX-ALERTLEVEL
       IF WS-ALERT-LEVEL GREATER THAN WS-PRIOR-ALERT-LEVEL
           MOVE RUN-DATE-YYYYMMDD TO CEX-ALERTDATE
       END-IF
       MOVE RUN-DATE-YYYYMMDD TO CEX-REVIEWDATE
       IF PRIOR-EXPOSURE-ON-FILE
           REWRITE EXPOSUREREC
       ELSE
           WRITE EXPOSUREREC
       END-IF
       IF WS-CEX-STATUS NOT EQUAL TO "00"
           MOVE "EXPOSUREFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CEX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-EXPOSURE-LINE.
       MOVE SMF-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE SMF-SUBSCRIBERNAME TO PRN-SUBSCRIBERNAME
       MOVE WS-EXPOSURE TO PRN-EXPOSURE
       MOVE WS-LIMIT-AMOUNT TO PRN-LIMIT
       MOVE WS-PERCENT-USED TO PRN-PERCENT
       MOVE WS-ACTION-TEXT TO PRN-ACTION
       MOVE CONTROLDETAILLINE TO CONTROLREPORTLINE
       PERFORM WRITE-CONTROL-REPORT-LINE.

PRINT-CONTROL-SUMMARY.
       MOVE SPACES TO CONTROLREPORTLINE
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-LINES-REVIEWED TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "POSTPAID LINES REVIEWED:           " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-NO-LIMIT TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "LINES WITH NO CREDIT LIMIT SET:    " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-EXCLUDED TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "EXCLUDED (ARRANGEMENT/AGENCY):     " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-NEAR-LIMIT TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "AT OR OVER WARNING LEVEL:          " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-OVER-LIMIT TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "AT OR OVER CREDIT LIMIT:           " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-NOTICES-RAISED TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "NOTICES RAISED:                    " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-BARS-REQUESTED TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "SOFT BARS REQUESTED:               " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-BARS-WITHDRAWN TO PRN-COUNT
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "SOFT BAR REQUESTS WITHDRAWN:       " PRN-COUNT
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE
       MOVE CCT-TOTAL-EXPOSURE TO PRN-TOTAL-EXPOSURE
       MOVE SPACES TO CONTROLREPORTLINE
       STRING "TOTAL EXPOSURE REVIEWED:  " PRN-TOTAL-EXPOSURE
           DELIMITED BY SIZE INTO CONTROLREPORTLINE
       END-STRING
       PERFORM WRITE-CONTROL-REPORT-LINE.

READ-SUBSCRIBER-RECORD.
       READ SUBSCRIBERMASTER AT END SET ENDOFSUBSCRIBERMASTER TO TRUE
       END-READ
       IF WS-SMF-STATUS NOT EQUAL TO "00" AND WS-SMF-STATUS NOT EQUAL TO "10"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-CONTROL-REPORT-LINE.
       WRITE CONTROLREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "CONTROLREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "CreditControl.rpt" TO WS-REG-REPORT-NAME
       MOVE "CreditControl.rpt" TO WS-REG-FILENAME
       MOVE WS-CURRENT-PERIOD TO WS-REG-PERIOD
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       COMPUTE WS-REG-PAGES = CCT-NEAR-LIMIT + CCT-OVER-LIMIT
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
