IDENTIFICATION DIVISION.
PROGRAM-ID. WHOLESALEINV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WHOLESALEUSAGEFILE ASSIGN TO DYNAMIC WS-WHU-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHU-STATUS.

       SELECT WHOLESALERATEFILE ASSIGN TO "WholesaleRates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WSR-RATE-KEY
           FILE STATUS IS WS-WSR-STATUS.

       SELECT INVOICEREPORT ASSIGN TO "WholesaleInvoice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

DATA DIVISION.
FILE SECTION.

FD     WHOLESALEUSAGEFILE.
       COPY "WHOLESALEUSAGE.cpy"
           REPLACING ==:RECNAME:== BY ==WHOLESALEUSAGEREC==
                     ==:PREFIX:==  BY ==WHU-==.

FD     WHOLESALERATEFILE.
       COPY "WHOLESALERATE.cpy"
           REPLACING ==:RECNAME:== BY ==WHOLESALERATEREC==
                     ==:PREFIX:==  BY ==WSR-==.

FD     INVOICEREPORT.
01     INVOICELINE                 PIC X(120).

WORKING-STORAGE SECTION.
01     WS-WHU-STATUS               PIC XX.
01     WS-WSR-STATUS               PIC XX.
01     WS-INV-STATUS               PIC XX.

01     WS-WHU-FILENAME             PIC X(40).
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-INVOICE-PERIOD           PIC 9(6).

01     WS-WHU-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFWHOLESALEDETAIL    VALUE "Y".
01     WS-WSR-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  WHOLESALE-RATES-AVAILABLE VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     PARTNER-TABLE-LIMIT         PIC 99 VALUE 20.
01     PARTNER-ACCUMULATORS.
       02  PTN-COUNT               PIC 99 VALUE ZERO.
       02  PTN-ENTRY OCCURS 20 TIMES.
           03  PTN-BRANDCODE       PIC X(4).
           03  PTN-UNRATED-COUNT   PIC 9(7).
           03  PTN-LATE-COUNT      PIC 9(7).
           03  PTN-INVOICE-TOTAL   PIC 9(9)V99.
           03  PTN-SERVICE OCCURS 6 TIMES.
               04  PTN-RECORDS     PIC 9(7).
               04  PTN-UNITS       PIC 9(9)V99.
               04  PTN-CHARGE      PIC 9(9)V99.
01     PTN-IDX                     PIC 99.
01     PTN-FOUND-IDX               PIC 99.
01     SVC-IDX                     PIC 9.
01     WS-BRAND-KEY                PIC X(4).
01     WS-PARTNER-NAME             PIC X(25).
01     WS-SERVICE-NAME             PIC X(14).
01     WS-UNIT-NAME                PIC X(8).

01     INVOICE-TOTALS.
       02  IVT-RECORDS-READ        PIC 9(9) VALUE ZERO.
       02  IVT-UNRATED-RECORDS     PIC 9(7) VALUE ZERO.
       02  IVT-INVOICE-TOTAL       PIC 9(11)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-NET-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-UNITS                   PIC ZZZ,ZZZ,ZZ9.99.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "WHOLESALEINV".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM EQUAL TO SPACES
           DISPLAY "INVOICE PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-INVOICE-PERIOD
       MOVE SPACES TO WS-WHU-FILENAME
       STRING "Wholesale-" WS-INVOICE-PERIOD ".dtl"
           DELIMITED BY SIZE INTO WS-WHU-FILENAME
       END-STRING
       OPEN INPUT WHOLESALEUSAGEFILE
       IF WS-WHU-STATUS EQUAL TO "35"
           DISPLAY "NO WHOLESALE USAGE DETAIL FOR PERIOD "
               WS-INVOICE-PERIOD " - NO PARTNER INVOICES PRODUCED"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-WHU-STATUS NOT EQUAL TO "00"
           MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-WHOLESALE-DETAIL-RECORD
       PERFORM UNTIL ENDOFWHOLESALEDETAIL
           ADD 1 TO IVT-RECORDS-READ
           PERFORM ACCUMULATE-WHOLESALE-RECORD
           PERFORM READ-WHOLESALE-DETAIL-RECORD
       END-PERFORM
       CLOSE WHOLESALEUSAGEFILE
       OPEN INPUT WHOLESALERATEFILE
       IF WS-WSR-STATUS EQUAL TO "00"
           SET WHOLESALE-RATES-AVAILABLE TO TRUE
       ELSE
       IF WS-WSR-STATUS EQUAL TO "35"
           DISPLAY "NO WHOLESALE RATE CARD PRESENT - "
               "PARTNER NAMES NOT SHOWN"
       ELSE
           MOVE "WHOLESALERATEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       END-IF
       PERFORM PRINT-PARTNER-INVOICES
       IF WHOLESALE-RATES-AVAILABLE
           CLOSE WHOLESALERATEFILE
       END-IF
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "WHOLESALEINVOICE -- RECORDS: " IVT-RECORDS-READ
           "  PARTNERS: " PTN-COUNT
           "  UNRATED: " IVT-UNRATED-RECORDS
       IF IVT-UNRATED-RECORDS GREATER THAN ZERO
           DISPLAY "  " IVT-UNRATED-RECORDS
               " RECORD(S) WITH NO WHOLESALE RATE - NOT INVOICED"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

ACCUMULATE-WHOLESALE-RECORD.
       MOVE WHU-BRANDCODE TO WS-BRAND-KEY
       PERFORM FIND-PARTNER-ACCUMULATOR
       IF PTN-FOUND-IDX GREATER THAN ZERO
           IF WHU-LATE-CDR
               ADD 1 TO PTN-LATE-COUNT(PTN-FOUND-IDX)
           END-IF
           IF WHU-NO-WHOLESALE-RATE
               ADD 1 TO PTN-UNRATED-COUNT(PTN-FOUND-IDX)
               ADD 1 TO IVT-UNRATED-RECORDS
           ELSE
           IF WHU-SERVICETYPE GREATER THAN ZERO
                   AND WHU-SERVICETYPE NOT GREATER THAN 6
               MOVE WHU-SERVICETYPE TO SVC-IDX
               ADD 1 TO PTN-RECORDS(PTN-FOUND-IDX, SVC-IDX)
               ADD WHU-UNITS TO PTN-UNITS(PTN-FOUND-IDX, SVC-IDX)
               ADD WHU-CHARGE TO PTN-CHARGE(PTN-FOUND-IDX, SVC-IDX)
               ADD WHU-CHARGE TO PTN-INVOICE-TOTAL(PTN-FOUND-IDX)
           END-IF
           END-IF
       END-IF.

FIND-PARTNER-ACCUMULATOR.
       MOVE ZERO TO PTN-FOUND-IDX
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN PTN-COUNT
           IF PTN-BRANDCODE(PTN-IDX) EQUAL TO WS-BRAND-KEY
               MOVE PTN-IDX TO PTN-FOUND-IDX
               MOVE PTN-COUNT TO PTN-IDX
           END-IF
       END-PERFORM
       IF PTN-FOUND-IDX EQUAL TO ZERO
           IF PTN-COUNT LESS THAN PARTNER-TABLE-LIMIT
               ADD 1 TO PTN-COUNT
               INITIALIZE PTN-ENTRY(PTN-COUNT)
               MOVE WS-BRAND-KEY TO PTN-BRANDCODE(PTN-COUNT)
               MOVE PTN-COUNT TO PTN-FOUND-IDX
           ELSE
               DISPLAY "PARTNER TABLE FULL - USAGE FOR BRAND "
                   WS-BRAND-KEY " NOT INVOICED"
           END-IF
       END-IF.

FIND-PARTNER-NAME.
       MOVE "*** NOT ON RATE CARD ***" TO WS-PARTNER-NAME
       IF WHOLESALE-RATES-AVAILABLE
           PERFORM VARYING SVC-IDX FROM 1 BY 1
                   UNTIL SVC-IDX GREATER THAN 6
               MOVE WS-BRAND-KEY TO WSR-BRANDCODE
               MOVE SVC-IDX TO WSR-SERVICETYPE
               READ WHOLESALERATEFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WSR-PARTNERNAME TO WS-PARTNER-NAME
                       MOVE 6 TO SVC-IDX
               END-READ
           END-PERFORM
       END-IF.

PRINT-PARTNER-INVOICES.
       OPEN OUTPUT INVOICEREPORT
       IF WS-INV-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO INVOICELINE
       STRING "WHOLESALE PARTNER INVOICES -- PERIOD "
           WS-INVOICE-PERIOD
           DELIMITED BY SIZE INTO INVOICELINE
       END-STRING
       PERFORM WRITE-INVOICE-LINE
       PERFORM PRINT-ONE-PARTNER-INVOICE
           VARYING PTN-IDX FROM 1 BY 1
           UNTIL PTN-IDX GREATER THAN PTN-COUNT
       PERFORM PRINT-INVOICE-SUMMARY
       CLOSE INVOICEREPORT.

PRINT-ONE-PARTNER-INVOICE.
       MOVE PTN-BRANDCODE(PTN-IDX) TO WS-BRAND-KEY
       PERFORM FIND-PARTNER-NAME
       ADD PTN-INVOICE-TOTAL(PTN-IDX) TO IVT-INVOICE-TOTAL
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE SPACES TO INVOICELINE
       STRING "WHOLESALE INVOICE  PARTNER " PTN-BRANDCODE(PTN-IDX)
           "  " WS-PARTNER-NAME "  PERIOD " WS-INVOICE-PERIOD
           DELIMITED BY SIZE INTO INVOICELINE
       END-STRING
       PERFORM WRITE-INVOICE-LINE
       PERFORM PRINT-ONE-SERVICE-LINE
           VARYING SVC-IDX FROM 1 BY 1
           UNTIL SVC-IDX GREATER THAN 6
       IF PTN-LATE-COUNT(PTN-IDX) GREATER THAN ZERO
           MOVE PTN-LATE-COUNT(PTN-IDX) TO PRN-COUNT
           MOVE SPACES TO INVOICELINE
           STRING "  INCLUDES LATE RECORDS FROM PRIOR PERIODS: " PRN-COUNT
               DELIMITED BY SIZE INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
       END-IF
       MOVE PTN-INVOICE-TOTAL(PTN-IDX) TO PRN-AMOUNT
       MOVE SPACES TO INVOICELINE
       STRING "  INVOICE TOTAL:                        " PRN-AMOUNT
           DELIMITED BY SIZE INTO INVOICELINE
       END-STRING
       PERFORM WRITE-INVOICE-LINE
       IF PTN-UNRATED-COUNT(PTN-IDX) GREATER THAN ZERO
           MOVE PTN-UNRATED-COUNT(PTN-IDX) TO PRN-COUNT
           MOVE SPACES TO INVOICELINE
           STRING "  *** " PRN-COUNT
               " RECORD(S) WITH NO WHOLESALE RATE - NOT INVOICED ***"
               DELIMITED BY SIZE INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
       END-IF.

PRINT-ONE-SERVICE-LINE.
       IF PTN-RECORDS(PTN-IDX, SVC-IDX) GREATER THAN ZERO
           EVALUATE SVC-IDX
               WHEN 1
                   MOVE "SMS" TO WS-SERVICE-NAME
                   MOVE "MESSAGES" TO WS-UNIT-NAME
               WHEN 2
                   MOVE "VOICE" TO WS-SERVICE-NAME
                   MOVE "MINUTES" TO WS-UNIT-NAME
               WHEN 3
                   MOVE "DATA" TO WS-SERVICE-NAME
                   MOVE "MB" TO WS-UNIT-NAME
               WHEN 4
                   MOVE "ROAMING VOICE" TO WS-SERVICE-NAME
                   MOVE "MINUTES" TO WS-UNIT-NAME
               WHEN 5
                   MOVE "ROAMING DATA" TO WS-SERVICE-NAME
                   MOVE "MB" TO WS-UNIT-NAME
               WHEN 6
                   MOVE "PREMIUM" TO WS-SERVICE-NAME
                   MOVE "CHARGES" TO WS-UNIT-NAME
           END-EVALUATE
           MOVE PTN-RECORDS(PTN-IDX, SVC-IDX) TO PRN-COUNT
           MOVE PTN-UNITS(PTN-IDX, SVC-IDX) TO PRN-UNITS
           MOVE PTN-CHARGE(PTN-IDX, SVC-IDX) TO PRN-AMOUNT
           MOVE SPACES TO INVOICELINE
           STRING "  " WS-SERVICE-NAME " RECORDS: " PRN-COUNT
               "  " WS-UNIT-NAME ": " PRN-UNITS
               "  CHARGE: " PRN-AMOUNT
               DELIMITED BY SIZE INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
       END-IF.

PRINT-INVOICE-SUMMARY.
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE "WHOLESALE INVOICE SUMMARY" TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE IVT-INVOICE-TOTAL TO PRN-NET-AMOUNT
       MOVE SPACES TO INVOICELINE
       STRING "  TOTAL INVOICED ALL PARTNERS:      " PRN-NET-AMOUNT
           DELIMITED BY SIZE INTO INVOICELINE
       END-STRING
       PERFORM WRITE-INVOICE-LINE
       MOVE IVT-UNRATED-RECORDS TO PRN-COUNT
       MOVE SPACES TO INVOICELINE
       STRING "  RECORDS WITH NO WHOLESALE RATE:   " PRN-COUNT
           DELIMITED BY SIZE INTO INVOICELINE
       END-STRING
       PERFORM WRITE-INVOICE-LINE.

WRITE-INVOICE-LINE.
       WRITE INVOICELINE
       IF WS-INV-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEREPORT" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-WHOLESALE-DETAIL-RECORD.
       READ WHOLESALEUSAGEFILE AT END SET ENDOFWHOLESALEDETAIL TO TRUE
       END-READ
       IF WS-WHU-STATUS NOT EQUAL TO "00" AND WS-WHU-STATUS NOT EQUAL TO "10"
           MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "WholesaleInvoice.rpt" TO WS-REG-REPORT-NAME
       MOVE "WholesaleInvoice.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-REG-DATE(1:6) TO WS-REG-PERIOD
       MOVE PTN-COUNT TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.
