IDENTIFICATION DIVISION.
PROGRAM-ID. PREMIUMSETTL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SORTEDCALLSFILE ASSIGN TO DYNAMIC WS-SCF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCF-STATUS.

       SELECT PROVIDERTERMSTABLE ASSIGN TO "ProviderTerms.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PVT-TERMS-KEY
           FILE STATUS IS WS-PVT-STATUS.

       SELECT ADJUSTMENTFILE ASSIGN TO "Listing14-2-adjustments.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADJ-SUBSCRIBERID
           FILE STATUS IS WS-ADJ-STATUS.

       SELECT SETTLEMENTREPORT ASSIGN TO "PremiumSettlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-STATUS.

       SELECT PAYABLEGLFILE ASSIGN TO DYNAMIC WS-PGX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGX-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SORTEDCALLSFILE.
01     SUBSCRIBERREC.
       02  SUBSCRIBERID            PIC 9(10).
       02  SERVICETYPE             PIC 9.
           88  SERVICEISPREMIUM    VALUE 6.
       02  SERVICECOST             PIC 9(4)V99.
       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  PROVIDERCODE            PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

FD     PROVIDERTERMSTABLE.
       COPY "PROVIDERTERMS.cpy"
           REPLACING ==:RECNAME:== BY ==PROVIDERTERMSREC==
                     ==:PREFIX:==  BY ==PVT-==.

FD     ADJUSTMENTFILE.
       COPY "ADJUSTMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ADJUSTMENTREC==
                     ==:PREFIX:==  BY ==ADJ-==.

FD     SETTLEMENTREPORT.
01     SETTLEMENTLINE              PIC X(120).

FD     PAYABLEGLFILE.
01     PAYABLEGLREC.
       02  PGX-ACCOUNT-CODE        PIC 99.
       02  PGX-ACCOUNT-DESC        PIC X(20).
       02  PGX-AMOUNT              PIC S9(9)V99.
       02  PGX-FIRST-INVOICE       PIC 9(10).
       02  PGX-LAST-INVOICE        PIC 9(10).

WORKING-STORAGE SECTION.
01     WS-SCF-STATUS               PIC XX.
01     WS-PVT-STATUS               PIC XX.
01     WS-ADJ-STATUS               PIC XX.
01     WS-SET-STATUS               PIC XX.
01     WS-PGX-STATUS               PIC XX.

01     WS-SCF-FILENAME             PIC X(40).
01     WS-PGX-FILENAME             PIC X(40).
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-SETTLEMENT-PERIOD        PIC 9(6).
01     WS-PERIOD-END-DATE          PIC 9(8).

01     WS-SCF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDCALLS        VALUE "Y".
01     WS-PVT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPROVIDERTERMS      VALUE "Y".
01     WS-ADJ-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFADJUSTMENTS        VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     TERMS-TABLE-LIMIT           PIC 9(3) VALUE 200.
01     PROVIDER-TERMS-STORAGE.
       02  PVT-COUNT               PIC 9(3) VALUE ZERO.
       02  PVT-ENTRY OCCURS 200 TIMES.
           03  PVT-TBL-PROVIDERCODE  PIC X(4).
           03  PVT-TBL-EFFECTIVEDATE PIC 9(8).
           03  PVT-TBL-PROVIDERNAME  PIC X(20).
           03  PVT-TBL-SHARE-PERCENT PIC 9(3)V99.
01     PVT-IDX                     PIC 9(3).
01     PVT-BEST-IDX                PIC 9(3).

01     PROVIDER-TABLE-LIMIT        PIC 99 VALUE 50.
01     PROVIDER-ACCUMULATORS.
       02  PRV-COUNT               PIC 99 VALUE ZERO.
       02  PRV-ENTRY OCCURS 50 TIMES.
           03  PRV-PROVIDERCODE    PIC X(4).
           03  PRV-CHARGE-COUNT    PIC 9(7).
           03  PRV-RETAIL-VALUE    PIC 9(9)V99.
           03  PRV-REFUND-COUNT    PIC 9(7).
           03  PRV-REFUND-VALUE    PIC 9(9)V99.
01     PRV-IDX                     PIC 99.
01     PRV-FOUND-IDX               PIC 99.
01     WS-PROVIDER-KEY             PIC X(4).

01     WS-PROVIDER-NAME            PIC X(20).
01     WS-SHARE-PERCENT            PIC 9(3)V99.
01     WS-NET-RETAIL               PIC S9(9)V99.
01     WS-PROVIDER-PAYABLE         PIC S9(9)V99.

01     SETTLEMENT-TOTALS.
       02  STT-RECORDS-READ        PIC 9(7) VALUE ZERO.
       02  STT-PREMIUM-RECORDS     PIC 9(7) VALUE ZERO.
       02  STT-ADJUSTMENTS-READ    PIC 9(7) VALUE ZERO.
       02  STT-REFUNDS-NETTED      PIC 9(7) VALUE ZERO.
       02  STT-NO-TERMS-COUNT      PIC 9(5) VALUE ZERO.
       02  STT-RETAIL-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  STT-REFUND-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  STT-NET-PAYABLE         PIC S9(11)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-SIGNED-AMOUNT           PIC $$$,$$$,$$9.99-.
01     PRN-NET-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-PERCENT                 PIC ZZ9.99.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "PREMIUMSETTL".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM EQUAL TO SPACES
           DISPLAY "SETTLEMENT PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-SETTLEMENT-PERIOD
       COMPUTE WS-PERIOD-END-DATE = WS-SETTLEMENT-PERIOD * 100 + 31
       MOVE SPACES TO WS-SCF-FILENAME
       STRING "Listing14-2-" WS-SETTLEMENT-PERIOD ".srt"
           DELIMITED BY SIZE INTO WS-SCF-FILENAME
       END-STRING
       MOVE SPACES TO WS-PGX-FILENAME
       STRING "PremiumSettlement-" WS-SETTLEMENT-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-PGX-FILENAME
       END-STRING
       PERFORM LOAD-PROVIDER-TERMS
       OPEN INPUT SORTEDCALLSFILE
       IF WS-SCF-STATUS NOT EQUAL TO "00"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-SORTED-CALL-RECORD
       PERFORM UNTIL ENDOFSORTEDCALLS
           ADD 1 TO STT-RECORDS-READ
           IF SERVICEISPREMIUM
               PERFORM ACCUMULATE-PREMIUM-CHARGE
           END-IF
           PERFORM READ-SORTED-CALL-RECORD
       END-PERFORM
       CLOSE SORTEDCALLSFILE
       PERFORM NET-OFF-PROVIDER-REFUNDS
       OPEN OUTPUT PAYABLEGLFILE
       IF WS-PGX-STATUS NOT EQUAL TO "00"
           MOVE "PAYABLEGLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PGX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM PRINT-PAYABLE-STATEMENTS
       CLOSE PAYABLEGLFILE
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "PREMIUMSETTLEMENT -- RECORDS: " STT-RECORDS-READ
           "  PREMIUM: " STT-PREMIUM-RECORDS
           "  REFUNDS: " STT-REFUNDS-NETTED
           "  PROVIDERS: " PRV-COUNT
       IF STT-NO-TERMS-COUNT GREATER THAN ZERO
           DISPLAY "  " STT-NO-TERMS-COUNT
               " PROVIDER(S) WITH NO TERMS IN FORCE - NOTHING PAYABLE"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-PROVIDER-TERMS.
       OPEN INPUT PROVIDERTERMSTABLE
       IF WS-PVT-STATUS EQUAL TO "35"
           DISPLAY "NO PROVIDER TERMS TABLE PRESENT - "
               "SETTLEMENT NOT PRODUCED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-PVT-STATUS NOT EQUAL TO "00"
           MOVE "PROVIDERTERMSTABLE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PVT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-PROVIDER-TERMS-RECORD
       PERFORM UNTIL ENDOFPROVIDERTERMS
           IF PVT-COUNT LESS THAN TERMS-TABLE-LIMIT
               ADD 1 TO PVT-COUNT
               MOVE PVT-PROVIDERCODE
                   TO PVT-TBL-PROVIDERCODE(PVT-COUNT)
               MOVE PVT-EFFECTIVEDATE
                   TO PVT-TBL-EFFECTIVEDATE(PVT-COUNT)
               MOVE PVT-PROVIDERNAME
                   TO PVT-TBL-PROVIDERNAME(PVT-COUNT)
               MOVE PVT-SHARE-PERCENT
                   TO PVT-TBL-SHARE-PERCENT(PVT-COUNT)
           ELSE
               DISPLAY "PROVIDER TERMS TABLE FULL - TERMS FOR "
                   PVT-PROVIDERCODE " " PVT-EFFECTIVEDATE " IGNORED"
           END-IF
           PERFORM READ-PROVIDER-TERMS-RECORD
       END-PERFORM
       CLOSE PROVIDERTERMSTABLE.

READ-PROVIDER-TERMS-RECORD.
       READ PROVIDERTERMSTABLE AT END SET ENDOFPROVIDERTERMS TO TRUE
       END-READ
       IF WS-PVT-STATUS NOT EQUAL TO "00" AND WS-PVT-STATUS NOT EQUAL TO "10"
           MOVE "PROVIDERTERMSTABLE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-PVT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FIND-TERMS-IN-FORCE.
       MOVE ZERO TO PVT-BEST-IDX
       PERFORM VARYING PVT-IDX FROM 1 BY 1
               UNTIL PVT-IDX GREATER THAN PVT-COUNT
           IF PVT-TBL-PROVIDERCODE(PVT-IDX) EQUAL TO WS-PROVIDER-KEY
                   AND PVT-TBL-EFFECTIVEDATE(PVT-IDX)
                       LESS THAN OR EQUAL TO WS-PERIOD-END-DATE
               IF PVT-BEST-IDX EQUAL TO ZERO
                   MOVE PVT-IDX TO PVT-BEST-IDX
               ELSE
               IF PVT-TBL-EFFECTIVEDATE(PVT-IDX) GREATER THAN
                       PVT-TBL-EFFECTIVEDATE(PVT-BEST-IDX)
                   MOVE PVT-IDX TO PVT-BEST-IDX
               END-IF
               END-IF
           END-IF
       END-PERFORM
       IF PVT-BEST-IDX EQUAL TO ZERO
           MOVE "*** NO TERMS ON FILE ***" TO WS-PROVIDER-NAME
           MOVE ZERO TO WS-SHARE-PERCENT
       ELSE
           MOVE PVT-TBL-PROVIDERNAME(PVT-BEST-IDX) TO WS-PROVIDER-NAME
           MOVE PVT-TBL-SHARE-PERCENT(PVT-BEST-IDX) TO WS-SHARE-PERCENT
       END-IF.

ACCUMULATE-PREMIUM-CHARGE.
       ADD 1 TO STT-PREMIUM-RECORDS
       MOVE PROVIDERCODE TO WS-PROVIDER-KEY
       PERFORM FIND-PROVIDER-ACCUMULATOR
       IF PRV-FOUND-IDX GREATER THAN ZERO
           ADD 1 TO PRV-CHARGE-COUNT(PRV-FOUND-IDX)
           ADD SERVICECOST TO PRV-RETAIL-VALUE(PRV-FOUND-IDX)
       END-IF.

FIND-PROVIDER-ACCUMULATOR.
       MOVE ZERO TO PRV-FOUND-IDX
       PERFORM VARYING PRV-IDX FROM 1 BY 1
               UNTIL PRV-IDX GREATER THAN PRV-COUNT
           IF PRV-PROVIDERCODE(PRV-IDX) EQUAL TO WS-PROVIDER-KEY
               MOVE PRV-IDX TO PRV-FOUND-IDX
               MOVE PRV-COUNT TO PRV-IDX
           END-IF
       END-PERFORM
       IF PRV-FOUND-IDX EQUAL TO ZERO
           IF PRV-COUNT LESS THAN PROVIDER-TABLE-LIMIT
               ADD 1 TO PRV-COUNT
               MOVE WS-PROVIDER-KEY TO PRV-PROVIDERCODE(PRV-COUNT)
               MOVE ZERO TO PRV-CHARGE-COUNT(PRV-COUNT)
               MOVE ZERO TO PRV-RETAIL-VALUE(PRV-COUNT)
               MOVE ZERO TO PRV-REFUND-COUNT(PRV-COUNT)
               MOVE ZERO TO PRV-REFUND-VALUE(PRV-COUNT)
               MOVE PRV-COUNT TO PRV-FOUND-IDX
           ELSE
               DISPLAY "PROVIDER TABLE FULL - CHARGES FOR "
                   WS-PROVIDER-KEY " NOT ACCUMULATED"
           END-IF
       END-IF.

NET-OFF-PROVIDER-REFUNDS.
       OPEN INPUT ADJUSTMENTFILE
       IF WS-ADJ-STATUS EQUAL TO "35"
           DISPLAY "NO ADJUSTMENT FILE PRESENT - NO REFUNDS NETTED"
       ELSE
           IF WS-ADJ-STATUS NOT EQUAL TO "00"
               MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-ADJUSTMENT-RECORD
           PERFORM UNTIL ENDOFADJUSTMENTS
               ADD 1 TO STT-ADJUSTMENTS-READ
               IF ADJ-PROVIDERCODE NOT EQUAL TO SPACES
                       AND ADJ-AMOUNT LESS THAN ZERO
                   PERFORM APPLY-PROVIDER-REFUND
               END-IF
               PERFORM READ-ADJUSTMENT-RECORD
           END-PERFORM
           CLOSE ADJUSTMENTFILE
       END-IF.

APPLY-PROVIDER-REFUND.
       MOVE ADJ-PROVIDERCODE TO WS-PROVIDER-KEY
       PERFORM FIND-PROVIDER-ACCUMULATOR
       IF PRV-FOUND-IDX GREATER THAN ZERO
           ADD 1 TO PRV-REFUND-COUNT(PRV-FOUND-IDX)
           SUBTRACT ADJ-AMOUNT FROM PRV-REFUND-VALUE(PRV-FOUND-IDX)
           ADD 1 TO STT-REFUNDS-NETTED
       END-IF.

READ-ADJUSTMENT-RECORD.
       READ ADJUSTMENTFILE AT END SET ENDOFADJUSTMENTS TO TRUE
       END-READ
       IF WS-ADJ-STATUS NOT EQUAL TO "00" AND WS-ADJ-STATUS NOT EQUAL TO "10"
           MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-PAYABLE-STATEMENTS.
       OPEN OUTPUT SETTLEMENTREPORT
       IF WS-SET-STATUS NOT EQUAL TO "00"
           MOVE "SETTLEMENTREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SET-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO SETTLEMENTLINE
       STRING "PREMIUM CONTENT PROVIDER SETTLEMENT -- PERIOD "
           WS-SETTLEMENT-PERIOD
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       PERFORM PRINT-ONE-PROVIDER-STATEMENT
           VARYING PRV-IDX FROM 1 BY 1
           UNTIL PRV-IDX GREATER THAN PRV-COUNT
       PERFORM PRINT-SETTLEMENT-SUMMARY
       CLOSE SETTLEMENTREPORT.

PRINT-ONE-PROVIDER-STATEMENT.
       MOVE PRV-PROVIDERCODE(PRV-IDX) TO WS-PROVIDER-KEY
       PERFORM FIND-TERMS-IN-FORCE
       COMPUTE WS-NET-RETAIL =
           PRV-RETAIL-VALUE(PRV-IDX) - PRV-REFUND-VALUE(PRV-IDX)
       COMPUTE WS-PROVIDER-PAYABLE ROUNDED =
           WS-NET-RETAIL * WS-SHARE-PERCENT / 100
       ADD PRV-RETAIL-VALUE(PRV-IDX) TO STT-RETAIL-VALUE
       ADD PRV-REFUND-VALUE(PRV-IDX) TO STT-REFUND-VALUE
       ADD WS-PROVIDER-PAYABLE TO STT-NET-PAYABLE
       MOVE SPACES TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE SPACES TO SETTLEMENTLINE
       STRING "PROVIDER " PRV-PROVIDERCODE(PRV-IDX) "  "
           WS-PROVIDER-NAME
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE PRV-CHARGE-COUNT(PRV-IDX) TO PRN-COUNT
       MOVE PRV-RETAIL-VALUE(PRV-IDX) TO PRN-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  PREMIUM CHARGES BILLED: " PRN-COUNT
           "  RETAIL VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE PRV-REFUND-COUNT(PRV-IDX) TO PRN-COUNT
       MOVE PRV-REFUND-VALUE(PRV-IDX) TO PRN-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  REFUNDS CREDITED:       " PRN-COUNT
           "  REFUND VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE WS-NET-RETAIL TO PRN-SIGNED-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  NET RETAIL VALUE: " PRN-SIGNED-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE WS-SHARE-PERCENT TO PRN-PERCENT
       MOVE WS-PROVIDER-PAYABLE TO PRN-SIGNED-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  PROVIDER SHARE " PRN-PERCENT "% PAYABLE: "
           PRN-SIGNED-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       IF PVT-BEST-IDX EQUAL TO ZERO
           ADD 1 TO STT-NO-TERMS-COUNT
           MOVE "  *** NO PROVIDER TERMS IN FORCE - NOTHING PAYABLE ***"
               TO SETTLEMENTLINE
           PERFORM WRITE-SETTLEMENT-LINE
       END-IF
       PERFORM WRITE-PAYABLE-GL-RECORD.

WRITE-PAYABLE-GL-RECORD.
       MOVE 1 TO PGX-ACCOUNT-CODE
       MOVE SPACES TO PGX-ACCOUNT-DESC
       STRING "PROVIDER SHARE " PRV-PROVIDERCODE(PRV-IDX)
           DELIMITED BY SIZE INTO PGX-ACCOUNT-DESC
       END-STRING
       MOVE WS-PROVIDER-PAYABLE TO PGX-AMOUNT
       MOVE ZERO TO PGX-FIRST-INVOICE
       MOVE ZERO TO PGX-LAST-INVOICE
       WRITE PAYABLEGLREC
       IF WS-PGX-STATUS NOT EQUAL TO "00"
           MOVE "PAYABLEGLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PGX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-SETTLEMENT-SUMMARY.
       MOVE SPACES TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE "SETTLEMENT SUMMARY" TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE STT-RETAIL-VALUE TO PRN-NET-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TOTAL PREMIUM RETAIL VALUE:      " PRN-NET-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE STT-REFUND-VALUE TO PRN-NET-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TOTAL REFUNDS NETTED:            " PRN-NET-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE STT-NET-PAYABLE TO PRN-NET-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TOTAL PAYABLE ALL PROVIDERS:     " PRN-NET-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  PROVIDERS WITH NO TERMS IN FORCE: "
           STT-NO-TERMS-COUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE.

WRITE-SETTLEMENT-LINE.
       WRITE SETTLEMENTLINE
       IF WS-SET-STATUS NOT EQUAL TO "00"
           MOVE "SETTLEMENTREPORT" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-SET-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-SORTED-CALL-RECORD.
       READ SORTEDCALLSFILE AT END SET ENDOFSORTEDCALLS TO TRUE
       END-READ
       IF WS-SCF-STATUS NOT EQUAL TO "00" AND WS-SCF-STATUS NOT EQUAL TO "10"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "PremiumSettlement.rpt" TO WS-REG-REPORT-NAME
       MOVE "PremiumSettlement.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-REG-DATE(1:6) TO WS-REG-PERIOD
       MOVE PRV-COUNT TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.
