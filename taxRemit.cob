           03  JTT-INVOICE-COUNT   PIC 9(7).
           03  JTT-TAXABLE-REVENUE PIC S9(11)V99.
           03  JTT-TAX-COLLECTED   PIC S9(9)V99.
           03  JTT-EXEMPT-SALES    PIC S9(11)V99.
01     JTT-IDX                     PIC 99.
01     JTT-FOUND-IDX               PIC 99.

01     EXEMPT-CERTIFICATE-LIMIT    PIC 9(3) VALUE 200.
01     EXEMPT-CERTIFICATE-STORAGE.
       02  XCT-ENTRY-COUNT         PIC 9(3) VALUE ZERO.
       02  XCT-ENTRY OCCURS 200 TIMES.
           03  XCT-JURISDICTION    PIC X(2).
           03  XCT-CERTIFICATE     PIC X(15).
           03  XCT-SUBSCRIBERID    PIC 9(10).
           03  XCT-INVOICE-COUNT   PIC 9(5).
           03  XCT-EXEMPT-SALES    PIC S9(9)V99.
01     XCT-IDX                     PIC 9(3).
01     XCT-FOUND-IDX               PIC 9(3).

01     RUN-TOTALS.
       02  TRT-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  TRT-TAXABLE-REVENUE     PIC S9(11)V99 VALUE ZERO.
       02  TRT-TAX-COLLECTED       PIC S9(9)V99 VALUE ZERO.
       02  TRT-EXEMPT-SALES        PIC S9(11)V99 VALUE ZERO.
       02  TRT-EXEMPT-INVOICES     PIC 9(7) VALUE ZERO.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-REPORT-PERIOD            PIC 9(6) VALUE ZERO.

01     COLUMNHEADER                PIC X(100) VALUE
           "JUR  DESCRIPTION           INVOICES   TAXABLE REVENUE      TAX COLLECTED      EXEMPT SALES".

01     JURISDICTIONDETAILLINE.
       02  PRN-JURISDICTION        PIC X(2).
       02  PRN-JUR-TAXABLE         PIC $$,$$$,$$$,$$9.99-.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-JUR-TAX             PIC $$$,$$$,$$9.99-.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-JUR-EXEMPT          PIC $$,$$$,$$$,$$9.99-.

01     EXEMPTCOLUMNHEADER          PIC X(100) VALUE
           "JUR  CERTIFICATE        SUBSCRIBERID  INVOICES     EXEMPT SALES".

01     EXEMPTDETAILLINE.
       02  PRN-XCT-JURISDICTION    PIC X(2).
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  PRN-XCT-CERTIFICATE     PIC X(15).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-XCT-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-XCT-COUNT           PIC ZZ,ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-XCT-EXEMPT          PIC $$$,$$$,$$9.99-.

01     PRN-TOTAL-TAXABLE           PIC $$,$$$,$$$,$$9.99-.
01     PRN-TOTAL-TAX               PIC $$$,$$$,$$9.99-.
01     PRN-TOTAL-EXEMPT            PIC $$,$$$,$$$,$$9.99-.
01     PRN-FEED-RECORDS            PIC ZZZ,ZZ9.

01     WS-RHL-PROGRAM              PIC X(12) VALUE "TAXREMIT".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM LOAD-JURISDICTION-DESCRIPTIONS
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       PERFORM READ-INVOICE-FEED-RECORD
       PERFORM UNTIL ENDOFINVOICEFEED
           ADD 1 TO TRT-FEED-RECORDS
       PERFORM PRINT-REMITTANCE-REPORT
       DISPLAY "TAXREMIT -- FEED RECORDS: " TRT-FEED-RECORDS
           "  JURISDICTIONS: " JTT-ENTRY-COUNT
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

LOAD-JURISDICTION-DESCRIPTIONS.
           ADD 1 TO JTT-INVOICE-COUNT(JTT-FOUND-IDX)
           ADD INV-SUBSCRIBERTOTAL
               TO JTT-TAXABLE-REVENUE(JTT-FOUND-IDX)
           SUBTRACT INV-EXEMPTSALES
               FROM JTT-TAXABLE-REVENUE(JTT-FOUND-IDX)
           ADD INV-TAXAMOUNT TO JTT-TAX-COLLECTED(JTT-FOUND-IDX)
           ADD INV-EXEMPTSALES TO JTT-EXEMPT-SALES(JTT-FOUND-IDX)
       END-IF
       ADD INV-SUBSCRIBERTOTAL TO TRT-TAXABLE-REVENUE
       SUBTRACT INV-EXEMPTSALES FROM TRT-TAXABLE-REVENUE
       ADD INV-TAXAMOUNT TO TRT-TAX-COLLECTED
       ADD INV-EXEMPTSALES TO TRT-EXEMPT-SALES
       IF INV-EXEMPTCERTIFICATE NOT EQUAL TO SPACES
           ADD 1 TO TRT-EXEMPT-INVOICES
           PERFORM ACCUMULATE-EXEMPT-SALES
       END-IF.

ACCUMULATE-EXEMPT-SALES.
       MOVE ZERO TO XCT-FOUND-IDX
       PERFORM VARYING XCT-IDX FROM 1 BY 1
               UNTIL XCT-IDX GREATER THAN XCT-ENTRY-COUNT
           IF XCT-JURISDICTION(XCT-IDX) EQUAL TO SMF-TAXJURISDICTION
                   AND XCT-CERTIFICATE(XCT-IDX)
                       EQUAL TO INV-EXEMPTCERTIFICATE
                   AND XCT-SUBSCRIBERID(XCT-IDX)
                       EQUAL TO INV-SUBSCRIBERID
               MOVE XCT-IDX TO XCT-FOUND-IDX
               MOVE XCT-ENTRY-COUNT TO XCT-IDX
           END-IF
       END-PERFORM
       IF XCT-FOUND-IDX EQUAL TO ZERO
           IF XCT-ENTRY-COUNT LESS THAN EXEMPT-CERTIFICATE-LIMIT
               ADD 1 TO XCT-ENTRY-COUNT
               MOVE SMF-TAXJURISDICTION
                   TO XCT-JURISDICTION(XCT-ENTRY-COUNT)
               MOVE INV-EXEMPTCERTIFICATE
                   TO XCT-CERTIFICATE(XCT-ENTRY-COUNT)
               MOVE INV-SUBSCRIBERID
                   TO XCT-SUBSCRIBERID(XCT-ENTRY-COUNT)
               MOVE ZERO TO XCT-INVOICE-COUNT(XCT-ENTRY-COUNT)
               MOVE ZERO TO XCT-EXEMPT-SALES(XCT-ENTRY-COUNT)
               MOVE XCT-ENTRY-COUNT TO XCT-FOUND-IDX
           ELSE
               DISPLAY "EXEMPT CERTIFICATE TABLE FULL - CERTIFICATE "
                   INV-EXEMPTCERTIFICATE " NOT LISTED"
           END-IF
       END-IF
       IF XCT-FOUND-IDX GREATER THAN ZERO
           ADD 1 TO XCT-INVOICE-COUNT(XCT-FOUND-IDX)
           ADD INV-EXEMPTSALES TO XCT-EXEMPT-SALES(XCT-FOUND-IDX)
       END-IF.

LOCATE-JURISDICTION-TOTAL.
       MOVE ZERO TO JTT-FOUND-IDX
           MOVE ZERO TO JTT-INVOICE-COUNT(JTT-ENTRY-COUNT)
           MOVE ZERO TO JTT-TAXABLE-REVENUE(JTT-ENTRY-COUNT)
           MOVE ZERO TO JTT-TAX-COLLECTED(JTT-ENTRY-COUNT)
           MOVE ZERO TO JTT-EXEMPT-SALES(JTT-ENTRY-COUNT)
           MOVE JTT-ENTRY-COUNT TO JTT-FOUND-IDX
       END-IF.

           DELIMITED BY SIZE INTO REMITREPORTLINE
       END-STRING
       PERFORM WRITE-REMIT-REPORT-LINE
       MOVE TRT-EXEMPT-SALES TO PRN-TOTAL-EXEMPT
       MOVE TRT-EXEMPT-INVOICES TO PRN-FEED-RECORDS
       MOVE SPACES TO REMITREPORTLINE
       STRING "EXEMPT -- INVOICES: " PRN-FEED-RECORDS
           "  EXEMPT SALES: " PRN-TOTAL-EXEMPT
           DELIMITED BY SIZE INTO REMITREPORTLINE
       END-STRING
       PERFORM WRITE-REMIT-REPORT-LINE
       IF XCT-ENTRY-COUNT GREATER THAN ZERO
           MOVE SPACES TO REMITREPORTLINE
           PERFORM WRITE-REMIT-REPORT-LINE
           MOVE "EXEMPT SALES BY JURISDICTION AND CERTIFICATE"
               TO REMITREPORTLINE
           PERFORM WRITE-REMIT-REPORT-LINE
           MOVE EXEMPTCOLUMNHEADER TO REMITREPORTLINE
           PERFORM WRITE-REMIT-REPORT-LINE
           PERFORM PRINT-JURISDICTION-EXEMPTIONS
               VARYING JTT-IDX FROM 1 BY 1
               UNTIL JTT-IDX GREATER THAN JTT-ENTRY-COUNT
       END-IF
       CLOSE REMITTANCEREPORTFILE.

PRINT-JURISDICTION-EXEMPTIONS.
       PERFORM VARYING XCT-IDX FROM 1 BY 1
               UNTIL XCT-IDX GREATER THAN XCT-ENTRY-COUNT
           IF XCT-JURISDICTION(XCT-IDX) EQUAL TO
                   JTT-JURISDICTION(JTT-IDX)
               MOVE XCT-JURISDICTION(XCT-IDX) TO PRN-XCT-JURISDICTION
               MOVE XCT-CERTIFICATE(XCT-IDX) TO PRN-XCT-CERTIFICATE
               MOVE XCT-SUBSCRIBERID(XCT-IDX) TO PRN-XCT-SUBSCRIBERID
               MOVE XCT-INVOICE-COUNT(XCT-IDX) TO PRN-XCT-COUNT
               MOVE XCT-EXEMPT-SALES(XCT-IDX) TO PRN-XCT-EXEMPT
               MOVE EXEMPTDETAILLINE TO REMITREPORTLINE
               PERFORM WRITE-REMIT-REPORT-LINE
           END-IF
       END-PERFORM.

PRINT-ONE-JURISDICTION.
       MOVE JTT-JURISDICTION(JTT-IDX) TO PRN-JURISDICTION
       MOVE JTT-DESCRIPTION(JTT-IDX) TO PRN-JUR-DESC
       MOVE JTT-INVOICE-COUNT(JTT-IDX) TO PRN-JUR-COUNT
       MOVE JTT-TAXABLE-REVENUE(JTT-IDX) TO PRN-JUR-TAXABLE
       MOVE JTT-TAX-COLLECTED(JTT-IDX) TO PRN-JUR-TAX
       MOVE JTT-EXEMPT-SALES(JTT-IDX) TO PRN-JUR-EXEMPT
       MOVE JURISDICTIONDETAILLINE TO REMITREPORTLINE
       PERFORM WRITE-REMIT-REPORT-LINE.

           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
