IDENTIFICATION DIVISION.
PROGRAM-ID. TILLRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT COUNTERRECEIPTLOG ASSIGN TO "CounterReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRL-STATUS.

       SELECT TILLCASHUPFILE ASSIGN TO DYNAMIC WS-CUP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUP-STATUS.

       SELECT TILLHISTORYFILE ASSIGN TO "TillReconHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRH-STATUS.

       SELECT TILLOVERSHORTGL ASSIGN TO DYNAMIC WS-TOS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOS-STATUS.

       SELECT LOSSPREVENTIONFILE ASSIGN TO "LossPrevention.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LPR-STATUS.

       SELECT TILLREPORTFILE ASSIGN TO "TillRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     COUNTERRECEIPTLOG.
       COPY "COUNTERRECEIPT.cpy"
           REPLACING ==:RECNAME:== BY ==COUNTERRECEIPTREC==
                     ==:PREFIX:==  BY ==CRL-==.

FD     TILLCASHUPFILE.
       COPY "TILLCASHUP.cpy"
           REPLACING ==:RECNAME:== BY ==TILLCASHUPREC==
                     ==:PREFIX:==  BY ==CUP-==.

FD     TILLHISTORYFILE.
01     TILLHISTORYREC.
       02  TRH-BUSINESSDATE        PIC 9(8).
       02  TRH-STORECODE           PIC X(4).
       02  TRH-TILLID              PIC X(4).
       02  TRH-CASHIERID           PIC X(8).
       02  TRH-CASH-VARIANCE       PIC S9(7)V99.
       02  TRH-CARD-VARIANCE       PIC S9(7)V99.

FD     TILLOVERSHORTGL.
01     TILLOVERSHORTGLREC.
       02  TOS-ACCOUNT-CODE        PIC 99.
       02  TOS-ACCOUNT-DESC        PIC X(20).
       02  TOS-AMOUNT              PIC S9(9)V99.
       02  TOS-FIRST-INVOICE       PIC 9(10).
       02  TOS-LAST-INVOICE        PIC 9(10).

FD     LOSSPREVENTIONFILE.
01     LOSSPREVENTIONREC.
       02  LPR-REFERRALDATE        PIC 9(8).
       02  LPR-CASHIERID           PIC X(8).
       02  LPR-STORECODE           PIC X(4).
       02  LPR-TILLID              PIC X(4).
       02  LPR-SHORTAGE-COUNT      PIC 99.
       02  LPR-SHORTAGE-TODAY      PIC 9(7)V99.

FD     TILLREPORTFILE.
01     TILLREPORTLINE              PIC X(100).

WORKING-STORAGE SECTION.
01     WS-CRL-STATUS               PIC XX.
01     WS-CUP-STATUS               PIC XX.
01     WS-TRH-STATUS               PIC XX.
01     WS-TOS-STATUS               PIC XX.
01     WS-LPR-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-CUP-FILENAME             PIC X(40).
01     WS-TOS-FILENAME             PIC X(40).

01     WS-CRL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCOUNTERRECEIPTS    VALUE "Y".
01     WS-CUP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTILLCASHUP         VALUE "Y".
01     WS-TRH-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTILLHISTORY        VALUE "Y".

01     WS-RUN-PARM                 PIC X(20).
01     WS-BUSINESS-DATE            PIC 9(8).
01     WS-BUSINESS-DAYNUMBER       PIC 9(7).
01     WS-HISTORY-DAYNUMBER        PIC 9(7).
01     WS-TODAY                    PIC 9(8).
01     WS-ALREADY-SWITCH           PIC X VALUE "N".
       88  DAY-ALREADY-RECONCILED  VALUE "Y".

01     SHORTAGE-TOLERANCE          PIC 9(3)V99 VALUE 1.00.
01     SHORTAGE-WINDOW-DAYS        PIC 99 VALUE 30.
01     SHORTAGE-REFERRAL-COUNT     PIC 99 VALUE 3.

01     TILL-TABLE.
       02  TLT-COUNT               PIC 9(3) VALUE ZERO.
       02  TLT-ENTRY OCCURS 500 TIMES.
           03  TLT-STORECODE       PIC X(4).
           03  TLT-TILLID          PIC X(4).
           03  TLT-CASHIERID       PIC X(8).
           03  TLT-POSTED-COUNT    PIC 9(5).
           03  TLT-POSTED-CASH     PIC 9(7)V99.
           03  TLT-POSTED-CARD     PIC 9(7)V99.
           03  TLT-VOID-CASH       PIC 9(7)V99.
           03  TLT-VOID-CARD       PIC 9(7)V99.
           03  TLT-DECLARED-SWITCH PIC X.
               88  TLT-DECLARED    VALUE "Y".
           03  TLT-DECLARED-CASH   PIC 9(7)V99.
           03  TLT-DECLARED-CARD   PIC 9(7)V99.
01     TLT-IDX                     PIC 9(3).
01     WS-FIND-STORECODE           PIC X(4).
01     WS-FIND-TILLID              PIC X(4).
01     WS-FIND-CASHIERID           PIC X(8).

01     RECEIPT-TABLE.
       02  RCT-COUNT               PIC 9(5) VALUE ZERO.
       02  RCT-ENTRY OCCURS 10000 TIMES.
           03  RCT-TILL-IDX        PIC 9(3).
           03  RCT-SUBSCRIBERID    PIC 9(10).
           03  RCT-AMOUNT          PIC 9(7)V99.
           03  RCT-TENDERTYPE      PIC X.
           03  RCT-VOIDED-SWITCH   PIC X.
               88  RCT-VOIDED      VALUE "Y".
01     RCT-IDX                     PIC 9(5).
01     WS-VOID-MATCH               PIC 9(5).

01     SHORTAGE-TABLE.
       02  SHT-COUNT               PIC 9(4) VALUE ZERO.
       02  SHT-CASHIERID           PIC X(8) OCCURS 5000 TIMES.
01     SHT-IDX                     PIC 9(4).
01     WS-SHORTAGE-COUNT           PIC 99.

01     WS-EXPECTED-CASH            PIC S9(7)V99.
01     WS-EXPECTED-CARD            PIC S9(7)V99.
01     WS-CASH-VARIANCE            PIC S9(7)V99.
01     WS-CARD-VARIANCE            PIC S9(7)V99.
01     WS-SHORTAGE-AMOUNT          PIC 9(7)V99.

01     RECON-TOTALS.
       02  TRT-TILLS               PIC 9(5) VALUE ZERO.
       02  TRT-UNDECLARED          PIC 9(5) VALUE ZERO.
       02  TRT-VOIDED-POSTED       PIC 9(5) VALUE ZERO.
       02  TRT-VOIDED-UNPOSTED     PIC 9(5) VALUE ZERO.
       02  TRT-REFERRALS           PIC 9(5) VALUE ZERO.
       02  TRT-NET-CASH-VARIANCE   PIC S9(9)V99 VALUE ZERO.
       02  TRT-NET-CARD-VARIANCE   PIC S9(9)V99 VALUE ZERO.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "TILLRECON".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.

01     REPORTHEADERLINE.
       02  FILLER                  PIC X(37)
               VALUE "DAILY TILL RECONCILIATION FOR DAY   ".
       02  PRN-BUSINESS-DATE       PIC 9(8).

01     TILLCOLUMNLINE.
       02  FILLER                  PIC X(20)
               VALUE "STORE TILL CASHIER  ".
       02  FILLER                  PIC X(40)
               VALUE "     EXPECTED CASH    DECLARED CASH     ".
       02  FILLER                  PIC X(40)
               VALUE "  CASH OVER/SHORT   CARD OVER/SHORT     ".

01     TILLDETAILLINE.
       02  PRN-STORECODE           PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-TILLID              PIC X(4).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-CASHIERID           PIC X(8).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-EXPECTED-CASH       PIC --,---,--9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DECLARED-CASH       PIC --,---,--9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-CASH-VARIANCE       PIC --,---,--9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-CARD-VARIANCE       PIC --,---,--9.99.

01     TILLNOTELINE.
       02  FILLER                  PIC X(20) VALUE SPACES.
       02  PRN-NOTE-TEXT           PIC X(80).

01     VOIDDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-VOID-STORECODE      PIC X(4).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-VOID-TILLID         PIC X(4).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-VOID-CASHIERID      PIC X(8).
       02  FILLER                  PIC X(12) VALUE "  SUBSCRIBER".
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-VOID-SUBSCRIBERID   PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-VOID-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-VOID-TENDER         PIC X.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-VOID-ACTION         PIC X(30).

01     TOTALLINE.
       02  PRN-TOTAL-CAPTION       PIC X(40).
       02  PRN-TOTAL-COUNT         PIC ZZ,ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-TOTAL-AMOUNT        PIC ---,---,--9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:8) NOT NUMERIC
           DISPLAY "BUSINESS DATE (CCYYMMDD) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:8) TO WS-BUSINESS-DATE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       COMPUTE WS-BUSINESS-DAYNUMBER =
           FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
       MOVE SPACES TO WS-CUP-FILENAME
       STRING "TillCashup-" WS-BUSINESS-DATE ".dat"
           DELIMITED BY SIZE INTO WS-CUP-FILENAME
       END-STRING
       MOVE SPACES TO WS-TOS-FILENAME
       STRING "TillOverShort-" WS-BUSINESS-DATE(1:6) ".gl"
           DELIMITED BY SIZE INTO WS-TOS-FILENAME
       END-STRING
       PERFORM LOAD-TILL-HISTORY
       IF DAY-ALREADY-RECONCILED
           DISPLAY "TILLS FOR " WS-BUSINESS-DATE
               " WERE ALREADY RECONCILED - RE-RUN IGNORED TO AVOID "
               "DOUBLE POSTING"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-COUNTER-RECEIPTS
       OPEN OUTPUT TILLREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "TILLREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-BUSINESS-DATE TO PRN-BUSINESS-DATE
       MOVE REPORTHEADERLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE SPACES TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       PERFORM APPLY-TILL-CASHUPS
       PERFORM OPEN-RECONCILIATION-OUTPUTS
       MOVE SPACES TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE TILLCOLUMNLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       PERFORM VARYING TLT-IDX FROM 1 BY 1 UNTIL TLT-IDX > TLT-COUNT
           PERFORM RECONCILE-ONE-TILL
       END-PERFORM
       CLOSE TILLHISTORYFILE
       CLOSE TILLOVERSHORTGL
       CLOSE LOSSPREVENTIONFILE
       PERFORM PRINT-RECON-TOTALS
       CLOSE TILLREPORTFILE
       MOVE "DAILY TILL RECONCILIATION" TO WS-REG-REPORT-NAME
       MOVE "TillRecon.rpt" TO WS-REG-FILENAME
       MOVE WS-BUSINESS-DATE(1:6) TO WS-REG-PERIOD
       MOVE 1 TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "TILLRECON -- " WS-BUSINESS-DATE " TILLS: " TRT-TILLS
           "  NOT DECLARED: " TRT-UNDECLARED
           "  VOIDED AFTER POSTING: " TRT-VOIDED-POSTED
       IF TRT-REFERRALS GREATER THAN ZERO
           DISPLAY "  CASHIERS REFERRED TO LOSS PREVENTION: "
               TRT-REFERRALS
       END-IF
       IF TRT-UNDECLARED GREATER THAN ZERO
               OR TRT-VOIDED-POSTED GREATER THAN ZERO
               OR TRT-REFERRALS GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-TILL-HISTORY.
       OPEN INPUT TILLHISTORYFILE
       IF WS-TRH-STATUS EQUAL TO "00"
           READ TILLHISTORYFILE AT END SET ENDOFTILLHISTORY TO TRUE
           END-READ
           PERFORM UNTIL ENDOFTILLHISTORY
               IF TRH-BUSINESSDATE EQUAL TO WS-BUSINESS-DATE
                   SET DAY-ALREADY-RECONCILED TO TRUE
               END-IF
               IF TRH-BUSINESSDATE LESS THAN WS-BUSINESS-DATE
                       AND TRH-CASH-VARIANCE + SHORTAGE-TOLERANCE
                           LESS THAN ZERO
                   COMPUTE WS-HISTORY-DAYNUMBER =
                       FUNCTION INTEGER-OF-DATE(TRH-BUSINESSDATE)
                   IF WS-BUSINESS-DAYNUMBER - WS-HISTORY-DAYNUMBER
                           LESS THAN SHORTAGE-WINDOW-DAYS
                           AND SHT-COUNT LESS THAN 5000
                       ADD 1 TO SHT-COUNT
                       MOVE TRH-CASHIERID TO SHT-CASHIERID(SHT-COUNT)
                   END-IF
               END-IF
               READ TILLHISTORYFILE AT END SET ENDOFTILLHISTORY TO TRUE
               END-READ
           END-PERFORM
           CLOSE TILLHISTORYFILE
       END-IF.

LOAD-COUNTER-RECEIPTS.
       OPEN INPUT COUNTERRECEIPTLOG
       IF WS-CRL-STATUS EQUAL TO "35"
           DISPLAY "NO COUNTER RECEIPTS LOGGED - EVERY TILL EXPECTS NIL"
       ELSE
           IF WS-CRL-STATUS NOT EQUAL TO "00"
               MOVE "COUNTERRECEIPTLOG" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-CRL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ COUNTERRECEIPTLOG
               AT END SET ENDOFCOUNTERRECEIPTS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFCOUNTERRECEIPTS
               IF CRL-PAYMENTDATE EQUAL TO WS-BUSINESS-DATE
                   PERFORM TABLE-ONE-COUNTER-RECEIPT
               END-IF
               READ COUNTERRECEIPTLOG
                   AT END SET ENDOFCOUNTERRECEIPTS TO TRUE
               END-READ
           END-PERFORM
           CLOSE COUNTERRECEIPTLOG
       END-IF.

TABLE-ONE-COUNTER-RECEIPT.
       MOVE CRL-STORECODE TO WS-FIND-STORECODE
       MOVE CRL-TILLID TO WS-FIND-TILLID
       MOVE CRL-CASHIERID TO WS-FIND-CASHIERID
       PERFORM FIND-TILL-ENTRY
       ADD 1 TO TLT-POSTED-COUNT(TLT-IDX)
       IF CRL-TENDER-CASH
           ADD CRL-AMOUNT TO TLT-POSTED-CASH(TLT-IDX)
       ELSE
           ADD CRL-AMOUNT TO TLT-POSTED-CARD(TLT-IDX)
       END-IF
       IF RCT-COUNT LESS THAN 10000
           ADD 1 TO RCT-COUNT
           MOVE TLT-IDX TO RCT-TILL-IDX(RCT-COUNT)
           MOVE CRL-SUBSCRIBERID TO RCT-SUBSCRIBERID(RCT-COUNT)
           MOVE CRL-AMOUNT TO RCT-AMOUNT(RCT-COUNT)
           MOVE CRL-TENDERTYPE TO RCT-TENDERTYPE(RCT-COUNT)
           MOVE "N" TO RCT-VOIDED-SWITCH(RCT-COUNT)
       END-IF.

FIND-TILL-ENTRY.
       PERFORM VARYING TLT-IDX FROM 1 BY 1
               UNTIL TLT-IDX > TLT-COUNT
                  OR (TLT-STORECODE(TLT-IDX) EQUAL TO WS-FIND-STORECODE
                  AND TLT-TILLID(TLT-IDX) EQUAL TO WS-FIND-TILLID
                  AND TLT-CASHIERID(TLT-IDX) EQUAL TO WS-FIND-CASHIERID)
           CONTINUE
       END-PERFORM
       IF TLT-IDX GREATER THAN TLT-COUNT
           IF TLT-COUNT EQUAL TO 500
               DISPLAY "TILL TABLE FULL AT STORE " WS-FIND-STORECODE
                   " TILL " WS-FIND-TILLID " - RECONCILIATION ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TLT-COUNT
           MOVE TLT-COUNT TO TLT-IDX
           MOVE WS-FIND-STORECODE TO TLT-STORECODE(TLT-IDX)
           MOVE WS-FIND-TILLID TO TLT-TILLID(TLT-IDX)
           MOVE WS-FIND-CASHIERID TO TLT-CASHIERID(TLT-IDX)
           MOVE ZERO TO TLT-POSTED-COUNT(TLT-IDX)
           MOVE ZERO TO TLT-POSTED-CASH(TLT-IDX)
           MOVE ZERO TO TLT-POSTED-CARD(TLT-IDX)
           MOVE ZERO TO TLT-VOID-CASH(TLT-IDX)
           MOVE ZERO TO TLT-VOID-CARD(TLT-IDX)
           MOVE "N" TO TLT-DECLARED-SWITCH(TLT-IDX)
           MOVE ZERO TO TLT-DECLARED-CASH(TLT-IDX)
           MOVE ZERO TO TLT-DECLARED-CARD(TLT-IDX)
       END-IF.

APPLY-TILL-CASHUPS.
       MOVE "RECEIPTS VOIDED AT THE TILL" TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       OPEN INPUT TILLCASHUPFILE
       IF WS-CUP-STATUS EQUAL TO "35"
           DISPLAY "NO TILL CASH-UP PRESENT FOR " WS-BUSINESS-DATE
               " - NO TILL DECLARED"
       ELSE
           IF WS-CUP-STATUS NOT EQUAL TO "00"
               MOVE "TILLCASHUPFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-CUP-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ TILLCASHUPFILE AT END SET ENDOFTILLCASHUP TO TRUE
           END-READ
           PERFORM UNTIL ENDOFTILLCASHUP
               IF CUP-DECLARATION
                   PERFORM APPLY-TILL-DECLARATION
               END-IF
               IF CUP-VOID
                   PERFORM APPLY-TILL-VOID
               END-IF
               READ TILLCASHUPFILE AT END SET ENDOFTILLCASHUP TO TRUE
               END-READ
           END-PERFORM
           CLOSE TILLCASHUPFILE
       END-IF.

APPLY-TILL-DECLARATION.
       MOVE CUP-STORECODE TO WS-FIND-STORECODE
       MOVE CUP-TILLID TO WS-FIND-TILLID
       MOVE CUP-CASHIERID TO WS-FIND-CASHIERID
       PERFORM FIND-TILL-ENTRY
       SET TLT-DECLARED(TLT-IDX) TO TRUE
       ADD CUP-DECLARED-CASH TO TLT-DECLARED-CASH(TLT-IDX)
       ADD CUP-DECLARED-CARD TO TLT-DECLARED-CARD(TLT-IDX).

APPLY-TILL-VOID.
       MOVE ZERO TO WS-VOID-MATCH
       PERFORM VARYING RCT-IDX FROM 1 BY 1
               UNTIL RCT-IDX > RCT-COUNT OR WS-VOID-MATCH > ZERO
           MOVE RCT-TILL-IDX(RCT-IDX) TO TLT-IDX
           IF NOT RCT-VOIDED(RCT-IDX)
                   AND TLT-STORECODE(TLT-IDX) EQUAL TO CUP-STORECODE
                   AND TLT-TILLID(TLT-IDX) EQUAL TO CUP-TILLID
                   AND RCT-SUBSCRIBERID(RCT-IDX)
                       EQUAL TO CUP-VOID-SUBSCRIBERID
                   AND RCT-AMOUNT(RCT-IDX) EQUAL TO CUP-VOID-AMOUNT
                   AND RCT-TENDERTYPE(RCT-IDX) EQUAL TO CUP-VOID-TENDER
               MOVE RCT-IDX TO WS-VOID-MATCH
           END-IF
       END-PERFORM
       MOVE CUP-STORECODE TO PRN-VOID-STORECODE
       MOVE CUP-TILLID TO PRN-VOID-TILLID
       MOVE CUP-CASHIERID TO PRN-VOID-CASHIERID
       MOVE CUP-VOID-SUBSCRIBERID TO PRN-VOID-SUBSCRIBERID
       MOVE CUP-VOID-AMOUNT TO PRN-VOID-AMOUNT
       MOVE CUP-VOID-TENDER TO PRN-VOID-TENDER
       IF WS-VOID-MATCH GREATER THAN ZERO
           SET RCT-VOIDED(WS-VOID-MATCH) TO TRUE
           MOVE RCT-TILL-IDX(WS-VOID-MATCH) TO TLT-IDX
           IF RCT-TENDERTYPE(WS-VOID-MATCH) EQUAL TO "C"
               ADD CUP-VOID-AMOUNT TO TLT-VOID-CASH(TLT-IDX)
           ELSE
               ADD CUP-VOID-AMOUNT TO TLT-VOID-CARD(TLT-IDX)
           END-IF
           ADD 1 TO TRT-VOIDED-POSTED
           MOVE "VOIDED AFTER POSTING - REVERSE" TO PRN-VOID-ACTION
       ELSE
           ADD 1 TO TRT-VOIDED-UNPOSTED
           MOVE "NOT POSTED - NO ACTION" TO PRN-VOID-ACTION
       END-IF
       MOVE VOIDDETAILLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE.

OPEN-RECONCILIATION-OUTPUTS.
       OPEN EXTEND TILLHISTORYFILE
       IF WS-TRH-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT TILLHISTORYFILE
       END-IF
       IF WS-TRH-STATUS NOT EQUAL TO "00"
           MOVE "TILLHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-TRH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND TILLOVERSHORTGL
       IF WS-TOS-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT TILLOVERSHORTGL
       END-IF
       IF WS-TOS-STATUS NOT EQUAL TO "00"
           MOVE "TILLOVERSHORTGL" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-TOS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND LOSSPREVENTIONFILE
       IF WS-LPR-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT LOSSPREVENTIONFILE
       END-IF
       IF WS-LPR-STATUS NOT EQUAL TO "00"
           MOVE "LOSSPREVENTIONFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LPR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

RECONCILE-ONE-TILL.
       ADD 1 TO TRT-TILLS
       COMPUTE WS-EXPECTED-CASH =
           TLT-POSTED-CASH(TLT-IDX) - TLT-VOID-CASH(TLT-IDX)
       COMPUTE WS-EXPECTED-CARD =
           TLT-POSTED-CARD(TLT-IDX) - TLT-VOID-CARD(TLT-IDX)
       MOVE TLT-STORECODE(TLT-IDX) TO PRN-STORECODE
       MOVE TLT-TILLID(TLT-IDX) TO PRN-TILLID
       MOVE TLT-CASHIERID(TLT-IDX) TO PRN-CASHIERID
       MOVE WS-EXPECTED-CASH TO PRN-EXPECTED-CASH
       IF NOT TLT-DECLARED(TLT-IDX)
           ADD 1 TO TRT-UNDECLARED
           MOVE ZERO TO PRN-DECLARED-CASH
           MOVE ZERO TO PRN-CASH-VARIANCE
           MOVE ZERO TO PRN-CARD-VARIANCE
           MOVE TILLDETAILLINE TO TILLREPORTLINE
           PERFORM WRITE-REPORT-LINE
           MOVE "*** NO CASH-UP DECLARED - NOT RECONCILED ***"
               TO PRN-NOTE-TEXT
           MOVE TILLNOTELINE TO TILLREPORTLINE
           PERFORM WRITE-REPORT-LINE
       ELSE
           COMPUTE WS-CASH-VARIANCE =
               TLT-DECLARED-CASH(TLT-IDX) - WS-EXPECTED-CASH
           COMPUTE WS-CARD-VARIANCE =
               TLT-DECLARED-CARD(TLT-IDX) - WS-EXPECTED-CARD
           ADD WS-CASH-VARIANCE TO TRT-NET-CASH-VARIANCE
           ADD WS-CARD-VARIANCE TO TRT-NET-CARD-VARIANCE
           MOVE TLT-DECLARED-CASH(TLT-IDX) TO PRN-DECLARED-CASH
           MOVE WS-CASH-VARIANCE TO PRN-CASH-VARIANCE
           MOVE WS-CARD-VARIANCE TO PRN-CARD-VARIANCE
           MOVE TILLDETAILLINE TO TILLREPORTLINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-OVER-SHORT-GL
           PERFORM WRITE-TILL-HISTORY
           IF WS-CASH-VARIANCE + SHORTAGE-TOLERANCE LESS THAN ZERO
               PERFORM CHECK-REPEATED-SHORTAGE
           END-IF
       END-IF.

WRITE-OVER-SHORT-GL.
       IF WS-CASH-VARIANCE NOT EQUAL TO ZERO
           MOVE 1 TO TOS-ACCOUNT-CODE
           MOVE WS-CASH-VARIANCE TO TOS-AMOUNT
           PERFORM WRITE-OVER-SHORT-GL-RECORD
       END-IF
       IF WS-CARD-VARIANCE NOT EQUAL TO ZERO
           MOVE 2 TO TOS-ACCOUNT-CODE
           MOVE WS-CARD-VARIANCE TO TOS-AMOUNT
           PERFORM WRITE-OVER-SHORT-GL-RECORD
       END-IF.

WRITE-OVER-SHORT-GL-RECORD.
       MOVE SPACES TO TOS-ACCOUNT-DESC
       STRING "O/S " TLT-STORECODE(TLT-IDX) " "
           TLT-CASHIERID(TLT-IDX)
           DELIMITED BY SIZE INTO TOS-ACCOUNT-DESC
       END-STRING
       MOVE ZERO TO TOS-FIRST-INVOICE
       MOVE ZERO TO TOS-LAST-INVOICE
       WRITE TILLOVERSHORTGLREC
       IF WS-TOS-STATUS NOT EQUAL TO "00"
           MOVE "TILLOVERSHORTGL" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-TOS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-TILL-HISTORY.
       MOVE WS-BUSINESS-DATE TO TRH-BUSINESSDATE
       MOVE TLT-STORECODE(TLT-IDX) TO TRH-STORECODE
       MOVE TLT-TILLID(TLT-IDX) TO TRH-TILLID
       MOVE TLT-CASHIERID(TLT-IDX) TO TRH-CASHIERID
       MOVE WS-CASH-VARIANCE TO TRH-CASH-VARIANCE
       MOVE WS-CARD-VARIANCE TO TRH-CARD-VARIANCE
       WRITE TILLHISTORYREC
       IF WS-TRH-STATUS NOT EQUAL TO "00"
           MOVE "TILLHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-TRH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CHECK-REPEATED-SHORTAGE.
       MOVE 1 TO WS-SHORTAGE-COUNT
       PERFORM VARYING SHT-IDX FROM 1 BY 1 UNTIL SHT-IDX > SHT-COUNT
           IF SHT-CASHIERID(SHT-IDX) EQUAL TO TLT-CASHIERID(TLT-IDX)
               ADD 1 TO WS-SHORTAGE-COUNT
           END-IF
       END-PERFORM
       IF WS-SHORTAGE-COUNT NOT LESS THAN SHORTAGE-REFERRAL-COUNT
           ADD 1 TO TRT-REFERRALS
           COMPUTE WS-SHORTAGE-AMOUNT = ZERO - WS-CASH-VARIANCE
           MOVE WS-TODAY TO LPR-REFERRALDATE
           MOVE TLT-CASHIERID(TLT-IDX) TO LPR-CASHIERID
           MOVE TLT-STORECODE(TLT-IDX) TO LPR-STORECODE
           MOVE TLT-TILLID(TLT-IDX) TO LPR-TILLID
           MOVE WS-SHORTAGE-COUNT TO LPR-SHORTAGE-COUNT
           MOVE WS-SHORTAGE-AMOUNT TO LPR-SHORTAGE-TODAY
           WRITE LOSSPREVENTIONREC
           IF WS-LPR-STATUS NOT EQUAL TO "00"
               MOVE "LOSSPREVENTIONFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-LPR-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE SPACES TO PRN-NOTE-TEXT
           STRING "*** REPEATED SHORTAGE - " WS-SHORTAGE-COUNT
               " IN " SHORTAGE-WINDOW-DAYS
               " DAYS - REFERRED TO LOSS PREVENTION ***"
               DELIMITED BY SIZE INTO PRN-NOTE-TEXT
           END-STRING
           MOVE TILLNOTELINE TO TILLREPORTLINE
           PERFORM WRITE-REPORT-LINE
       END-IF.

PRINT-RECON-TOTALS.
       MOVE SPACES TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE "TILLS RECONCILED / NET CASH OVER-SHORT" TO PRN-TOTAL-CAPTION
       MOVE TRT-TILLS TO PRN-TOTAL-COUNT
       MOVE TRT-NET-CASH-VARIANCE TO PRN-TOTAL-AMOUNT
       MOVE TOTALLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE "NET CARD OVER-SHORT" TO PRN-TOTAL-CAPTION
       MOVE ZERO TO PRN-TOTAL-COUNT
       MOVE TRT-NET-CARD-VARIANCE TO PRN-TOTAL-AMOUNT
       MOVE TOTALLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE "TILLS WITH NO CASH-UP DECLARED" TO PRN-TOTAL-CAPTION
       MOVE TRT-UNDECLARED TO PRN-TOTAL-COUNT
       MOVE ZERO TO PRN-TOTAL-AMOUNT
       MOVE TOTALLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE "RECEIPTS VOIDED AFTER POSTING" TO PRN-TOTAL-CAPTION
       MOVE TRT-VOIDED-POSTED TO PRN-TOTAL-COUNT
       MOVE TOTALLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE "CASHIERS REFERRED TO LOSS PREVENTION" TO PRN-TOTAL-CAPTION
       MOVE TRT-REFERRALS TO PRN-TOTAL-COUNT
       MOVE TOTALLINE TO TILLREPORTLINE
       PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
       WRITE TILLREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "TILLREPORTFILE" TO ABEND-FILE-NAME
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
