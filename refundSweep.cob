           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFP-STATUS.

       SELECT CHEQUEREQUESTFILE ASSIGN TO "ChequeRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHQ-STATUS.

       SELECT REFUNDREGISTERFILE ASSIGN TO "RefundRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       02  RFP-SUBSCRIBERID        PIC 9(10).
       02  RFP-REFUNDDATE          PIC 9(8).

FD     CHEQUEREQUESTFILE.
       COPY "CHEQUEREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==CHEQUEREQUESTREC==
                     ==:PREFIX:==  BY ==CHQ-==.

FD     REFUNDREGISTERFILE.
01     REFUNDREGISTERLINE          PIC X(100).

01     WS-ARM-STATUS               PIC XX.
01     WS-BMD-STATUS               PIC XX.
01     WS-RFP-STATUS               PIC XX.
01     WS-CHQ-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-ARM-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFARMASTER           VALUE "Y".
       88  OPERATOR-IS-SUPERVISOR  VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "REFUNDSWEEP".
01     WS-SIGNON-DONE-SWITCH       PIC X VALUE "N".
       88  SUPERVISOR-SIGNED-ON    VALUE "Y".
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "REFUNDSWEEP".
01     WS-AMV-RESULT               PIC 9.

01     SWEEP-TOTALS.
       02  RFT-ACCOUNTS-SCANNED    PIC 9(7) VALUE ZERO.
       02  RFT-REFUNDS-ISSUED      PIC 9(7) VALUE ZERO.
       02  RFT-REFUND-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  RFT-NO-BANK-DETAILS     PIC 9(7) VALUE ZERO.
       02  RFT-CHEQUE-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  RFT-DECLINED            PIC 9(7) VALUE ZERO.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
       OPEN INPUT BANKMANDATEFILE
       IF WS-BMD-STATUS NOT EQUAL TO "00"
           DISPLAY "NO BANK MANDATE FILE PRESENT - REFUNDS WITHOUT"
               " BANK DETAILS GO TO THE CHEQUE QUEUE"
       END-IF
       OPEN OUTPUT REFUNDPAYFILE
       IF WS-RFP-STATUS NOT EQUAL TO "00"
           MOVE WS-RFP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND CHEQUEREQUESTFILE
       IF WS-CHQ-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT CHEQUEREQUESTFILE
       END-IF
       IF WS-CHQ-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUEREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CHQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT REFUNDREGISTERFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "REFUNDREGISTER" TO ABEND-FILE-NAME
           CLOSE BANKMANDATEFILE
       END-IF
       CLOSE REFUNDPAYFILE
       CLOSE CHEQUEREQUESTFILE
       CLOSE REFUNDREGISTERFILE
       DISPLAY "REFUNDSWEEP -- SCANNED: " RFT-ACCOUNTS-SCANNED
           "  REFUNDS: " RFT-REFUNDS-ISSUED
           DISPLAY "REFUND OVER " WS-APPROVAL-LIMIT
               " REQUIRES SUPERVISOR SIGN-ON"
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
               WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
           IF SIGNON-SUCCESSFUL AND OPERATOR-IS-SUPERVISOR
               SET SUPERVISOR-SIGNED-ON TO TRUE
           ELSE
       END-IF.

NOTE-MISSING-BANK-DETAILS.
       MOVE AR-SUBSCRIBERID TO CHQ-SUBSCRIBERID
       MOVE WS-REFUND-AMOUNT TO CHQ-AMOUNT
       MOVE RUN-DATE-YYYYMMDD TO CHQ-REQUESTDATE
       MOVE "RFD" TO CHQ-SOURCE
       MOVE SPACES TO CHQ-REFERENCE
       STRING "SWEEP " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO CHQ-REFERENCE
       END-STRING
       WRITE CHEQUEREQUESTREC
       IF WS-CHQ-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUEREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CHQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD WS-REFUND-AMOUNT TO AR-BALANCE
       ADD WS-REFUND-AMOUNT TO AR-AGE-CURRENT
       REWRITE ARMASTERREC
       IF WS-ARM-STATUS NOT EQUAL TO "00"
           MOVE "ARMASTERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "S" TO WS-AMV-LEDGER
       MOVE "F" TO WS-AMV-TYPE
       MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
       MOVE WS-REFUND-AMOUNT TO WS-AMV-AMOUNT
       PERFORM LOG-AR-MOVEMENT
       ADD 1 TO RFT-NO-BANK-DETAILS
       ADD WS-REFUND-AMOUNT TO RFT-CHEQUE-VALUE
       MOVE AR-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE WS-REFUND-AMOUNT TO PRN-REFUND-AMOUNT
       MOVE "NO BANK DETAILS - CHEQUE QUEUED" TO PRN-REGISTER-NOTE
       MOVE REGISTERDETAILLINE TO REFUNDREGISTERLINE
       PERFORM WRITE-REFUND-REGISTER-LINE.

           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "S" TO WS-AMV-LEDGER
       MOVE "F" TO WS-AMV-TYPE
       MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
       MOVE WS-REFUND-AMOUNT TO WS-AMV-AMOUNT
       PERFORM LOG-AR-MOVEMENT
       ADD 1 TO RFT-REFUNDS-ISSUED
       ADD WS-REFUND-AMOUNT TO RFT-REFUND-VALUE
       MOVE AR-SUBSCRIBERID TO PRN-SUBSCRIBERID
       END-STRING
       PERFORM WRITE-REFUND-REGISTER-LINE
       MOVE RFT-NO-BANK-DETAILS TO PRN-COUNT
       MOVE RFT-CHEQUE-VALUE TO PRN-AMOUNT
       MOVE SPACES TO REFUNDREGISTERLINE
       STRING "QUEUED FOR CHEQUE: " PRN-COUNT
           "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO REFUNDREGISTERLINE
       END-STRING
       PERFORM WRITE-REFUND-REGISTER-LINE
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
