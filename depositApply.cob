01     WS-APPLIED-AMOUNT           PIC 9(7)V99.
01     WS-REFUND-AMOUNT            PIC 9(7)V99.
01     WS-UNAPPLIED-AMOUNT         PIC S9(9)V99.
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "DEPOSITAPPLY".
01     WS-AMV-RESULT               PIC 9.

01     SWEEP-TOTALS.
       02  DAT-DEPOSITS-READ       PIC 9(7) VALUE ZERO.
       PERFORM RELIEVE-90PLUS-BUCKET
       PERFORM RELIEVE-60DAY-BUCKET
       PERFORM RELIEVE-30DAY-BUCKET
       SUBTRACT WS-UNAPPLIED-AMOUNT FROM AR-AGE-CURRENT
       MOVE "S" TO WS-AMV-LEDGER
       MOVE "D" TO WS-AMV-TYPE
       MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
       COMPUTE WS-AMV-AMOUNT = ZERO - WS-APPLIED-AMOUNT
       PERFORM LOG-AR-MOVEMENT.

RELIEVE-90PLUS-BUCKET.
       IF WS-UNAPPLIED-AMOUNT GREATER THAN ZERO
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
