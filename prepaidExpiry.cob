01     WS-WARN-PARM                PIC X(3) VALUE SPACES.
01     WS-WARN-DAYS                PIC 9(3) VALUE 14.

01     WS-PMV-TYPE                 PIC X.
01     WS-PMV-SUBSCRIBERID         PIC 9(10).
01     WS-PMV-AMOUNT               PIC S9(9)V99.
01     WS-PMV-PROGRAM              PIC X(12) VALUE "PREPAIDEXPRY".
01     WS-PMV-RESULT               PIC 9.

01     SWEEP-TOTALS.
       02  PXT-BUCKETS-READ        PIC 9(7) VALUE ZERO.
       02  PXT-BUCKETS-LAPSED      PIC 9(7) VALUE ZERO.
                   MOVE WS-PPB-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE "X" TO WS-PMV-TYPE
               MOVE PBK-SUBSCRIBERID TO WS-PMV-SUBSCRIBERID
               COMPUTE WS-PMV-AMOUNT = ZERO - PBK-REMAINING
               PERFORM LOG-PREPAID-MOVEMENT
       END-READ
       ADD 1 TO PXT-BUCKETS-LAPSED
       ADD PBK-REMAINING TO PXT-FORFEITED-VALUE
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-PREPAID-MOVEMENT.
       CALL "PREPAIDMOVEMENT" USING WS-PMV-TYPE, WS-PMV-SUBSCRIBERID,
           WS-PMV-AMOUNT, WS-PMV-PROGRAM, WS-PMV-RESULT.

WRITE-EXPIRY-WARNING.
       MOVE PBK-SUBSCRIBERID TO WRN-SUBSCRIBERID
       MOVE PBK-REMAINING TO WRN-REMAINING
