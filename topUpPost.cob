01     WS-TOP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTOPUPS             VALUE "Y".

01     WS-PMV-TYPE                 PIC X.
01     WS-PMV-SUBSCRIBERID         PIC 9(10).
01     WS-PMV-AMOUNT               PIC S9(9)V99.
01     WS-PMV-PROGRAM              PIC X(12) VALUE "TOPUPPOST".
01     WS-PMV-RESULT               PIC 9.

01     TOPUP-TOTALS.
       02  TPT-POSTED              PIC 9(7) VALUE ZERO.
       02  TPT-POSTED-VALUE        PIC 9(9)V99 VALUE ZERO.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "T" TO WS-PMV-TYPE
           MOVE TOP-SUBSCRIBERID TO WS-PMV-SUBSCRIBERID
           MOVE TOP-AMOUNT TO WS-PMV-AMOUNT
           PERFORM LOG-PREPAID-MOVEMENT
           PERFORM STORE-TOPUP-BUCKET
           ADD 1 TO TPT-POSTED
           ADD TOP-AMOUNT TO TPT-POSTED-VALUE
               TOP-SUBSCRIBERID " - SEQUENCE LIMIT REACHED"
       END-IF.

LOG-PREPAID-MOVEMENT.
       CALL "PREPAIDMOVEMENT" USING WS-PMV-TYPE, WS-PMV-SUBSCRIBERID,
           WS-PMV-AMOUNT, WS-PMV-PROGRAM, WS-PMV-RESULT.

WRITE-TOPUP-REJECT.
       MOVE REJ-REASON TO WS-REJECT-REASON
       MOVE SPACES TO TOPUPREJECTREC
