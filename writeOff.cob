       88  OPERATOR-IS-SUPERVISOR  VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "WRITEOFF".
01     WS-RUN-DATE                 PIC 9(8).

01     ACTION-CODE                 PIC X.
01     WS-ENTRY-SUBSCRIBERID       PIC X(10).
01     WS-APPROVAL-ANSWER          PIC X.
       88  APPROVAL-IS-YES         VALUE "Y" "y".
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "WRITEOFF".
01     WS-AMV-RESULT               PIC 9.

01     SWEEP-TOTALS.
       02  WOT-PROPOSED            PIC 9(6) VALUE ZERO.
BEGIN.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
                   MOVE ZERO TO AR-AGE-90PLUS
               END-IF
               REWRITE ARMASTERREC
               MOVE "S" TO WS-AMV-LEDGER
               MOVE "W" TO WS-AMV-TYPE
               MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
               COMPUTE WS-AMV-AMOUNT = ZERO - WOF-AMOUNT
               PERFORM LOG-AR-MOVEMENT
               MOVE "A" TO WOF-STATUS
               MOVE WS-OPERATOR-ID TO WOF-APPROVED-OPERATOR
               MOVE WS-RUN-DATE TO WOF-APPROVED-DATE
           DISPLAY "ERROR WRITING WRITE-OFF REGISTER - FILE STATUS "
               WS-RPT-STATUS
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.
