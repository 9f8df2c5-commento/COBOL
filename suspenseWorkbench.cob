01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "SUSPENSEWORKBENCH".
01     WS-RUN-DATE                 PIC 9(8).
01     WS-RUN-TIME                 PIC 9(8).
01     WS-TODAY-INTEGER            PIC 9(8).
01     WS-AGED-COUNT               PIC 9(6) VALUE ZERO.
01     WS-AGE-LIMIT-DAYS           PIC 9(3) VALUE 30.
01     WS-AGE-DAYS-PARM            PIC X(3) VALUE SPACES.
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "SUSPENSEWB".
01     WS-AMV-RESULT               PIC 9.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
                   SUBTRACT WS-UNAPPLIED-AMOUNT FROM AR-AGE-CURRENT
                   MOVE WS-RUN-DATE TO AR-LASTPAYMENTDATE
                   REWRITE ARMASTERREC
                   MOVE "S" TO WS-AMV-LEDGER
                   MOVE "P" TO WS-AMV-TYPE
                   MOVE WS-APPLY-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
                   COMPUTE WS-AMV-AMOUNT = ZERO - SUS-AMOUNT
                   PERFORM LOG-AR-MOVEMENT
                   MOVE "A" TO SUS-STATUS
                   MOVE WS-APPLY-SUBSCRIBERID
                       TO SUS-APPLIED-SUBSCRIBER
           DISPLAY "ERROR WRITING SUSPENSE AGING REPORT - FILE STATUS "
               WS-RPT-STATUS
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.
