01     SIGNON-RESULT           PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
       88  SIGNON-FAILED       VALUE 1.
01     SIGNON-PROGRAM-NAME     PIC X(20).

PROCEDURE DIVISION USING SIGNON-OPERATOR-ID, SIGNON-ROLE,
        SIGNON-RESULT, SIGNON-PROGRAM-NAME.
BEGIN.
       SET SIGNON-FAILED TO TRUE
       MOVE SPACES TO SIGNON-OPERATOR-ID
           WS-COMPUTED-HASH
       IF WS-COMPUTED-HASH EQUAL TO OPR-PASSHASH
           MOVE ZERO TO OPR-FAILED-ATTEMPTS
           MOVE WS-SIGNON-DATE TO OPR-LAST-SIGNON-DATE
           REWRITE OPERATORMASTERREC
           PERFORM CHECK-PASSWORD-EXPIRY
           MOVE OPR-OPERATORID TO SIGNON-OPERATOR-ID
           MOVE OPR-OPERATORID TO SEC-OPERATORID
           MOVE "SIGNON" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-NOTE
           STRING "PROGRAM " SIGNON-PROGRAM-NAME
               DELIMITED BY SIZE INTO WS-SEC-NOTE
           END-STRING
           PERFORM WRITE-SECURITY-EVENT
       ELSE
           DISPLAY "OPERATOR NOT KNOWN OR PASSWORD INCORRECT"
