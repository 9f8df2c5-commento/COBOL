       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "EXCEPTIONWORKBENCH".
01     WS-RUN-DATE                 PIC 9(8).

01     ACTION-CODE                 PIC X.
PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
