01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "FRAUDCASE".

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).

WORK-CASES-INTERACTIVELY.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
