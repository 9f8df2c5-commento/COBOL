       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-YE-TOTAL            PIC $$$,$$$,$$9.99.

01     WS-RHL-PROGRAM              PIC X(12) VALUE "YTDROLLOVER".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WS-RHL-PERIOD = (WS-CLOSING-YEAR * 100) + 12
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       IF ARCHIVE-STEP-COMPLETE
           DISPLAY "ARCHIVE STEP ALREADY COMPLETE - SKIPPING ON RESTART"
       ELSE
       PERFORM WRITE-ROLLOVER-CHECKPOINT
       DISPLAY "YTDROLLOVER -- YEAR " WS-CLOSING-YEAR
           " ARCHIVED AND YTD MASTER INITIALIZED"
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

LOAD-ROLLOVER-CHECKPOINTS.
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.
