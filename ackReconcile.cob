       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-UNACK-TAG           PIC X(40).

01     WS-RHL-PROGRAM              PIC X(12) VALUE "ACKRECONCILE".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-CYCLE-PARM FROM COMMAND-LINE
           END-STRING
       END-IF
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       PERFORM DETERMINE-AGE-LIMIT
       PERFORM LOAD-ACKNOWLEDGMENTS
       PERFORM LOAD-PRIOR-OPEN-ITEMS
               OR ACR-OVERAGE-ITEMS GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

DETERMINE-AGE-LIMIT.
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
