FILE SECTION.

FD     SWEEPINPUTFILE.
01     SWEEPINPUTREC               PIC X(57).

FD     ARCHIVEFILE.
01     ARCHIVEREC.
       02  ARCH-SOURCE             PIC X(24).
       02  ARCH-RECORD             PIC X(57).

FD     MANIFESTFILE.
01     MANIFESTREC.
       02  SWT-FILES-SWEPT         PIC 99 VALUE ZERO.
       02  SWT-RECORDS-ARCHIVED    PIC 9(8) VALUE ZERO.

01     WS-RHL-PROGRAM              PIC X(12) VALUE "HOUSEKEEP".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-SWEEP-PERIOD
       PERFORM VERIFY-PERIOD-POSTED
       MOVE WS-SWEEP-PERIOD TO WS-RHL-PERIOD
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       MOVE SPACES TO WS-ARC-FILENAME
       STRING "Archive-" WS-SWEEP-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-ARC-FILENAME
               SWT-RECORDS-ARCHIVED " RECORD(S) ARCHIVED AND "
               "WORKING DIRECTORY CLEARED FOR PERIOD " WS-SWEEP-PERIOD
       END-IF
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

VERIFY-PERIOD-POSTED.
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.
