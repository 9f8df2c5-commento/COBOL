       02  FILLER                  PIC X(10) VALUE "  REVENUE ".
       02  PRN-PRF-REVENUE         PIC $$$,$$$,$$9.99.

01     WS-RHL-PROGRAM              PIC X(12) VALUE "REGFILING".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
       STRING "RegulatoryReturn-" WS-FILING-QUARTER ".rpt"
           DELIMITED BY SIZE INTO WS-PRF-FILENAME
       END-STRING
       COMPUTE WS-RHL-PERIOD =
           (WS-FILING-YEAR * 100) + (WS-QUARTER-NUMBER * 3)
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       OPEN OUTPUT PROOFSHEETFILE
       MOVE SPACES TO PROOFSHEETLINE
       STRING "REGULATORY FILING PROOF SHEET -- QUARTER "
       CLOSE PROOFSHEETFILE
       DISPLAY "REGULATORYFILING -- " WS-PERIODS-FOUND
           " PERIOD(S) ACCUMULATED FOR " WS-FILING-QUARTER
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

ACCUMULATE-ONE-PERIOD.
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.
