           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT DDHISTORYFILE ASSIGN TO "DdCollectHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDH-STATUS.

       SELECT RETURNSREPORTFILE ASSIGN TO "DdReturns.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     DDHISTORYFILE.
       COPY "DDCOLLECTHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==DDHISTORYREC==
                     ==:PREFIX:==  BY ==DDH-==.

FD     RETURNSREPORTFILE.
01     RETURNSREPORTLINE           PIC X(100).

01     WS-OPI-STATUS               PIC XX.
01     WS-BMD-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-DDH-STATUS               PIC XX.

01     WS-RTN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBANKRETURNS        VALUE "Y".
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "DDRETURNS".
01     WS-AMV-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
       END-IF
       PERFORM PRINT-RETURNS-SUMMARY
       CLOSE RETURNSREPORTFILE
       PERFORM WRITE-DD-HISTORY-RECORD
       DISPLAY "DDRETURNS -- READ: " DRT-RETURNS-READ
           "  REVERSED: " DRT-RETURNS-REVERSED
           "  MANDATES SUSPENDED: " DRT-MANDATES-SUSPENDED
                   MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE "S" TO WS-AMV-LEDGER
               MOVE "P" TO WS-AMV-TYPE
               MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
               MOVE RTN-AMOUNT TO WS-AMV-AMOUNT
               PERFORM LOG-AR-MOVEMENT
               PERFORM REOPEN-RETURNED-INVOICE
               PERFORM FLAG-REPEAT-OFFENDER
               ADD 1 TO DRT-RETURNS-REVERSED
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-DD-HISTORY-RECORD.
       OPEN EXTEND DDHISTORYFILE
       IF WS-DDH-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT DDHISTORYFILE
       END-IF
       IF WS-DDH-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING DIRECT DEBIT HISTORY - FILE STATUS "
               WS-DDH-STATUS
       ELSE
           MOVE "R" TO DDH-RECORDTYPE
           ACCEPT DDH-RUNDATE FROM DATE YYYYMMDD
           MOVE DRT-RETURNS-REVERSED TO DDH-ITEMCOUNT
           MOVE DRT-RETURN-VALUE TO DDH-ITEMVALUE
           WRITE DDHISTORYREC
           CLOSE DDHISTORYFILE
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
