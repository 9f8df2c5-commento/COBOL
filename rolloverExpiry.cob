IDENTIFICATION DIVISION.
PROGRAM-ID. ROLLOVEREXPIRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ROLLOVERFILE ASSIGN TO "AllowanceRollover.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RCV-ROLLOVER-KEY
           FILE STATUS IS WS-RCV-STATUS.

       SELECT EXPIRYREPORTFILE ASSIGN TO "RolloverExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     ROLLOVERFILE.
       COPY "ALLOWANCEROLLOVER.cpy"
           REPLACING ==:RECNAME:== BY ==ROLLOVERREC==
                     ==:PREFIX:==  BY ==RCV-==.

FD     EXPIRYREPORTFILE.
01     EXPIRYREPORTLINE            PIC X(100).

WORKING-STORAGE SECTION.
01     WS-RCV-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-RCV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFROLLOVER           VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-RUN-PARM                 PIC X(6) VALUE SPACES.
01     SWEEP-PERIOD-YYYYMM         PIC 9(6).
01     WS-ROLLOVER-SERVICE         PIC X(8).

01     SWEEP-TOTALS.
       02  RXT-ENTRIES-READ        PIC 9(7) VALUE ZERO.
       02  RXT-ENTRIES-LAPSED      PIC 9(7) VALUE ZERO.
       02  RXT-LAPSED-MINUTES      PIC 9(9) VALUE ZERO.
       02  RXT-LAPSED-MESSAGES     PIC 9(9) VALUE ZERO.
       02  RXT-LAPSED-MB           PIC 9(9) VALUE ZERO.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-UNITS                   PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM NUMERIC
           MOVE WS-RUN-PARM TO SWEEP-PERIOD-YYYYMM
       ELSE
           MOVE RUN-DATE-YYYYMMDD(1:6) TO SWEEP-PERIOD-YYYYMM
       END-IF
       OPEN I-O ROLLOVERFILE
       IF WS-RCV-STATUS NOT EQUAL TO "00"
           DISPLAY "NO ALLOWANCE ROLLOVER LEDGER PRESENT - NOTHING TO SWEEP"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT EXPIRYREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "EXPIRYREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "ALLOWANCE ROLLOVER EXPIRY SWEEP  PERIOD "
           SWEEP-PERIOD-YYYYMM "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       PERFORM READ-ROLLOVER-RECORD
       PERFORM UNTIL ENDOFROLLOVER
           ADD 1 TO RXT-ENTRIES-READ
           PERFORM EXAMINE-ONE-ROLLOVER
           PERFORM READ-ROLLOVER-RECORD
       END-PERFORM
       MOVE SPACES TO EXPIRYREPORTLINE
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE RXT-ENTRIES-LAPSED TO PRN-COUNT
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "ROLLOVER ENTRIES LAPSED: " PRN-COUNT
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE RXT-LAPSED-MINUTES TO PRN-UNITS
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "MINUTES FORFEITED:  " PRN-UNITS
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE RXT-LAPSED-MESSAGES TO PRN-UNITS
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "MESSAGES FORFEITED: " PRN-UNITS
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE RXT-LAPSED-MB TO PRN-UNITS
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "MB FORFEITED:       " PRN-UNITS
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       CLOSE ROLLOVERFILE
       CLOSE EXPIRYREPORTFILE
       DISPLAY "ROLLOVEREXPIRY -- ENTRIES: " RXT-ENTRIES-READ
           "  LAPSED: " RXT-ENTRIES-LAPSED
       STOP RUN.

EXAMINE-ONE-ROLLOVER.
       IF RCV-ROLLOVER-ACTIVE
               AND RCV-EXPIRY-PERIOD LESS THAN SWEEP-PERIOD-YYYYMM
           PERFORM LAPSE-ONE-ROLLOVER
       END-IF.

LAPSE-ONE-ROLLOVER.
       IF RCV-REMAINING-UNITS GREATER THAN ZERO
           ADD 1 TO RXT-ENTRIES-LAPSED
           EVALUATE RCV-SERVICETYPE
               WHEN 1
                   MOVE "MESSAGES" TO WS-ROLLOVER-SERVICE
                   ADD RCV-REMAINING-UNITS TO RXT-LAPSED-MESSAGES
               WHEN 2
                   MOVE "MINUTES" TO WS-ROLLOVER-SERVICE
                   ADD RCV-REMAINING-UNITS TO RXT-LAPSED-MINUTES
               WHEN 3
                   MOVE "MB" TO WS-ROLLOVER-SERVICE
                   ADD RCV-REMAINING-UNITS TO RXT-LAPSED-MB
           END-EVALUATE
           MOVE SPACES TO EXPIRYREPORTLINE
           STRING "LAPSED " RCV-SUBSCRIBERID
               " " WS-ROLLOVER-SERVICE
               " FROM " RCV-ORIGIN-PERIOD
               " GRANTED " RCV-GRANTED-UNITS
               " REMAINING " RCV-REMAINING-UNITS
               " EXPIRED " RCV-EXPIRY-PERIOD
               DELIMITED BY SIZE INTO EXPIRYREPORTLINE
           END-STRING
           PERFORM WRITE-EXPIRY-REPORT-LINE
       END-IF
       SET RCV-ROLLOVER-EXPIRED TO TRUE
       REWRITE ROLLOVERREC
       IF WS-RCV-STATUS NOT EQUAL TO "00"
           MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-ROLLOVER-RECORD.
       READ ROLLOVERFILE AT END SET ENDOFROLLOVER TO TRUE
       END-READ
       IF WS-RCV-STATUS NOT EQUAL TO "00" AND WS-RCV-STATUS NOT EQUAL TO "10"
           MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-EXPIRY-REPORT-LINE.
       WRITE EXPIRYREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "EXPIRYREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
