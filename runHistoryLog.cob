IDENTIFICATION DIVISION.
PROGRAM-ID. RUNHISTORYLOG IS INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RUNHISTORYFILE ASSIGN TO "RunHistory.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     RUNHISTORYFILE.
       COPY "RUNHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==RUNHISTORYREC==
                     ==:PREFIX:==  BY ==RHL-==.

WORKING-STORAGE SECTION.
01     WS-RHL-STATUS           PIC XX.
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).
01     WS-OPERATOR-PARM        PIC X(8) VALUE SPACES.
01     WS-PERIOD-PARM          PIC X(6) VALUE SPACES.
01     WS-CLOSE-PERIOD         PIC 9(6).
01     WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
       02  WS-CLOSE-YEAR       PIC 9(4).
       02  WS-CLOSE-MONTH      PIC 99.

LINKAGE SECTION.
01     RUNLOG-PROGRAM-NAME     PIC X(12).
01     RUNLOG-PERIOD           PIC 9(6).
01     RUNLOG-EVENT            PIC X(5).
01     RUNLOG-RECORDS-IN       PIC 9(7).
01     RUNLOG-RECORDS-OUT      PIC 9(7).
01     RUNLOG-RETURN-CODE      PIC 99.
01     RUNLOG-RESULT           PIC 9.
       88  RUNLOG-WORKED       VALUE 0.
       88  RUNLOG-FAILED       VALUE 1.

PROCEDURE DIVISION USING RUNLOG-PROGRAM-NAME, RUNLOG-PERIOD,
        RUNLOG-EVENT, RUNLOG-RECORDS-IN, RUNLOG-RECORDS-OUT,
        RUNLOG-RETURN-CODE, RUNLOG-RESULT.
BEGIN.
       SET RUNLOG-WORKED TO TRUE
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       IF RUNLOG-PERIOD EQUAL TO ZERO
           ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "CLOSEPERIOD"
           IF WS-PERIOD-PARM NUMERIC
               MOVE WS-PERIOD-PARM TO WS-CLOSE-PERIOD
           ELSE
               MOVE WS-ENTRY-DATE(1:6) TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MONTH EQUAL TO 1
                   SUBTRACT 1 FROM WS-CLOSE-YEAR
                   MOVE 12 TO WS-CLOSE-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MONTH
               END-IF
           END-IF
       ELSE
           MOVE RUNLOG-PERIOD TO WS-CLOSE-PERIOD
       END-IF
       OPEN EXTEND RUNHISTORYFILE
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT RUNHISTORYFILE
       END-IF
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RUN HISTORY - FILE STATUS "
               WS-RHL-STATUS
           SET RUNLOG-FAILED TO TRUE
           EXIT PROGRAM
       END-IF
       MOVE SPACES TO RUNHISTORYREC
       MOVE RUNLOG-PROGRAM-NAME TO RHL-PROGRAMNAME
       MOVE WS-CLOSE-PERIOD TO RHL-BILLINGPERIOD
       MOVE RUNLOG-EVENT TO RHL-EVENT
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO RHL-TIMESTAMP
       END-STRING
       ACCEPT WS-OPERATOR-PARM FROM ENVIRONMENT "BILLINGOPERATOR"
       MOVE WS-OPERATOR-PARM TO RHL-OPERATORID
       MOVE RUNLOG-RECORDS-IN TO RHL-RECORDS-IN
       MOVE RUNLOG-RECORDS-OUT TO RHL-RECORDS-OUT
       MOVE RUNLOG-RETURN-CODE TO RHL-RETURNCODE
       WRITE RUNHISTORYREC
       CLOSE RUNHISTORYFILE
       EXIT PROGRAM.
END PROGRAM RUNHISTORYLOG.
