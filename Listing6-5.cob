        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLR-STATUS.

    SELECT SIGNOFFFILE ASSIGN TO "CloseSignoff.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CSO-STATUS.

DATA DIVISION.
FILE SECTION.
FD     JOBSTEPSTATUSFILE.
           REPLACING ==:RECNAME:== BY ==CLEARANCEREC==
                     ==:PREFIX:==  BY ==CLR-==.

FD     SIGNOFFFILE.
       COPY "CLOSESIGNOFF.cpy"
           REPLACING ==:RECNAME:== BY ==SIGNOFFREC==
                     ==:PREFIX:==  BY ==CSO-==.

WORKING-STORAGE SECTION.
01     WS-STEP-RETURN-CODE     PIC 99  VALUE ZERO.
01     WS-JOB-ABORT-SWITCH     PIC X   VALUE "N".
01     WS-PERIOD-SEEN-SWITCH   PIC X VALUE "N".
       88  PERIOD-MARKER-SEEN      VALUE "Y".

01     WS-CSO-STATUS           PIC XX.
01     WS-CSO-EOF-SWITCH       PIC X VALUE "N".
       88  END-OF-SIGNOFFS         VALUE "Y".
01     WS-PRIOR-PERIOD         PIC 9(6).
01     WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
       02  WS-PRIOR-YEAR       PIC 9(4).
       02  WS-PRIOR-MONTH      PIC 99.
01     WS-PRIOR-SIGNED-SWITCH  PIC X VALUE "N".
       88  PRIOR-PERIOD-SIGNED-OFF VALUE "Y".
01     WS-PRIOR-OVERRIDE-SWITCH PIC X VALUE "N".
       88  PRIOR-PERIOD-OVERRIDDEN VALUE "Y".
01     WS-OVERRIDE-OPERATOR    PIC X(8).
01     WS-OVERRIDE-REASON      PIC X(40).

PROCEDURE DIVISION.
0000-MAINLINE.
       DISPLAY "BATCH JOB STARTING"
           DELIMITED BY SIZE INTO WS-PERIOD-MARKER
       END-STRING
       PERFORM LOAD-STEP-CHECKPOINTS
       IF NOT JOB-ABORTED
           PERFORM CHECK-PRIOR-PERIOD-CLOSE
       END-IF
       IF NOT JOB-ABORTED
           PERFORM CHECK-RUN-CALENDAR
       END-IF
       DISPLAY "STEP 1000 COMPLETE".

CHECK-PRIOR-PERIOD-CLOSE.
       MOVE WS-DRIVE-PERIOD TO WS-PRIOR-PERIOD
       IF WS-PRIOR-MONTH EQUAL TO 1
           SUBTRACT 1 FROM WS-PRIOR-YEAR
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           SUBTRACT 1 FROM WS-PRIOR-MONTH
       END-IF
       OPEN INPUT SIGNOFFFILE
       IF WS-CSO-STATUS NOT EQUAL TO "00"
           DISPLAY "NO CLOSE SIGN-OFF LOG ON FILE - "
               "CLOSE GATE NOT ENFORCED"
       ELSE
           PERFORM READ-SIGNOFF-RECORD
           PERFORM UNTIL END-OF-SIGNOFFS
               IF CSO-PERIOD EQUAL TO WS-PRIOR-PERIOD
                   EVALUATE CSO-ACTION
                       WHEN "S"
                           SET PRIOR-PERIOD-SIGNED-OFF TO TRUE
                       WHEN "O"
                           SET PRIOR-PERIOD-OVERRIDDEN TO TRUE
                           MOVE CSO-OPERATORID TO WS-OVERRIDE-OPERATOR
                           MOVE CSO-REASON TO WS-OVERRIDE-REASON
                   END-EVALUATE
               END-IF
               PERFORM READ-SIGNOFF-RECORD
           END-PERFORM
           CLOSE SIGNOFFFILE
           EVALUATE TRUE
               WHEN PRIOR-PERIOD-SIGNED-OFF
                   CONTINUE
               WHEN PRIOR-PERIOD-OVERRIDDEN
                   DISPLAY "WARNING - PERIOD " WS-PRIOR-PERIOD
                       " NOT SIGNED OFF - PROCEEDING ON SUPERVISOR "
                       "OVERRIDE BY " WS-OVERRIDE-OPERATOR
                   DISPLAY "OVERRIDE REASON: " WS-OVERRIDE-REASON
               WHEN OTHER
                   DISPLAY "PRIOR PERIOD " WS-PRIOR-PERIOD
                       " HAS NOT BEEN SIGNED OFF - RUN CLOSESTATUS "
                       "- JOB REFUSED"
                   SET JOB-ABORTED TO TRUE
           END-EVALUATE
       END-IF.

READ-SIGNOFF-RECORD.
       READ SIGNOFFFILE
           AT END SET END-OF-SIGNOFFS TO TRUE
       END-READ.

CHECK-RUN-CALENDAR.
       OPEN INPUT RUNCALENDARFILE
       IF WS-CAL-STATUS NOT EQUAL TO "00"
