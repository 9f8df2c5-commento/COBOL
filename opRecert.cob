IDENTIFICATION DIVISION.
PROGRAM-ID. OPRECERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPERATORMASTER ASSIGN TO "OperatorMaster.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPR-OPERATORID
           FILE STATUS IS WS-OPR-STATUS.

       SELECT SECURITYEVENTLOG ASSIGN TO "SecurityEvents.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

       SELECT RECERTWORKFILE ASSIGN TO "OprRecert.tmp"
           FILE STATUS IS WS-RCW-STATUS.

       SELECT RECERTSORTED ASSIGN TO "OprRecert.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCS-STATUS.

       SELECT RECERTRESPONSEFILE ASSIGN TO DYNAMIC WS-RESPONSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RRS-STATUS.

       SELECT RECERTREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     OPERATORMASTER.
       COPY "OPERATORMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==OPERATORMASTERREC==
                     ==:PREFIX:==  BY ==OPR-==.

FD     SECURITYEVENTLOG.
01     SECURITYEVENTREC.
       02  SEC-TIMESTAMP           PIC 9(14).
       02  FILLER                  PIC X.
       02  SEC-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  SEC-EVENT               PIC X(8).
       02  FILLER                  PIC X.
       02  SEC-NOTE                PIC X(30).

SD     RECERTWORKFILE.
01     RCW-RECORD.
       02  RCW-MANAGER-ID          PIC X(8).
       02  RCW-OPERATORID          PIC X(8).
       02  RCW-TABLE-IDX           PIC 9(4).

FD     RECERTSORTED.
01     RECERTSORTEDREC.
       02  RCS-MANAGER-ID          PIC X(8).
       02  RCS-OPERATORID          PIC X(8).
       02  RCS-TABLE-IDX           PIC 9(4).

FD     RECERTRESPONSEFILE.
       COPY "RECERTRESPONSE.cpy"
           REPLACING ==:RECNAME:== BY ==RECERTRESPONSEREC==
                     ==:PREFIX:==  BY ==RRS-==.

FD     RECERTREPORTFILE.
01     RECERTREPORTLINE            PIC X(132).

WORKING-STORAGE SECTION.
01     WS-OPR-STATUS               PIC XX.
01     WS-SEC-STATUS               PIC XX.
01     WS-RCW-STATUS               PIC XX.
01     WS-RCS-STATUS               PIC XX.
01     WS-RRS-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-RECERT-QUARTER           PIC X(6).
01     WS-QUARTER-YEAR             PIC 9(4).
01     WS-QUARTER-NUMBER           PIC 9.
01     WS-QUARTER-START            PIC 9(6).
01     WS-QUARTER-END              PIC 9(6).
01     WS-RPT-FILENAME             PIC X(40).
01     WS-RESPONSE-FILENAME        PIC X(40).
01     WS-ENTRY-DATE               PIC 9(8).
01     WS-TODAY-INTEGER            PIC 9(8).
01     WS-WORK-INTEGER             PIC 9(8).
01     WS-DEADLINE-DATE            PIC 9(8).
01     WS-RESPONSE-DAYS-PARM       PIC X(3) VALUE SPACES.
01     WS-RESPONSE-DAYS            PIC 9(3) VALUE 14.
01     WS-DORMANT-DAYS-PARM        PIC X(3) VALUE SPACES.
01     WS-DORMANT-DAYS             PIC 9(3) VALUE 90.
01     WS-AGE-DAYS                 PIC 9(5).
01     WS-LAST-USED-DATE           PIC 9(8).
01     WS-EVENT-DATE               PIC 9(8).
01     WS-PROGRAM-NAME             PIC X(20).
01     WS-PROGRAMS-LINE-PTR        PIC 9(3).

01     WS-OPR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFOPERATORS          VALUE "Y".
01     WS-SEC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSECURITYEVENTS     VALUE "Y".
01     WS-RCS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDOPERATORS    VALUE "Y".
01     WS-TEMPLATE-SWITCH          PIC X VALUE "N".
       88  WRITE-RESPONSE-TEMPLATE VALUE "Y".
01     WS-DORMANT-SWITCH           PIC X.
       88  OPERATOR-DORMANT        VALUE "Y".

01     OPERATOR-TABLE-LIMIT        PIC 9(4) VALUE 500.
01     OPERATOR-STORAGE.
       02  OPT-COUNT               PIC 9(4) VALUE ZERO.
       02  OPT-ENTRY OCCURS 500 TIMES.
           03  OPT-OPERATORID      PIC X(8).
           03  OPT-OPERATORNAME    PIC X(25).
           03  OPT-ROLE            PIC X.
           03  OPT-LOCKOUT-FLAG    PIC X.
           03  OPT-DEPARTMENT      PIC X(4).
           03  OPT-MANAGER-ID      PIC X(8).
           03  OPT-PASSWORD-SET-DATE PIC 9(8).
           03  OPT-LAST-SIGNON-DATE PIC 9(8).
           03  OPT-PROGRAM-COUNT   PIC 9.
           03  OPT-PROGRAM         PIC X(20) OCCURS 8 TIMES.
01     OPT-IDX                     PIC 9(4).
01     OPT-FOUND-IDX               PIC 9(4).
01     PGM-IDX                     PIC 9.
01     PGM-FOUND-SWITCH            PIC X.
       88  PROGRAM-ALREADY-LISTED  VALUE "Y".

01     PREV-MANAGER-ID             PIC X(8).

01     RECERT-TOTALS.
       02  RCT-OPERATORS           PIC 9(5) VALUE ZERO.
       02  RCT-SUPERVISORS         PIC 9(5) VALUE ZERO.
       02  RCT-LOCKED              PIC 9(5) VALUE ZERO.
       02  RCT-DORMANT             PIC 9(5) VALUE ZERO.
       02  RCT-UNUSED-SUPERVISORS  PIC 9(5) VALUE ZERO.
       02  RCT-NO-MANAGER          PIC 9(5) VALUE ZERO.
       02  RCT-MANAGERS            PIC 9(5) VALUE ZERO.
       02  RCT-SIGNONS             PIC 9(7) VALUE ZERO.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE
           "OPERATOR RECERTIFICATION".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "OPRECERT".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     RECERTCOLUMNHEADING.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  FILLER                  PIC X(10) VALUE "OPERATOR".
       02  FILLER                  PIC X(26) VALUE "NAME".
       02  FILLER                  PIC X(6) VALUE "DEPT".
       02  FILLER                  PIC X(6) VALUE "ROLE".
       02  FILLER                  PIC X(8) VALUE "STATUS".
       02  FILLER                  PIC X(11) VALUE "LAST SIGNON".
       02  FILLER                  PIC X(9) VALUE " PWD AGE".
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  FILLER                  PIC X(5) VALUE "FLAGS".

01     RECERTDETAILLINE.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-OPERATORID          PIC X(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-OPERATORNAME        PIC X(25).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-DEPARTMENT          PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ROLE                PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-STATUS              PIC X(6).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-LAST-SIGNON         PIC X(8).
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  PRN-PASSWORD-AGE        PIC Z(4)9.
       02  FILLER                  PIC X(5) VALUE " DAYS".
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-FLAGS               PIC X(40).

01     PRN-COUNT                   PIC ZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       MOVE WS-RUN-PARM(1:6) TO WS-RECERT-QUARTER
       IF WS-RECERT-QUARTER(1:4) NOT NUMERIC
               OR WS-RECERT-QUARTER(5:1) NOT EQUAL TO "Q"
               OR WS-RECERT-QUARTER(6:1) LESS THAN "1"
               OR WS-RECERT-QUARTER(6:1) GREATER THAN "4"
           DISPLAY "RECERTIFICATION QUARTER (YYYYQN) REQUIRED ON "
               "COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RECERT-QUARTER(1:4) TO WS-QUARTER-YEAR
       MOVE WS-RECERT-QUARTER(6:1) TO WS-QUARTER-NUMBER
       COMPUTE WS-QUARTER-START = (WS-QUARTER-YEAR * 100)
           + ((WS-QUARTER-NUMBER - 1) * 3) + 1
       COMPUTE WS-QUARTER-END = WS-QUARTER-START + 2
       ACCEPT WS-RESPONSE-DAYS-PARM FROM ENVIRONMENT "RECERTDAYS"
       IF WS-RESPONSE-DAYS-PARM NUMERIC
               AND WS-RESPONSE-DAYS-PARM NOT EQUAL TO ZEROS
           MOVE WS-RESPONSE-DAYS-PARM TO WS-RESPONSE-DAYS
       END-IF
       ACCEPT WS-DORMANT-DAYS-PARM FROM ENVIRONMENT "RECERTDORMANTDAYS"
       IF WS-DORMANT-DAYS-PARM NUMERIC
               AND WS-DORMANT-DAYS-PARM NOT EQUAL TO ZEROS
           MOVE WS-DORMANT-DAYS-PARM TO WS-DORMANT-DAYS
       END-IF
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
       COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER + WS-RESPONSE-DAYS
       COMPUTE WS-DEADLINE-DATE =
           FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
       PERFORM LOAD-OPERATOR-TABLE
       PERFORM SCAN-SECURITY-EVENTS
       SORT RECERTWORKFILE ON ASCENDING KEY RCW-MANAGER-ID
                              ASCENDING KEY RCW-OPERATORID
           INPUT PROCEDURE IS RELEASE-OPERATORS
           GIVING RECERTSORTED
       IF WS-RCW-STATUS NOT EQUAL TO "00"
           MOVE "RECERTWORKFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-RCW-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO WS-RESPONSE-FILENAME
       STRING "RecertResponse-" WS-RECERT-QUARTER ".dat"
           DELIMITED BY SIZE INTO WS-RESPONSE-FILENAME
       END-STRING
       OPEN INPUT RECERTRESPONSEFILE
       IF WS-RRS-STATUS EQUAL TO "00"
           CLOSE RECERTRESPONSEFILE
           DISPLAY WS-RESPONSE-FILENAME " ALREADY EXISTS - "
               "RESPONSES KEPT, NO NEW TEMPLATE WRITTEN"
       ELSE
           OPEN OUTPUT RECERTRESPONSEFILE
           IF WS-RRS-STATUS NOT EQUAL TO "00"
               MOVE "RECERTRESPONSEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-RRS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           SET WRITE-RESPONSE-TEMPLATE TO TRUE
       END-IF
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "OperatorRecert-" WS-RECERT-QUARTER ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN OUTPUT RECERTREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "RECERTREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO RECERTREPORTLINE
       STRING "OPERATOR ACCESS RECERTIFICATION -- QUARTER "
           WS-RECERT-QUARTER "  RUN " WS-ENTRY-DATE
           "  DECISIONS DUE BY " WS-DEADLINE-DATE
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE SPACES TO RECERTREPORTLINE
       STRING "ENTER K=KEEP, D=DOWNGRADE, R=REVOKE AGAINST EACH "
           "OPERATOR IN " WS-RESPONSE-FILENAME
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE SPACES TO RECERTREPORTLINE
       STRING "OPERATORS WITHOUT A DECISION AFTER THE DEADLINE ARE "
           "LOCKED; DORMANT = NO SIGN-ON IN " WS-DORMANT-DAYS " DAYS"
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       PERFORM PRINT-MANAGER-LISTS
       PERFORM WRITE-RECERT-SUMMARY
       CLOSE RECERTREPORTFILE
       IF WRITE-RESPONSE-TEMPLATE
           CLOSE RECERTRESPONSEFILE
       END-IF
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-QUARTER-END TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       MOVE RCT-OPERATORS TO PRN-COUNT
       DISPLAY "OPRECERT -- QUARTER " WS-RECERT-QUARTER " "
           PRN-COUNT " OPERATOR(S) LISTED - SEE " WS-RPT-FILENAME
       IF RCT-DORMANT GREATER THAN ZERO
               OR RCT-NO-MANAGER GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-OPERATOR-TABLE.
       OPEN INPUT OPERATORMASTER
       IF WS-OPR-STATUS NOT EQUAL TO "00"
           MOVE "OPERATORMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OPR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       READ OPERATORMASTER NEXT RECORD
           AT END SET ENDOFOPERATORS TO TRUE
       END-READ
       PERFORM UNTIL ENDOFOPERATORS
           IF OPT-COUNT LESS THAN OPERATOR-TABLE-LIMIT
               ADD 1 TO OPT-COUNT
               MOVE OPR-OPERATORID TO OPT-OPERATORID(OPT-COUNT)
               MOVE OPR-OPERATORNAME TO OPT-OPERATORNAME(OPT-COUNT)
               MOVE OPR-ROLE TO OPT-ROLE(OPT-COUNT)
               MOVE OPR-LOCKOUT-FLAG TO OPT-LOCKOUT-FLAG(OPT-COUNT)
               MOVE OPR-DEPARTMENT TO OPT-DEPARTMENT(OPT-COUNT)
               MOVE OPR-MANAGER-ID TO OPT-MANAGER-ID(OPT-COUNT)
               IF OPR-PASSWORD-SET-DATE NUMERIC
                   MOVE OPR-PASSWORD-SET-DATE
                       TO OPT-PASSWORD-SET-DATE(OPT-COUNT)
               ELSE
                   MOVE ZERO TO OPT-PASSWORD-SET-DATE(OPT-COUNT)
               END-IF
               IF OPR-LAST-SIGNON-DATE NUMERIC
                   MOVE OPR-LAST-SIGNON-DATE
                       TO OPT-LAST-SIGNON-DATE(OPT-COUNT)
               ELSE
                   MOVE ZERO TO OPT-LAST-SIGNON-DATE(OPT-COUNT)
               END-IF
               MOVE ZERO TO OPT-PROGRAM-COUNT(OPT-COUNT)
           ELSE
               DISPLAY "MORE THAN " OPERATOR-TABLE-LIMIT
                   " OPERATORS - " OPR-OPERATORID " NOT LISTED"
           END-IF
           READ OPERATORMASTER NEXT RECORD
               AT END SET ENDOFOPERATORS TO TRUE
           END-READ
       END-PERFORM
       CLOSE OPERATORMASTER.

SCAN-SECURITY-EVENTS.
       OPEN INPUT SECURITYEVENTLOG
       IF WS-SEC-STATUS NOT EQUAL TO "00"
           DISPLAY "SecurityEvents.log NOT AVAILABLE - LAST SIGN-ON "
               "TAKEN FROM OPERATOR MASTER ONLY"
       ELSE
           READ SECURITYEVENTLOG AT END SET ENDOFSECURITYEVENTS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSECURITYEVENTS
               IF SEC-EVENT EQUAL TO "SIGNON"
                       AND SEC-TIMESTAMP NUMERIC
                   PERFORM APPLY-SIGNON-EVENT
               END-IF
               READ SECURITYEVENTLOG
                   AT END SET ENDOFSECURITYEVENTS TO TRUE
               END-READ
           END-PERFORM
           CLOSE SECURITYEVENTLOG
       END-IF.

APPLY-SIGNON-EVENT.
       MOVE ZERO TO OPT-FOUND-IDX
       PERFORM VARYING OPT-IDX FROM 1 BY 1
               UNTIL OPT-IDX GREATER THAN OPT-COUNT
                   OR OPT-FOUND-IDX GREATER THAN ZERO
           IF OPT-OPERATORID(OPT-IDX) EQUAL TO SEC-OPERATORID
               MOVE OPT-IDX TO OPT-FOUND-IDX
           END-IF
       END-PERFORM
       IF OPT-FOUND-IDX GREATER THAN ZERO
           ADD 1 TO RCT-SIGNONS
           MOVE SEC-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE GREATER THAN
                   OPT-LAST-SIGNON-DATE(OPT-FOUND-IDX)
               MOVE WS-EVENT-DATE TO OPT-LAST-SIGNON-DATE(OPT-FOUND-IDX)
           END-IF
           IF WS-EVENT-DATE(1:6) NOT LESS THAN WS-QUARTER-START
                   AND WS-EVENT-DATE(1:6) NOT GREATER THAN
                       WS-QUARTER-END
                   AND SEC-NOTE(1:8) EQUAL TO "PROGRAM "
               MOVE SEC-NOTE(9:20) TO WS-PROGRAM-NAME
               PERFORM NOTE-PROGRAM-USED
           END-IF
       END-IF.

NOTE-PROGRAM-USED.
       MOVE "N" TO PGM-FOUND-SWITCH
       PERFORM VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX GREATER THAN
                   OPT-PROGRAM-COUNT(OPT-FOUND-IDX)
           IF OPT-PROGRAM(OPT-FOUND-IDX, PGM-IDX) EQUAL TO
                   WS-PROGRAM-NAME
               SET PROGRAM-ALREADY-LISTED TO TRUE
           END-IF
       END-PERFORM
       IF NOT PROGRAM-ALREADY-LISTED
               AND OPT-PROGRAM-COUNT(OPT-FOUND-IDX) LESS THAN 8
           ADD 1 TO OPT-PROGRAM-COUNT(OPT-FOUND-IDX)
           MOVE WS-PROGRAM-NAME TO OPT-PROGRAM(OPT-FOUND-IDX,
               OPT-PROGRAM-COUNT(OPT-FOUND-IDX))
       END-IF.

RELEASE-OPERATORS.
       PERFORM VARYING OPT-IDX FROM 1 BY 1
               UNTIL OPT-IDX GREATER THAN OPT-COUNT
           MOVE OPT-MANAGER-ID(OPT-IDX) TO RCW-MANAGER-ID
           MOVE OPT-OPERATORID(OPT-IDX) TO RCW-OPERATORID
           MOVE OPT-IDX TO RCW-TABLE-IDX
           RELEASE RCW-RECORD
       END-PERFORM.

PRINT-MANAGER-LISTS.
       OPEN INPUT RECERTSORTED
       IF WS-RCS-STATUS NOT EQUAL TO "00"
           MOVE "RECERTSORTED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RCS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-SORTED-OPERATOR-RECORD
       PERFORM UNTIL ENDOFSORTEDOPERATORS
           MOVE RCS-MANAGER-ID TO PREV-MANAGER-ID
           ADD 1 TO RCT-MANAGERS
           MOVE SPACES TO RECERTREPORTLINE
           PERFORM WRITE-RECERT-REPORT-LINE
           MOVE SPACES TO RECERTREPORTLINE
           IF PREV-MANAGER-ID EQUAL TO SPACES
               MOVE "NO MANAGER RECORDED - ASSIGN AN OWNER THROUGH "
                   & "OPERATORMAINT BEFORE THE DEADLINE"
                   TO RECERTREPORTLINE
           ELSE
               STRING "MANAGER " PREV-MANAGER-ID
                   DELIMITED BY SIZE INTO RECERTREPORTLINE
               END-STRING
           END-IF
           PERFORM WRITE-RECERT-REPORT-LINE
           MOVE RECERTCOLUMNHEADING TO RECERTREPORTLINE
           PERFORM WRITE-RECERT-REPORT-LINE
           PERFORM UNTIL ENDOFSORTEDOPERATORS
                   OR RCS-MANAGER-ID NOT EQUAL TO PREV-MANAGER-ID
               MOVE RCS-TABLE-IDX TO OPT-IDX
               PERFORM PRINT-OPERATOR-ENTRY
               PERFORM READ-SORTED-OPERATOR-RECORD
           END-PERFORM
       END-PERFORM
       CLOSE RECERTSORTED.

PRINT-OPERATOR-ENTRY.
       ADD 1 TO RCT-OPERATORS
       MOVE OPT-OPERATORID(OPT-IDX) TO PRN-OPERATORID
       MOVE OPT-OPERATORNAME(OPT-IDX) TO PRN-OPERATORNAME
       MOVE OPT-DEPARTMENT(OPT-IDX) TO PRN-DEPARTMENT
       IF OPT-ROLE(OPT-IDX) EQUAL TO "S"
           MOVE "SUPV" TO PRN-ROLE
           ADD 1 TO RCT-SUPERVISORS
       ELSE
           MOVE "OPER" TO PRN-ROLE
       END-IF
       IF OPT-LOCKOUT-FLAG(OPT-IDX) EQUAL TO "L"
           MOVE "LOCKED" TO PRN-STATUS
           ADD 1 TO RCT-LOCKED
       ELSE
           MOVE "ACTIVE" TO PRN-STATUS
       END-IF
       MOVE "N" TO WS-DORMANT-SWITCH
       MOVE OPT-LAST-SIGNON-DATE(OPT-IDX) TO WS-LAST-USED-DATE
       IF WS-LAST-USED-DATE EQUAL TO ZERO
           MOVE "NEVER" TO PRN-LAST-SIGNON
           SET OPERATOR-DORMANT TO TRUE
       ELSE
           MOVE WS-LAST-USED-DATE TO PRN-LAST-SIGNON
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAST-USED-DATE)
           IF WS-TODAY-INTEGER - WS-WORK-INTEGER
                   GREATER THAN WS-DORMANT-DAYS
               SET OPERATOR-DORMANT TO TRUE
           END-IF
       END-IF
       MOVE ZERO TO WS-AGE-DAYS
       IF OPT-PASSWORD-SET-DATE(OPT-IDX) GREATER THAN ZERO
           COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE(
               OPT-PASSWORD-SET-DATE(OPT-IDX))
           IF WS-TODAY-INTEGER GREATER THAN WS-WORK-INTEGER
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-WORK-INTEGER
           END-IF
       END-IF
       MOVE WS-AGE-DAYS TO PRN-PASSWORD-AGE
       MOVE SPACES TO PRN-FLAGS
       MOVE 1 TO WS-PROGRAMS-LINE-PTR
       IF OPERATOR-DORMANT
           ADD 1 TO RCT-DORMANT
           STRING "DORMANT " DELIMITED BY SIZE
               INTO PRN-FLAGS WITH POINTER WS-PROGRAMS-LINE-PTR
           END-STRING
       END-IF
       IF OPT-ROLE(OPT-IDX) EQUAL TO "S"
               AND OPT-PROGRAM-COUNT(OPT-IDX) EQUAL TO ZERO
           ADD 1 TO RCT-UNUSED-SUPERVISORS
           STRING "SUPERVISOR-UNUSED " DELIMITED BY SIZE
               INTO PRN-FLAGS WITH POINTER WS-PROGRAMS-LINE-PTR
           END-STRING
       END-IF
       IF OPT-MANAGER-ID(OPT-IDX) EQUAL TO SPACES
           ADD 1 TO RCT-NO-MANAGER
           STRING "NO-OWNER" DELIMITED BY SIZE
               INTO PRN-FLAGS WITH POINTER WS-PROGRAMS-LINE-PTR
           END-STRING
       END-IF
       MOVE RECERTDETAILLINE TO RECERTREPORTLINE
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE SPACES TO RECERTREPORTLINE
       MOVE 15 TO WS-PROGRAMS-LINE-PTR
       IF OPT-PROGRAM-COUNT(OPT-IDX) EQUAL TO ZERO
           STRING "PROGRAMS USED IN QUARTER: NONE"
               DELIMITED BY SIZE INTO RECERTREPORTLINE
               WITH POINTER WS-PROGRAMS-LINE-PTR
           END-STRING
       ELSE
           STRING "PROGRAMS USED IN QUARTER:"
               DELIMITED BY SIZE INTO RECERTREPORTLINE
               WITH POINTER WS-PROGRAMS-LINE-PTR
           END-STRING
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX GREATER THAN OPT-PROGRAM-COUNT(OPT-IDX)
               STRING " " OPT-PROGRAM(OPT-IDX, PGM-IDX)
                   DELIMITED BY SPACE INTO RECERTREPORTLINE
                   WITH POINTER WS-PROGRAMS-LINE-PTR
               END-STRING
           END-PERFORM
       END-IF
       PERFORM WRITE-RECERT-REPORT-LINE
       IF WRITE-RESPONSE-TEMPLATE
           MOVE SPACES TO RECERTRESPONSEREC
           MOVE WS-RECERT-QUARTER TO RRS-QUARTER
           MOVE OPT-MANAGER-ID(OPT-IDX) TO RRS-MANAGER-ID
           MOVE OPT-OPERATORID(OPT-IDX) TO RRS-OPERATORID
           MOVE OPT-ROLE(OPT-IDX) TO RRS-CURRENT-ROLE
           MOVE WS-DEADLINE-DATE TO RRS-DEADLINE
           WRITE RECERTRESPONSEREC
           IF WS-RRS-STATUS NOT EQUAL TO "00"
               MOVE "RECERTRESPONSEFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-RRS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF.

WRITE-RECERT-SUMMARY.
       MOVE SPACES TO RECERTREPORTLINE
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE "RECERTIFICATION SUMMARY" TO RECERTREPORTLINE
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-OPERATORS TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  OPERATORS LISTED              " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-MANAGERS TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  MANAGER LISTS                 " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-SUPERVISORS TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  SUPERVISOR IDS                " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-UNUSED-SUPERVISORS TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  SUPERVISORS UNUSED IN QUARTER " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-DORMANT TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  DORMANT IDS                   " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-LOCKED TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  LOCKED IDS                    " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE
       MOVE RCT-NO-MANAGER TO PRN-COUNT
       MOVE SPACES TO RECERTREPORTLINE
       STRING "  IDS WITH NO MANAGER           " PRN-COUNT
           DELIMITED BY SIZE INTO RECERTREPORTLINE
       END-STRING
       PERFORM WRITE-RECERT-REPORT-LINE.

READ-SORTED-OPERATOR-RECORD.
       READ RECERTSORTED AT END SET ENDOFSORTEDOPERATORS TO TRUE
       END-READ
       IF WS-RCS-STATUS NOT EQUAL TO "00"
               AND WS-RCS-STATUS NOT EQUAL TO "10"
           MOVE "RECERTSORTED" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-RCS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-RECERT-REPORT-LINE.
       WRITE RECERTREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RECERTIFICATION REPORT - FILE STATUS "
               WS-RPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
