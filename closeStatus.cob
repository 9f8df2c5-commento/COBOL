IDENTIFICATION DIVISION.
PROGRAM-ID. CLOSESTATUS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CHECKLISTFILE ASSIGN TO "CloseChecklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHK-STATUS.

       SELECT RUNHISTORYFILE ASSIGN TO "RunHistory.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHL-STATUS.

       SELECT POSTEDPERIODFILE ASSIGN TO "PostedPeriods.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-LOCK-KEY
           FILE STATUS IS WS-PPD-STATUS.

       SELECT SIGNOFFFILE ASSIGN TO "CloseSignoff.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSO-STATUS.

       SELECT CLOSEREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     CHECKLISTFILE.
       COPY "CLOSECHECKLIST.cpy"
           REPLACING ==:RECNAME:== BY ==CHECKLISTREC==
                     ==:PREFIX:==  BY ==CKL-==.

FD     RUNHISTORYFILE.
       COPY "RUNHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==RUNHISTORYREC==
                     ==:PREFIX:==  BY ==RHL-==.

FD     POSTEDPERIODFILE.
01     POSTEDPERIODREC.
       02  PP-LOCK-KEY.
           03  PP-PERIOD               PIC 9(6).
           03  PP-CYCLE                PIC X(2).
       02  PP-STATUS                   PIC X.
           88  PERIOD-IN-PROGRESS      VALUE "I".
           88  PERIOD-ALREADY-POSTED   VALUE "P".
       02  PP-RUNDATE                  PIC 9(8).

FD     SIGNOFFFILE.
       COPY "CLOSESIGNOFF.cpy"
           REPLACING ==:RECNAME:== BY ==SIGNOFFREC==
                     ==:PREFIX:==  BY ==CSO-==.

FD     CLOSEREPORTFILE.
01     CLOSEREPORTLINE             PIC X(132).

WORKING-STORAGE SECTION.
01     WS-CHK-STATUS               PIC XX.
01     WS-RHL-STATUS               PIC XX.
01     WS-PPD-STATUS               PIC XX.
01     WS-CSO-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(20) VALUE SPACES.
01     WS-PERIOD-PARM              PIC X(6) VALUE SPACES.
01     WS-ACTION-PARM              PIC X(8) VALUE SPACES.
       88  ACTION-IS-REPORT        VALUE SPACES.
       88  ACTION-IS-SIGNOFF       VALUE "SIGNOFF".
       88  ACTION-IS-OVERRIDE      VALUE "OVERRIDE".
01     WS-CLOSE-PERIOD             PIC 9(6).
01     WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
       02  WS-CLOSE-YEAR           PIC 9(4).
       02  WS-CLOSE-MONTH          PIC 99.
01     WS-RPT-FILENAME             PIC X(40).

01     WS-ENTRY-DATE               PIC 9(8).
01     WS-ENTRY-TIME               PIC 9(8).
01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
       88  OPERATOR-IS-SUPERVISOR  VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "CLOSESTATUS".
01     WS-OVERRIDE-REASON          PIC X(40) VALUE SPACES.

01     WS-CHK-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCHECKLIST          VALUE "Y".
01     WS-RHL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFRUNHISTORY         VALUE "Y".
01     WS-PPD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPOSTEDPERIODS      VALUE "Y".
01     WS-CSO-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSIGNOFFS           VALUE "Y".
01     WS-ACTION-REFUSED-SWITCH    PIC X VALUE "N".
       88  ACTION-REFUSED          VALUE "Y".

01     DEFAULT-CHECKLIST-TABLE.
       02  FILLER                  PIC X(12) VALUE "LISTING14-3".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "BILLING CLEARANCE".
       02  FILLER                  PIC X(12) VALUE "LISTING14-2".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "MONTHLY BILLING RUN".
       02  FILLER                  PIC X(12) VALUE "BILLRELEASE".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "BILL RELEASE".
       02  FILLER                  PIC X(12) VALUE "BILLINGAUDIT".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "100000000".
       02  FILLER                  PIC X(30)
                                   VALUE "BILLING AUDIT".
       02  FILLER                  PIC X(12) VALUE "ACKRECONCILE".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "PRINT ACKNOWLEDGEMENT RECON".
       02  FILLER                  PIC X(12) VALUE "PAYMENTPOST".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "PAYMENT POSTING".
       02  FILLER                  PIC X(12) VALUE "GLJOURNAL".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "GENERAL LEDGER JOURNAL".
       02  FILLER                  PIC X(12) VALUE "TAXREMIT".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "TAX REMITTANCE".
       02  FILLER                  PIC X(12) VALUE "REGFILING".
       02  FILLER                  PIC X(12) VALUE "NNYNNYNNYNNY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "QUARTERLY REGULATORY FILING".
       02  FILLER                  PIC X(12) VALUE "HOUSEKEEP".
       02  FILLER                  PIC X(12) VALUE "YYYYYYYYYYYY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "PERIOD HOUSEKEEPING".
       02  FILLER                  PIC X(12) VALUE "YTDROLLOVER".
       02  FILLER                  PIC X(12) VALUE "NNNNNNNNNNNY".
       02  FILLER                  PIC X(9)  VALUE "200040000".
       02  FILLER                  PIC X(30)
                                   VALUE "YEAR-TO-DATE ROLLOVER".
01     FILLER REDEFINES DEFAULT-CHECKLIST-TABLE.
       02  DEFAULT-CHECKLIST-ENTRY OCCURS 11 TIMES.
           03  DFL-PROGRAMNAME     PIC X(12).
           03  DFL-MONTH-MASK      PIC X(12).
           03  DFL-ALLOWED-COUNT   PIC 9.
           03  DFL-ALLOWED-RC      PIC 99 OCCURS 4 TIMES.
           03  DFL-DESCRIPTION     PIC X(30).
01     DEFAULT-CHECKLIST-COUNT     PIC 99 VALUE 11.

01     CHECKLIST-TABLE-LIMIT       PIC 99 VALUE 40.
01     CHECKLIST-STORAGE.
       02  CHK-COUNT               PIC 99 VALUE ZERO.
       02  CHK-ENTRY OCCURS 40 TIMES.
           03  CHK-PROGRAMNAME     PIC X(12).
           03  CHK-MONTH-MASK      PIC X(12).
           03  CHK-ALLOWED-COUNT   PIC 9.
           03  CHK-ALLOWED-RC      PIC 99 OCCURS 4 TIMES.
           03  CHK-DESCRIPTION     PIC X(30).
           03  CHK-LAST-EVENT      PIC X(5).
           03  CHK-LAST-TIMESTAMP  PIC 9(14).
           03  CHK-LAST-OPERATOR   PIC X(8).
           03  CHK-LAST-RC         PIC 99.
           03  CHK-RUN-COUNT       PIC 9(3).
           03  CHK-STATUS          PIC X(7).
               88  CHK-IS-DONE     VALUE "DONE".
               88  CHK-IS-FAILED   VALUE "FAILED".
               88  CHK-IS-MISSING  VALUE "MISSING".
               88  CHK-IS-NOT-DUE  VALUE "NOT DUE".
           03  CHK-NOTE            PIC X(24).
01     CHK-IDX                     PIC 99.
01     RC-IDX                      PIC 9.
01     WS-CHECKLIST-SOURCE         PIC X(20).
01     WS-RC-ALLOWED-SWITCH        PIC X.
       88  RC-IS-ALLOWED           VALUE "Y".

01     WS-POSTED-STATUS            PIC X(7) VALUE "MISSING".
01     WS-POSTED-NOTE              PIC X(24) VALUE SPACES.
01     WS-POSTED-COUNT             PIC 99 VALUE ZERO.
01     WS-INPROGRESS-COUNT         PIC 99 VALUE ZERO.

01     CLOSE-TOTALS.
       02  CLT-DONE                PIC 99 VALUE ZERO.
       02  CLT-FAILED              PIC 99 VALUE ZERO.
       02  CLT-MISSING             PIC 99 VALUE ZERO.
       02  CLT-NOT-DUE             PIC 99 VALUE ZERO.
       02  CLT-OPEN                PIC 99 VALUE ZERO.

01     SIGNOFF-STATE.
       02  SGN-SIGNED-SWITCH       PIC X VALUE "N".
           88  PERIOD-SIGNED-OFF   VALUE "Y".
       02  SGN-OPERATOR            PIC X(8) VALUE SPACES.
       02  SGN-TIMESTAMP           PIC 9(14) VALUE ZERO.
       02  SGN-OVERRIDE-SWITCH     PIC X VALUE "N".
           88  PERIOD-OVERRIDDEN   VALUE "Y".
       02  OVR-OPERATOR            PIC X(8) VALUE SPACES.
       02  OVR-TIMESTAMP           PIC 9(14) VALUE ZERO.
       02  OVR-ITEMS-OPEN          PIC 99 VALUE ZERO.
       02  OVR-REASON              PIC X(40) VALUE SPACES.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE
           "MONTH-END CLOSE STATUS".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "CLOSESTATUS".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     CLOSEHEADER1.
       02  FILLER                  PIC X(4) VALUE "SEQ ".
       02  FILLER                  PIC X(14) VALUE "PROGRAM".
       02  FILLER                  PIC X(32) VALUE "DESCRIPTION".
       02  FILLER                  PIC X(9) VALUE "STATUS".
       02  FILLER                  PIC X(4) VALUE "RC".
       02  FILLER                  PIC X(16) VALUE "LAST EVENT AT".
       02  FILLER                  PIC X(10) VALUE "OPERATOR".
       02  FILLER                  PIC X(5) VALUE "RUNS".
       02  FILLER                  PIC X(24) VALUE "NOTE".

01     CLOSEDETAILLINE.
       02  PRN-SEQ                 PIC Z9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PROGRAMNAME         PIC X(12).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DESCRIPTION         PIC X(30).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-STATUS              PIC X(7).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RC                  PIC X(2).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-TIMESTAMP           PIC X(14).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-OPERATOR            PIC X(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-RUNS                PIC ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-NOTE                PIC X(24).

01     PRN-COUNT                   PIC Z9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACES
           INTO WS-PERIOD-PARM, WS-ACTION-PARM
       END-UNSTRING
       IF WS-PERIOD-PARM NOT NUMERIC
           DISPLAY "CLOSE PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
               " - FOLLOWED BY SIGNOFF OR OVERRIDE IF WANTED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-PERIOD-PARM TO WS-CLOSE-PERIOD
       IF WS-CLOSE-MONTH LESS THAN 1 OR WS-CLOSE-MONTH GREATER THAN 12
           DISPLAY "CLOSE PERIOD " WS-PERIOD-PARM " IS NOT A VALID "
               "YYYYMM - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF NOT ACTION-IS-REPORT AND NOT ACTION-IS-SIGNOFF
               AND NOT ACTION-IS-OVERRIDE
           DISPLAY "UNKNOWN CLOSE ACTION " WS-ACTION-PARM
               " - USE SIGNOFF OR OVERRIDE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       PERFORM LOAD-CLOSE-CHECKLIST
       PERFORM SCAN-RUN-HISTORY
       PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX GREATER THAN CHK-COUNT
           PERFORM SET-ITEM-STATUS
       END-PERFORM
       PERFORM CHECK-PERIOD-POSTED
       PERFORM LOAD-EXISTING-SIGNOFF
       EVALUATE TRUE
           WHEN ACTION-IS-SIGNOFF
               PERFORM RECORD-CLOSE-SIGNOFF
           WHEN ACTION-IS-OVERRIDE
               PERFORM RECORD-CLOSE-OVERRIDE
       END-EVALUATE
       PERFORM WRITE-CLOSE-REPORT
       MOVE CLT-OPEN TO PRN-COUNT
       DISPLAY "CLOSESTATUS -- PERIOD " WS-CLOSE-PERIOD " "
           PRN-COUNT " ITEM(S) OPEN - SEE " WS-RPT-FILENAME
       IF ACTION-REFUSED
           MOVE 12 TO RETURN-CODE
       ELSE
           IF CLT-OPEN GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF
       STOP RUN.

LOAD-CLOSE-CHECKLIST.
       OPEN INPUT CHECKLISTFILE
       IF WS-CHK-STATUS EQUAL TO "00"
           MOVE "CloseChecklist.dat" TO WS-CHECKLIST-SOURCE
           PERFORM READ-CHECKLIST-RECORD
           PERFORM UNTIL ENDOFCHECKLIST
               IF CHK-COUNT LESS THAN CHECKLIST-TABLE-LIMIT
                   ADD 1 TO CHK-COUNT
                   MOVE CKL-PROGRAMNAME TO CHK-PROGRAMNAME(CHK-COUNT)
                   MOVE CKL-MONTH-MASK TO CHK-MONTH-MASK(CHK-COUNT)
                   MOVE CKL-ALLOWED-COUNT
                       TO CHK-ALLOWED-COUNT(CHK-COUNT)
                   PERFORM VARYING RC-IDX FROM 1 BY 1
                           UNTIL RC-IDX GREATER THAN 4
                       MOVE CKL-ALLOWED-RC(RC-IDX)
                           TO CHK-ALLOWED-RC(CHK-COUNT, RC-IDX)
                   END-PERFORM
                   MOVE CKL-DESCRIPTION TO CHK-DESCRIPTION(CHK-COUNT)
                   IF CKL-ALLOWED-COUNT NOT NUMERIC
                           OR CKL-ALLOWED-COUNT EQUAL TO ZERO
                       MOVE 1 TO CHK-ALLOWED-COUNT(CHK-COUNT)
                       MOVE ZERO TO CHK-ALLOWED-RC(CHK-COUNT, 1)
                   END-IF
                   IF CKL-MONTH-MASK EQUAL TO SPACES
                       MOVE "YYYYYYYYYYYY" TO CHK-MONTH-MASK(CHK-COUNT)
                   END-IF
               ELSE
                   DISPLAY "CLOSE CHECKLIST HAS MORE THAN "
                       CHECKLIST-TABLE-LIMIT " ITEMS - "
                       CKL-PROGRAMNAME " IGNORED"
               END-IF
               PERFORM READ-CHECKLIST-RECORD
           END-PERFORM
           CLOSE CHECKLISTFILE
       ELSE
           DISPLAY "NO CloseChecklist.dat - STANDARD CHECKLIST USED"
           MOVE "STANDARD CHECKLIST" TO WS-CHECKLIST-SOURCE
           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX GREATER THAN DEFAULT-CHECKLIST-COUNT
               ADD 1 TO CHK-COUNT
               MOVE DFL-PROGRAMNAME(CHK-IDX)
                   TO CHK-PROGRAMNAME(CHK-COUNT)
               MOVE DFL-MONTH-MASK(CHK-IDX) TO CHK-MONTH-MASK(CHK-COUNT)
               MOVE DFL-ALLOWED-COUNT(CHK-IDX)
                   TO CHK-ALLOWED-COUNT(CHK-COUNT)
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX GREATER THAN 4
                   MOVE DFL-ALLOWED-RC(CHK-IDX, RC-IDX)
                       TO CHK-ALLOWED-RC(CHK-COUNT, RC-IDX)
               END-PERFORM
               MOVE DFL-DESCRIPTION(CHK-IDX)
                   TO CHK-DESCRIPTION(CHK-COUNT)
           END-PERFORM
       END-IF
       PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX GREATER THAN CHK-COUNT
           MOVE SPACES TO CHK-LAST-EVENT(CHK-IDX)
           MOVE ZERO TO CHK-LAST-TIMESTAMP(CHK-IDX)
           MOVE SPACES TO CHK-LAST-OPERATOR(CHK-IDX)
           MOVE ZERO TO CHK-LAST-RC(CHK-IDX)
           MOVE ZERO TO CHK-RUN-COUNT(CHK-IDX)
           MOVE SPACES TO CHK-NOTE(CHK-IDX)
       END-PERFORM.

READ-CHECKLIST-RECORD.
       READ CHECKLISTFILE AT END SET ENDOFCHECKLIST TO TRUE
       END-READ.

SCAN-RUN-HISTORY.
       OPEN INPUT RUNHISTORYFILE
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           DISPLAY "NO RUN HISTORY LOG - EVERY CHECKLIST ITEM MISSING"
       ELSE
           PERFORM READ-RUN-HISTORY-RECORD
           PERFORM UNTIL ENDOFRUNHISTORY
               IF RHL-BILLINGPERIOD EQUAL TO WS-CLOSE-PERIOD
                   PERFORM VARYING CHK-IDX FROM 1 BY 1
                           UNTIL CHK-IDX GREATER THAN CHK-COUNT
                       IF CHK-PROGRAMNAME(CHK-IDX)
                               EQUAL TO RHL-PROGRAMNAME
                           PERFORM NOTE-RUN-HISTORY-EVENT
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-RUN-HISTORY-RECORD
           END-PERFORM
           CLOSE RUNHISTORYFILE
       END-IF.

NOTE-RUN-HISTORY-EVENT.
       MOVE RHL-EVENT TO CHK-LAST-EVENT(CHK-IDX)
       MOVE RHL-TIMESTAMP TO CHK-LAST-TIMESTAMP(CHK-IDX)
       MOVE RHL-OPERATORID TO CHK-LAST-OPERATOR(CHK-IDX)
       IF RHL-EVENT EQUAL TO "START"
           ADD 1 TO CHK-RUN-COUNT(CHK-IDX)
       ELSE
           MOVE RHL-RETURNCODE TO CHK-LAST-RC(CHK-IDX)
       END-IF.

READ-RUN-HISTORY-RECORD.
       READ RUNHISTORYFILE AT END SET ENDOFRUNHISTORY TO TRUE
       END-READ.

SET-ITEM-STATUS.
       EVALUATE TRUE
           WHEN CHK-MONTH-MASK(CHK-IDX)(WS-CLOSE-MONTH:1) NOT EQUAL
                   TO "Y"
               SET CHK-IS-NOT-DUE(CHK-IDX) TO TRUE
               ADD 1 TO CLT-NOT-DUE
           WHEN CHK-LAST-EVENT(CHK-IDX) EQUAL TO SPACES
               SET CHK-IS-MISSING(CHK-IDX) TO TRUE
               MOVE "NOT RUN FOR PERIOD" TO CHK-NOTE(CHK-IDX)
               ADD 1 TO CLT-MISSING
           WHEN CHK-LAST-EVENT(CHK-IDX) EQUAL TO "START"
               SET CHK-IS-FAILED(CHK-IDX) TO TRUE
               MOVE "STARTED, NO END LOGGED" TO CHK-NOTE(CHK-IDX)
               ADD 1 TO CLT-FAILED
           WHEN OTHER
               MOVE "N" TO WS-RC-ALLOWED-SWITCH
               PERFORM VARYING RC-IDX FROM 1 BY 1
                       UNTIL RC-IDX GREATER THAN
                           CHK-ALLOWED-COUNT(CHK-IDX)
                   IF CHK-LAST-RC(CHK-IDX) EQUAL TO
                           CHK-ALLOWED-RC(CHK-IDX, RC-IDX)
                       SET RC-IS-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
               IF RC-IS-ALLOWED
                   SET CHK-IS-DONE(CHK-IDX) TO TRUE
                   ADD 1 TO CLT-DONE
               ELSE
                   SET CHK-IS-FAILED(CHK-IDX) TO TRUE
                   MOVE "RETURN CODE NOT ALLOWED" TO CHK-NOTE(CHK-IDX)
                   ADD 1 TO CLT-FAILED
               END-IF
       END-EVALUATE.

CHECK-PERIOD-POSTED.
       OPEN INPUT POSTEDPERIODFILE
       IF WS-PPD-STATUS NOT EQUAL TO "00"
           MOVE "NO POSTED-PERIOD REGISTRY" TO WS-POSTED-NOTE
       ELSE
           MOVE WS-CLOSE-PERIOD TO PP-PERIOD
           MOVE LOW-VALUES TO PP-CYCLE
           START POSTEDPERIODFILE KEY NOT LESS THAN PP-LOCK-KEY
               INVALID KEY SET ENDOFPOSTEDPERIODS TO TRUE
           END-START
           IF NOT ENDOFPOSTEDPERIODS
               PERFORM READ-NEXT-POSTED-PERIOD
           END-IF
           PERFORM UNTIL ENDOFPOSTEDPERIODS
                   OR PP-PERIOD NOT EQUAL TO WS-CLOSE-PERIOD
               EVALUATE TRUE
                   WHEN PERIOD-IN-PROGRESS
                       ADD 1 TO WS-INPROGRESS-COUNT
                   WHEN PERIOD-ALREADY-POSTED
                       ADD 1 TO WS-POSTED-COUNT
               END-EVALUATE
               PERFORM READ-NEXT-POSTED-PERIOD
           END-PERFORM
           CLOSE POSTEDPERIODFILE
           EVALUATE TRUE
               WHEN WS-INPROGRESS-COUNT GREATER THAN ZERO
                   MOVE "FAILED" TO WS-POSTED-STATUS
                   MOVE "RUN STILL IN PROGRESS" TO WS-POSTED-NOTE
               WHEN WS-POSTED-COUNT GREATER THAN ZERO
                   MOVE "DONE" TO WS-POSTED-STATUS
               WHEN OTHER
                   MOVE "PERIOD NOT POSTED" TO WS-POSTED-NOTE
           END-EVALUATE
       END-IF
       EVALUATE WS-POSTED-STATUS
           WHEN "DONE"
               ADD 1 TO CLT-DONE
           WHEN "FAILED"
               ADD 1 TO CLT-FAILED
           WHEN OTHER
               ADD 1 TO CLT-MISSING
       END-EVALUATE
       COMPUTE CLT-OPEN = CLT-FAILED + CLT-MISSING.

READ-NEXT-POSTED-PERIOD.
       READ POSTEDPERIODFILE NEXT RECORD
           AT END SET ENDOFPOSTEDPERIODS TO TRUE
       END-READ
       IF WS-PPD-STATUS NOT EQUAL TO "00"
               AND WS-PPD-STATUS NOT EQUAL TO "10"
           MOVE "POSTEDPERIODFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-PPD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOAD-EXISTING-SIGNOFF.
       OPEN INPUT SIGNOFFFILE
       IF WS-CSO-STATUS EQUAL TO "00"
           PERFORM READ-SIGNOFF-RECORD
           PERFORM UNTIL ENDOFSIGNOFFS
               IF CSO-PERIOD EQUAL TO WS-CLOSE-PERIOD
                   PERFORM NOTE-SIGNOFF-RECORD
               END-IF
               PERFORM READ-SIGNOFF-RECORD
           END-PERFORM
           CLOSE SIGNOFFFILE
       END-IF.

NOTE-SIGNOFF-RECORD.
       EVALUATE CSO-ACTION
           WHEN "S"
               SET PERIOD-SIGNED-OFF TO TRUE
               MOVE CSO-OPERATORID TO SGN-OPERATOR
               MOVE CSO-TIMESTAMP TO SGN-TIMESTAMP
           WHEN "O"
               SET PERIOD-OVERRIDDEN TO TRUE
               MOVE CSO-OPERATORID TO OVR-OPERATOR
               MOVE CSO-TIMESTAMP TO OVR-TIMESTAMP
               MOVE CSO-ITEMS-OPEN TO OVR-ITEMS-OPEN
               MOVE CSO-REASON TO OVR-REASON
       END-EVALUATE.

READ-SIGNOFF-RECORD.
       READ SIGNOFFFILE AT END SET ENDOFSIGNOFFS TO TRUE
       END-READ.

RECORD-CLOSE-SIGNOFF.
       PERFORM SIGN-ON-SUPERVISOR
       IF NOT ACTION-REFUSED
           IF PERIOD-SIGNED-OFF
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " ALREADY SIGNED OFF BY "
                   SGN-OPERATOR " AT " SGN-TIMESTAMP
           ELSE
           IF CLT-OPEN GREATER THAN ZERO
               MOVE CLT-OPEN TO PRN-COUNT
               DISPLAY PRN-COUNT " CLOSE ITEM(S) STILL OPEN FOR PERIOD "
                   WS-CLOSE-PERIOD " - SIGN-OFF REFUSED"
               SET ACTION-REFUSED TO TRUE
           ELSE
               MOVE SPACES TO SIGNOFFREC
               MOVE "S" TO CSO-ACTION
               MOVE SPACES TO CSO-REASON
               PERFORM APPEND-SIGNOFF-RECORD
               SET PERIOD-SIGNED-OFF TO TRUE
               MOVE WS-OPERATOR-ID TO SGN-OPERATOR
               MOVE CSO-TIMESTAMP TO SGN-TIMESTAMP
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " SIGNED OFF BY "
                   WS-OPERATOR-ID
           END-IF
           END-IF
       END-IF.

RECORD-CLOSE-OVERRIDE.
       PERFORM SIGN-ON-SUPERVISOR
       IF NOT ACTION-REFUSED
           DISPLAY "ENTER OVERRIDE REASON (40): "
           ACCEPT WS-OVERRIDE-REASON
           IF WS-OVERRIDE-REASON EQUAL TO SPACES
               DISPLAY "A REASON IS REQUIRED FOR AN OVERRIDE"
                   " - ENTRY REJECTED"
               SET ACTION-REFUSED TO TRUE
           ELSE
               MOVE SPACES TO SIGNOFFREC
               MOVE "O" TO CSO-ACTION
               MOVE WS-OVERRIDE-REASON TO CSO-REASON
               PERFORM APPEND-SIGNOFF-RECORD
               SET PERIOD-OVERRIDDEN TO TRUE
               MOVE WS-OPERATOR-ID TO OVR-OPERATOR
               MOVE CSO-TIMESTAMP TO OVR-TIMESTAMP
               MOVE CLT-OPEN TO OVR-ITEMS-OPEN
               MOVE WS-OVERRIDE-REASON TO OVR-REASON
               DISPLAY "CLOSE OVERRIDE FOR PERIOD " WS-CLOSE-PERIOD
                   " LOGGED BY " WS-OPERATOR-ID
           END-IF
       END-IF.

SIGN-ON-SUPERVISOR.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           SET ACTION-REFUSED TO TRUE
       ELSE
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "CLOSE SIGN-OFF REQUIRES THE SUPERVISOR "
                   "ROLE - TRANSACTION REFUSED"
               SET ACTION-REFUSED TO TRUE
           END-IF
       END-IF.

APPEND-SIGNOFF-RECORD.
       MOVE WS-CLOSE-PERIOD TO CSO-PERIOD
       MOVE WS-OPERATOR-ID TO CSO-OPERATORID
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO CSO-TIMESTAMP
       END-STRING
       MOVE CLT-OPEN TO CSO-ITEMS-OPEN
       OPEN EXTEND SIGNOFFFILE
       IF WS-CSO-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT SIGNOFFFILE
       END-IF
       IF WS-CSO-STATUS NOT EQUAL TO "00"
           MOVE "SIGNOFFFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CSO-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       WRITE SIGNOFFREC
       IF WS-CSO-STATUS NOT EQUAL TO "00"
           MOVE "SIGNOFFFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CSO-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE SIGNOFFFILE.

WRITE-CLOSE-REPORT.
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "CloseStatus-" WS-CLOSE-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN OUTPUT CLOSEREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "CLOSEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO CLOSEREPORTLINE
       STRING "MONTH-END CLOSE STATUS -- PERIOD " WS-CLOSE-PERIOD
           "  RUN " WS-ENTRY-DATE "  CHECKLIST: " WS-CHECKLIST-SOURCE
           DELIMITED BY SIZE INTO CLOSEREPORTLINE
       END-STRING
       PERFORM WRITE-CLOSE-REPORT-LINE
       MOVE SPACES TO CLOSEREPORTLINE
       PERFORM WRITE-CLOSE-REPORT-LINE
       MOVE CLOSEHEADER1 TO CLOSEREPORTLINE
       PERFORM WRITE-CLOSE-REPORT-LINE
       PERFORM VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX GREATER THAN CHK-COUNT
           MOVE CHK-IDX TO PRN-SEQ
           MOVE CHK-PROGRAMNAME(CHK-IDX) TO PRN-PROGRAMNAME
           MOVE CHK-DESCRIPTION(CHK-IDX) TO PRN-DESCRIPTION
           MOVE CHK-STATUS(CHK-IDX) TO PRN-STATUS
           IF CHK-LAST-EVENT(CHK-IDX) EQUAL TO "END"
               MOVE CHK-LAST-RC(CHK-IDX) TO PRN-RC
           ELSE
               MOVE SPACES TO PRN-RC
           END-IF
           IF CHK-LAST-EVENT(CHK-IDX) EQUAL TO SPACES
               MOVE SPACES TO PRN-TIMESTAMP
           ELSE
               MOVE CHK-LAST-TIMESTAMP(CHK-IDX) TO PRN-TIMESTAMP
           END-IF
           MOVE CHK-LAST-OPERATOR(CHK-IDX) TO PRN-OPERATOR
           MOVE CHK-RUN-COUNT(CHK-IDX) TO PRN-RUNS
           MOVE CHK-NOTE(CHK-IDX) TO PRN-NOTE
           MOVE CLOSEDETAILLINE TO CLOSEREPORTLINE
           PERFORM WRITE-CLOSE-REPORT-LINE
       END-PERFORM
       ADD 1 TO CHK-COUNT GIVING PRN-SEQ
       MOVE "POSTEDPERIODS" TO PRN-PROGRAMNAME
       MOVE "PERIOD POSTED" TO PRN-DESCRIPTION
       MOVE WS-POSTED-STATUS TO PRN-STATUS
       MOVE SPACES TO PRN-RC
       MOVE SPACES TO PRN-TIMESTAMP
       MOVE SPACES TO PRN-OPERATOR
       MOVE WS-POSTED-COUNT TO PRN-RUNS
       MOVE WS-POSTED-NOTE TO PRN-NOTE
       MOVE CLOSEDETAILLINE TO CLOSEREPORTLINE
       PERFORM WRITE-CLOSE-REPORT-LINE
       MOVE SPACES TO CLOSEREPORTLINE
       PERFORM WRITE-CLOSE-REPORT-LINE
       MOVE SPACES TO CLOSEREPORTLINE
       STRING "DONE " CLT-DONE "   FAILED " CLT-FAILED
           "   MISSING " CLT-MISSING "   NOT DUE " CLT-NOT-DUE
           "   OPEN " CLT-OPEN
           DELIMITED BY SIZE INTO CLOSEREPORTLINE
       END-STRING
       PERFORM WRITE-CLOSE-REPORT-LINE
       MOVE SPACES TO CLOSEREPORTLINE
       IF PERIOD-SIGNED-OFF
           STRING "SIGNED OFF BY " SGN-OPERATOR " AT " SGN-TIMESTAMP
               DELIMITED BY SIZE INTO CLOSEREPORTLINE
           END-STRING
       ELSE
           MOVE "NOT SIGNED OFF" TO CLOSEREPORTLINE
       END-IF
       PERFORM WRITE-CLOSE-REPORT-LINE
       IF PERIOD-OVERRIDDEN
           MOVE SPACES TO CLOSEREPORTLINE
           STRING "SUPERVISOR OVERRIDE BY " OVR-OPERATOR " AT "
               OVR-TIMESTAMP " WITH " OVR-ITEMS-OPEN
               " ITEM(S) OPEN - REASON: " OVR-REASON
               DELIMITED BY SIZE INTO CLOSEREPORTLINE
           END-STRING
           PERFORM WRITE-CLOSE-REPORT-LINE
       END-IF
       CLOSE CLOSEREPORTFILE
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-CLOSE-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

WRITE-CLOSE-REPORT-LINE.
       WRITE CLOSEREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING CLOSE STATUS REPORT - FILE STATUS "
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
