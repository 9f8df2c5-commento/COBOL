IDENTIFICATION DIVISION.
PROGRAM-ID. WORKQUEUE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WORKQUEUEFILE ASSIGN TO "WorkQueue.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WQ-ITEM-KEY
           FILE STATUS IS WS-WQ-STATUS.

       SELECT RULEFILE ASSIGN TO "WorkQueueRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUL-STATUS.

       SELECT ASSIGNMENTLOG ASSIGN TO "WorkQueueAssign.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WQH-STATUS.

       SELECT EXCEPTIONMASTER ASSIGN TO "ExceptionMaster.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EXM-MASTER-KEY
           FILE STATUS IS WS-EXM-STATUS.

       SELECT SUSPENSELEDGER ASSIGN TO "SuspenseLedger.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUS-SUSPENSE-KEY
           FILE STATUS IS WS-SUS-STATUS.

       SELECT QUARANTINEFILE ASSIGN TO "Listing14-2.qtn"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTN-STATUS.

       SELECT RESUBMITFILE ASSIGN TO "Resubmit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSB-STATUS.

       SELECT FRAUDCASEFILE ASSIGN TO "FraudCases.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FCS-SUBSCRIBERID
           FILE STATUS IS WS-FCS-STATUS.

       SELECT PENDINGADDSFILE ASSIGN TO "CrmPendingAdds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PND-STATUS.

       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT OPERATORMASTER ASSIGN TO "OperatorMaster.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-OPERATORID
           FILE STATUS IS WS-OPR-STATUS.

       SELECT WORKLISTSORTFILE ASSIGN TO "WorkQueue.tmp"
           FILE STATUS IS WS-WLS-STATUS.

       SELECT WORKLISTREPORT ASSIGN TO DYNAMIC WS-WLR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WLR-STATUS.

       SELECT SLAREPORT ASSIGN TO DYNAMIC WS-SLA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLA-STATUS.

DATA DIVISION.
FILE SECTION.

FD     WORKQUEUEFILE.
       COPY "WORKQUEUE.cpy"
           REPLACING ==:RECNAME:== BY ==WORKQUEUEREC==
                     ==:PREFIX:==  BY ==WQ-==.

FD     RULEFILE.
       COPY "WORKQUEUERULE.cpy"
           REPLACING ==:RECNAME:== BY ==RULEREC==
                     ==:PREFIX:==  BY ==RUL-==.

FD     ASSIGNMENTLOG.
01     ASSIGNMENTLOGREC.
       02  WQH-ENTRYTIMESTAMP      PIC 9(14).
       02  FILLER                  PIC X.
       02  WQH-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  WQH-SOURCE              PIC X(3).
       02  FILLER                  PIC X.
       02  WQH-SOURCE-KEY          PIC X(34).
       02  FILLER                  PIC X.
       02  WQH-OLD-OPERATOR        PIC X(8).
       02  FILLER                  PIC X.
       02  WQH-OLD-TEAM            PIC X(4).
       02  FILLER                  PIC X.
       02  WQH-NEW-OPERATOR        PIC X(8).
       02  FILLER                  PIC X.
       02  WQH-NEW-TEAM            PIC X(4).
       02  FILLER                  PIC X.
       02  WQH-OPERATORID          PIC X(8).

FD     EXCEPTIONMASTER.
       COPY "EXCEPTIONMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==EXCEPTIONMASTERREC==
                     ==:PREFIX:==  BY ==EXM-==.

FD     SUSPENSELEDGER.
       COPY "SUSPENSELEDGER.cpy"
           REPLACING ==:RECNAME:== BY ==SUSPENSELEDGERREC==
                     ==:PREFIX:==  BY ==SUS-==.

FD     QUARANTINEFILE.
       COPY "QUARANTINEDCDR.cpy"
           REPLACING ==:RECNAME:== BY ==QUARANTINEREC==
                     ==:PREFIX:==  BY ==QTN-==.

FD     RESUBMITFILE.
01     RESUBMITREC                 PIC X(57).

FD     FRAUDCASEFILE.
01     FRAUDCASEREC.
       02  FCS-SUBSCRIBERID        PIC 9(10).
       02  FCS-STATUS              PIC X.
           88  CASE-IS-OPEN        VALUES "N" "I" "C".
       02  FCS-CUMULATIVE-SCORE    PIC 9(7).
       02  FCS-ALERT-COUNT         PIC 9(5).
       02  FCS-OPENED-DATE         PIC 9(8).
       02  FCS-LASTALERT-DATE      PIC 9(8).
       02  FCS-CLEARED-DATE        PIC 9(8).
       02  FCS-SUPPRESS-UNTIL      PIC 9(8).
       02  FCS-ANALYST             PIC X(8).
       02  FCS-DISPOSITION-NOTE    PIC X(40).

FD     PENDINGADDSFILE.
01     PENDINGADDREC.
       02  PND-DELTA.
           03  PND-ACTION          PIC X.
           03  PND-SUBSCRIBERID    PIC 9(10).
           03  PND-SUBSCRIBERNAME  PIC X(25).
           03  PND-ADDRESSLINE1    PIC X(25).
           03  PND-ADDRESSLINE2    PIC X(25).
           03  PND-PLANCODE        PIC X(4).
           03  PND-BILLCYCLE       PIC X(2).
           03  PND-PAYTYPE         PIC X.
       02  PND-MATCHED-ID          PIC 9(10).
       02  PND-LANGUAGECODE        PIC X(2).

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     OPERATORMASTER.
       COPY "OPERATORMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==OPERATORMASTERREC==
                     ==:PREFIX:==  BY ==OPR-==.

SD     WORKLISTSORTFILE.
01     WORKLISTSORTREC.
       02  WLS-OPERATOR            PIC X(8).
       02  WLS-PRIORITY            PIC 9.
       02  WLS-DUE-DATE            PIC 9(8).
       02  WLS-ITEM                PIC X(186).

FD     WORKLISTREPORT.
01     WORKLISTLINE                PIC X(120).

FD     SLAREPORT.
01     SLALINE                     PIC X(120).

WORKING-STORAGE SECTION.
01     WS-WQ-STATUS                PIC XX.
01     WS-RUL-STATUS               PIC XX.
01     WS-WQH-STATUS               PIC XX.
01     WS-EXM-STATUS               PIC XX.
01     WS-SUS-STATUS               PIC XX.
01     WS-QTN-STATUS               PIC XX.
01     WS-RSB-STATUS               PIC XX.
01     WS-FCS-STATUS               PIC XX.
01     WS-PND-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-OPR-STATUS               PIC XX.
01     WS-WLS-STATUS               PIC XX.
01     WS-WLR-STATUS               PIC XX.
01     WS-SLA-STATUS               PIC XX.
01     WS-WLR-FILENAME             PIC X(40).
01     WS-SLA-FILENAME             PIC X(40).

01     WS-EOF-SWITCH               PIC X VALUE "N".
       88  ENDOFSOURCE             VALUE "Y".
01     WS-WQ-EOF-SWITCH            PIC X VALUE "N".
       88  ENDOFWORKQUEUE          VALUE "Y".
01     WS-WLS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDWORKLIST     VALUE "Y".
01     WS-AR-OPEN-SWITCH           PIC X VALUE "N".
       88  AR-MASTER-OPEN          VALUE "Y".
01     WS-RESUBMIT-SWITCH          PIC X.
       88  RECORD-WAS-RESUBMITTED  VALUE "Y".
01     WS-RULE-FOUND-SWITCH        PIC X.
       88  RULE-FOUND              VALUE "Y".

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
       88  OPERATOR-IS-SUPERVISOR  VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "WORKQUEUE".
01     WS-OPERATOR-TEAM            PIC X(4).
01     WS-BUILD-OPERATOR-ID        PIC X(8) VALUE "WQBUILD".

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-RUN-TIME                 PIC 9(8).
01     WS-RUN-STAMP                PIC 9(14).
01     WS-TODAY-INTEGER            PIC 9(8).
01     WS-BASE-INTEGER             PIC 9(8).
01     WS-DUE-INTEGER              PIC 9(8).
01     WS-ITEM-AGE-DAYS            PIC S9(5).
01     WS-DAYS-OVER-SLA            PIC S9(5).
01     WS-CHECK-DATE               PIC 9(8).
01     FILLER REDEFINES WS-CHECK-DATE.
       02  WS-CHECK-YEAR           PIC 9(4).
       02  WS-CHECK-MONTH          PIC 99.
       02  WS-CHECK-DAY            PIC 99.

01     QUEUE-CANDIDATE.
       02  QCN-SOURCE              PIC X(3).
       02  QCN-SOURCE-KEY          PIC X(34).
       02  QCN-SUBSCRIBERID        PIC X(10).
       02  QCN-DESCRIPTION         PIC X(40).
       02  QCN-SOURCE-DATE         PIC 9(8).
       02  QCN-MONEY-AT-RISK       PIC 9(9)V99.
01     WS-AR-LOOKUP-ID             PIC 9(10).
01     WS-QTN-COST-TEXT            PIC X(6).
01     WS-QTN-COST REDEFINES WS-QTN-COST-TEXT PIC 9(4)V99.

01     DEFAULT-RULE-TABLE.
       02  FILLER                  PIC X(19) VALUE "FRD0000000000001002".
       02  FILLER                  PIC X(30) VALUE "OPEN FRAUD CASE".
       02  FILLER                  PIC X(19) VALUE "ALL0001000000001003".
       02  FILLER                  PIC X(30)
                                   VALUE "MONEY AT RISK 1000.00 OR MORE".
       02  FILLER                  PIC X(19) VALUE "ALL0000000000302005".
       02  FILLER                  PIC X(30) VALUE "AGED 30 DAYS OR MORE".
       02  FILLER                  PIC X(19) VALUE "SUS0000000000002005".
       02  FILLER                  PIC X(30) VALUE "UNAPPLIED CASH".
       02  FILLER                  PIC X(19) VALUE "QTN0000000000003007".
       02  FILLER                  PIC X(30) VALUE "UNBILLED QUARANTINED CALL".
       02  FILLER                  PIC X(19) VALUE "EXC0000000000003010".
       02  FILLER                  PIC X(30) VALUE "BILLING EXCEPTION".
       02  FILLER                  PIC X(19) VALUE "CRM0000000000004010".
       02  FILLER                  PIC X(30) VALUE "PENDING CRM ADD".
01     FILLER REDEFINES DEFAULT-RULE-TABLE.
       02  DEFAULT-RULE-ENTRY OCCURS 7 TIMES.
           03  DFR-SOURCE          PIC X(3).
           03  DFR-MIN-MONEY       PIC 9(7)V99.
           03  DFR-MIN-AGE-DAYS    PIC 9(3).
           03  DFR-PRIORITY        PIC 9.
           03  DFR-SLA-DAYS        PIC 9(3).
           03  DFR-DESCRIPTION     PIC X(30).
01     DEFAULT-RULE-COUNT          PIC 99 VALUE 7.
01     DEFAULT-PRIORITY            PIC 9 VALUE 5.
01     DEFAULT-SLA-DAYS            PIC 9(3) VALUE 10.

01     RULE-TABLE-LIMIT            PIC 99 VALUE 40.
01     RULE-STORAGE.
       02  RUT-COUNT               PIC 99 VALUE ZERO.
       02  RUT-ENTRY OCCURS 40 TIMES.
           03  RUT-SOURCE          PIC X(3).
           03  RUT-MIN-MONEY       PIC 9(7)V99.
           03  RUT-MIN-AGE-DAYS    PIC 9(3).
           03  RUT-PRIORITY        PIC 9.
           03  RUT-SLA-DAYS        PIC 9(3).
01     RUT-IDX                     PIC 99.
01     WS-RULE-SOURCE              PIC X(20).

01     RESUBMIT-TABLE-LIMIT        PIC 9(4) VALUE 2000.
01     RESUBMIT-STORAGE.
       02  RST-COUNT               PIC 9(4) VALUE ZERO.
       02  RST-CALL-DETAIL         PIC X(47) OCCURS 2000 TIMES.
01     RST-IDX                     PIC 9(4).

01     SOURCE-CODES-DATA           PIC X(15) VALUE "EXCSUSQTNFRDCRM".
01     FILLER REDEFINES SOURCE-CODES-DATA.
       02  SOURCE-CODE             PIC X(3) OCCURS 5 TIMES.
01     SOURCE-TOTALS.
       02  SRC-ENTRY OCCURS 5 TIMES.
           03  SRC-LOADED-FLAG     PIC X.
               88  SOURCE-LOADED   VALUE "Y".
           03  SRC-OPEN            PIC 9(6).
           03  SRC-MONEY           PIC 9(11)V99.
           03  SRC-PAST-SLA        PIC 9(6).
           03  SRC-UNASSIGNED      PIC 9(6).
01     SRC-IDX                     PIC 9.

01     BUILD-TOTALS.
       02  BLT-POSTED              PIC 9(6) VALUE ZERO.
       02  BLT-ADDED               PIC 9(6) VALUE ZERO.
       02  BLT-REOPENED            PIC 9(6) VALUE ZERO.
       02  BLT-CLOSED              PIC 9(6) VALUE ZERO.

01     WORKLIST-TOTALS.
       02  WLT-ITEMS               PIC 9(6).
       02  WLT-MONEY               PIC 9(11)V99.
       02  WLT-PAST-SLA            PIC 9(6).
01     GRAND-TOTALS.
       02  GRT-OPEN                PIC 9(6) VALUE ZERO.
       02  GRT-MONEY               PIC 9(11)V99 VALUE ZERO.
       02  GRT-PAST-SLA            PIC 9(6) VALUE ZERO.
       02  GRT-UNASSIGNED          PIC 9(6) VALUE ZERO.
01     WS-PREV-OPERATOR            PIC X(8).

01     ACTION-CODE                 PIC X.
       88  ACTION-IS-LIST          VALUE "L" "l".
       88  ACTION-IS-ASSIGN        VALUE "A" "a".
01     WS-KEY-SOURCE               PIC X(3).
01     WS-KEY-ENTRY                PIC X(34).
01     WS-NEW-OPERATOR             PIC X(8).
01     WS-NEW-TEAM                 PIC X(4).
01     WS-HISTORY-ACTION           PIC X.
01     WS-OLD-OPERATOR             PIC X(8).
01     WS-OLD-TEAM                 PIC X(4).
01     WS-LISTED-COUNT             PIC 9(5).
01     WS-ASSIGN-SWITCH            PIC X.
       88  ASSIGNMENT-ACCEPTED     VALUE "Y".
01     WS-TAKE-ANSWER              PIC X.
       88  TAKE-IS-CONFIRMED       VALUE "Y" "y".

01     PRN-MONEY                   PIC $$$,$$$,$$9.99.
01     PRN-TOTAL-MONEY             PIC $$$,$$$,$$$,$$9.99.
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AGE                     PIC ZZZZ9.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "WORKQUEUE".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-TIME FROM TIME
       STRING RUN-DATE-YYYYMMDD WS-RUN-TIME(1:6)
           DELIMITED BY SIZE INTO WS-RUN-STAMP
       END-STRING
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       PERFORM OPEN-WORK-QUEUE-FILE
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       EVALUATE WS-RUN-PARM(1:6)
           WHEN "BUILD "
               PERFORM BUILD-DAILY-QUEUE
           WHEN "WORK  "
               PERFORM WORK-QUEUE-INTERACTIVELY
           WHEN "REPORT"
               PERFORM PRODUCE-OPERATOR-WORKLIST
               PERFORM PRODUCE-SLA-REPORT
           WHEN OTHER
               DISPLAY "WORKQUEUE REQUIRES BUILD, WORK OR REPORT"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       CLOSE WORKQUEUEFILE
       STOP RUN.

OPEN-WORK-QUEUE-FILE.
       OPEN I-O WORKQUEUEFILE
       IF WS-WQ-STATUS EQUAL TO "35"
           OPEN OUTPUT WORKQUEUEFILE
           CLOSE WORKQUEUEFILE
           OPEN I-O WORKQUEUEFILE
       END-IF
       IF WS-WQ-STATUS NOT EQUAL TO "00"
           MOVE "WORKQUEUEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

BUILD-DAILY-QUEUE.
       PERFORM LOAD-PRIORITY-RULES
       PERFORM LOAD-RESUBMITTED-CALLS
       INITIALIZE SOURCE-TOTALS
       OPEN INPUT ARMASTERFILE
       IF WS-ARM-STATUS EQUAL TO "00"
           SET AR-MASTER-OPEN TO TRUE
       ELSE
           DISPLAY "AR MASTER UNAVAILABLE - FILE STATUS " WS-ARM-STATUS
               " - BALANCES AT RISK NOT VALUED"
       END-IF
       PERFORM OPEN-ASSIGNMENT-LOG
       PERFORM COLLECT-EXCEPTION-ITEMS
       PERFORM COLLECT-SUSPENSE-ITEMS
       PERFORM COLLECT-QUARANTINE-ITEMS
       PERFORM COLLECT-FRAUD-CASE-ITEMS
       PERFORM COLLECT-PENDING-ADD-ITEMS
       PERFORM CLOSE-RESOLVED-ITEMS
       IF AR-MASTER-OPEN
           CLOSE ARMASTERFILE
       END-IF
       CLOSE ASSIGNMENTLOG
       DISPLAY "WORKQUEUE BUILD -- RULES: " WS-RULE-SOURCE
       DISPLAY "WORKQUEUE BUILD -- POSTED: " BLT-POSTED
           "  NEW: " BLT-ADDED
           "  REOPENED: " BLT-REOPENED
           "  CLOSED: " BLT-CLOSED.

LOAD-PRIORITY-RULES.
       OPEN INPUT RULEFILE
       IF WS-RUL-STATUS EQUAL TO "00"
           MOVE "WorkQueueRules.dat" TO WS-RULE-SOURCE
           MOVE "N" TO WS-EOF-SWITCH
           READ RULEFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF RUL-MIN-MONEY NOT NUMERIC
                       OR RUL-MIN-AGE-DAYS NOT NUMERIC
                       OR RUL-PRIORITY NOT NUMERIC
                       OR RUL-SLA-DAYS NOT NUMERIC
                   DISPLAY "WORK QUEUE RULE FOR " RUL-SOURCE
                       " HAS NON-NUMERIC THRESHOLDS - IGNORED"
               ELSE
               IF RUT-COUNT LESS THAN RULE-TABLE-LIMIT
                   ADD 1 TO RUT-COUNT
                   MOVE RUL-SOURCE TO RUT-SOURCE(RUT-COUNT)
                   MOVE RUL-MIN-MONEY TO RUT-MIN-MONEY(RUT-COUNT)
                   MOVE RUL-MIN-AGE-DAYS TO RUT-MIN-AGE-DAYS(RUT-COUNT)
                   MOVE RUL-PRIORITY TO RUT-PRIORITY(RUT-COUNT)
                   MOVE RUL-SLA-DAYS TO RUT-SLA-DAYS(RUT-COUNT)
               ELSE
                   DISPLAY "MORE THAN " RULE-TABLE-LIMIT
                       " WORK QUEUE RULES - RULE " RUL-DESCRIPTION
                       " IGNORED"
               END-IF
               END-IF
               READ RULEFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RULEFILE
       ELSE
           DISPLAY "NO WorkQueueRules.dat - STANDARD PRIORITY RULES "
               "USED"
           MOVE "STANDARD RULES" TO WS-RULE-SOURCE
           PERFORM VARYING RUT-IDX FROM 1 BY 1
                   UNTIL RUT-IDX GREATER THAN DEFAULT-RULE-COUNT
               ADD 1 TO RUT-COUNT
               MOVE DFR-SOURCE(RUT-IDX) TO RUT-SOURCE(RUT-COUNT)
               MOVE DFR-MIN-MONEY(RUT-IDX) TO RUT-MIN-MONEY(RUT-COUNT)
               MOVE DFR-MIN-AGE-DAYS(RUT-IDX)
                   TO RUT-MIN-AGE-DAYS(RUT-COUNT)
               MOVE DFR-PRIORITY(RUT-IDX) TO RUT-PRIORITY(RUT-COUNT)
               MOVE DFR-SLA-DAYS(RUT-IDX) TO RUT-SLA-DAYS(RUT-COUNT)
           END-PERFORM
       END-IF.

LOAD-RESUBMITTED-CALLS.
       OPEN INPUT RESUBMITFILE
       IF WS-RSB-STATUS EQUAL TO "00"
           MOVE "N" TO WS-EOF-SWITCH
           READ RESUBMITFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF RST-COUNT LESS THAN RESUBMIT-TABLE-LIMIT
                   ADD 1 TO RST-COUNT
                   MOVE RESUBMITREC(11:47) TO RST-CALL-DETAIL(RST-COUNT)
               ELSE
                   DISPLAY "MORE THAN " RESUBMIT-TABLE-LIMIT
                       " RESUBMITTED CALLS - LATER REPAIRS NOT MATCHED"
                   SET ENDOFSOURCE TO TRUE
               END-IF
               IF NOT ENDOFSOURCE
                   READ RESUBMITFILE AT END SET ENDOFSOURCE TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RESUBMITFILE
       END-IF.

COLLECT-EXCEPTION-ITEMS.
       MOVE 1 TO SRC-IDX
       OPEN INPUT EXCEPTIONMASTER
       IF WS-EXM-STATUS EQUAL TO "35"
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       ELSE
       IF WS-EXM-STATUS NOT EQUAL TO "00"
           DISPLAY "EXCEPTION MASTER UNAVAILABLE - FILE STATUS "
               WS-EXM-STATUS " - EXC ITEMS LEFT AS THEY WERE"
       ELSE
           MOVE "N" TO WS-EOF-SWITCH
           READ EXCEPTIONMASTER NEXT RECORD
               AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF EXM-STATUS NOT EQUAL TO "R"
                   MOVE "EXC" TO QCN-SOURCE
                   MOVE EXM-MASTER-KEY TO QCN-SOURCE-KEY
                   MOVE EXM-SUBSCRIBERID TO QCN-SUBSCRIBERID
                   MOVE EXM-REASON TO QCN-DESCRIPTION
                   MOVE EXM-FIRSTSEEN-DATE TO QCN-SOURCE-DATE
                   MOVE EXM-SUBSCRIBERID TO WS-AR-LOOKUP-ID
                   PERFORM VALUE-BALANCE-AT-RISK
                   PERFORM POST-QUEUE-CANDIDATE
               END-IF
               READ EXCEPTIONMASTER NEXT RECORD
                   AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXCEPTIONMASTER
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       END-IF
       END-IF.

COLLECT-SUSPENSE-ITEMS.
       MOVE 2 TO SRC-IDX
       OPEN INPUT SUSPENSELEDGER
       IF WS-SUS-STATUS EQUAL TO "35"
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       ELSE
       IF WS-SUS-STATUS NOT EQUAL TO "00"
           DISPLAY "SUSPENSE LEDGER UNAVAILABLE - FILE STATUS "
               WS-SUS-STATUS " - SUS ITEMS LEFT AS THEY WERE"
       ELSE
           MOVE "N" TO WS-EOF-SWITCH
           READ SUSPENSELEDGER NEXT RECORD
               AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF SUS-ITEM-OPEN
                   MOVE "SUS" TO QCN-SOURCE
                   MOVE SUS-SUSPENSE-KEY TO QCN-SOURCE-KEY
                   MOVE SUS-RAW-SUBSCRIBERID TO QCN-SUBSCRIBERID
                   MOVE SUS-REASON TO QCN-DESCRIPTION
                   MOVE SUS-ENTRYDATE TO QCN-SOURCE-DATE
                   MOVE SUS-AMOUNT TO QCN-MONEY-AT-RISK
                   PERFORM POST-QUEUE-CANDIDATE
               END-IF
               READ SUSPENSELEDGER NEXT RECORD
                   AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE SUSPENSELEDGER
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       END-IF
       END-IF.

COLLECT-QUARANTINE-ITEMS.
       MOVE 3 TO SRC-IDX
       OPEN INPUT QUARANTINEFILE
       IF WS-QTN-STATUS EQUAL TO "35"
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       ELSE
       IF WS-QTN-STATUS NOT EQUAL TO "00"
           DISPLAY "QUARANTINE FILE UNAVAILABLE - FILE STATUS "
               WS-QTN-STATUS " - QTN ITEMS LEFT AS THEY WERE"
       ELSE
           MOVE "N" TO WS-EOF-SWITCH
           READ QUARANTINEFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               MOVE "N" TO WS-RESUBMIT-SWITCH
               PERFORM VARYING RST-IDX FROM 1 BY 1
                       UNTIL RST-IDX GREATER THAN RST-COUNT
                           OR RECORD-WAS-RESUBMITTED
                   IF RST-CALL-DETAIL(RST-IDX) EQUAL TO
                           QTN-ORIGINALRECORD(11:47)
                       SET RECORD-WAS-RESUBMITTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT RECORD-WAS-RESUBMITTED
                   MOVE "QTN" TO QCN-SOURCE
                   MOVE SPACES TO QCN-SOURCE-KEY
                   STRING QTN-SUBSCRIBERID QTN-ORIGINALRECORD(11:24)
                       DELIMITED BY SIZE INTO QCN-SOURCE-KEY
                   END-STRING
                   MOVE QTN-SUBSCRIBERID TO QCN-SUBSCRIBERID
                   MOVE QTN-REASON TO QCN-DESCRIPTION
                   IF QTN-ORIGINALRECORD(23:8) NUMERIC
                       MOVE QTN-ORIGINALRECORD(23:8) TO QCN-SOURCE-DATE
                   ELSE
                       MOVE ZERO TO QCN-SOURCE-DATE
                   END-IF
                   MOVE QTN-ORIGINALRECORD(12:6) TO WS-QTN-COST-TEXT
                   IF WS-QTN-COST-TEXT NUMERIC
                       MOVE WS-QTN-COST TO QCN-MONEY-AT-RISK
                   ELSE
                       MOVE ZERO TO QCN-MONEY-AT-RISK
                   END-IF
                   PERFORM POST-QUEUE-CANDIDATE
               END-IF
               READ QUARANTINEFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE QUARANTINEFILE
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       END-IF
       END-IF.

COLLECT-FRAUD-CASE-ITEMS.
       MOVE 4 TO SRC-IDX
       OPEN INPUT FRAUDCASEFILE
       IF WS-FCS-STATUS EQUAL TO "35"
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       ELSE
       IF WS-FCS-STATUS NOT EQUAL TO "00"
           DISPLAY "FRAUD CASE FILE UNAVAILABLE - FILE STATUS "
               WS-FCS-STATUS " - FRD ITEMS LEFT AS THEY WERE"
       ELSE
           MOVE "N" TO WS-EOF-SWITCH
           READ FRAUDCASEFILE NEXT RECORD
               AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF CASE-IS-OPEN
                   MOVE "FRD" TO QCN-SOURCE
                   MOVE FCS-SUBSCRIBERID TO QCN-SOURCE-KEY
                   MOVE FCS-SUBSCRIBERID TO QCN-SUBSCRIBERID
                   MOVE SPACES TO QCN-DESCRIPTION
                   STRING "FRAUD CASE STATUS " FCS-STATUS
                       " SCORE " FCS-CUMULATIVE-SCORE
                       DELIMITED BY SIZE INTO QCN-DESCRIPTION
                   END-STRING
                   MOVE FCS-OPENED-DATE TO QCN-SOURCE-DATE
                   MOVE FCS-SUBSCRIBERID TO WS-AR-LOOKUP-ID
                   PERFORM VALUE-BALANCE-AT-RISK
                   PERFORM POST-QUEUE-CANDIDATE
               END-IF
               READ FRAUDCASEFILE NEXT RECORD
                   AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE FRAUDCASEFILE
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       END-IF
       END-IF.

COLLECT-PENDING-ADD-ITEMS.
       MOVE 5 TO SRC-IDX
       OPEN INPUT PENDINGADDSFILE
       IF WS-PND-STATUS EQUAL TO "35"
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       ELSE
       IF WS-PND-STATUS NOT EQUAL TO "00"
           DISPLAY "PENDING CRM ADDS UNAVAILABLE - FILE STATUS "
               WS-PND-STATUS " - CRM ITEMS LEFT AS THEY WERE"
       ELSE
           MOVE "N" TO WS-EOF-SWITCH
           READ PENDINGADDSFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               MOVE "CRM" TO QCN-SOURCE
               MOVE PND-SUBSCRIBERID TO QCN-SOURCE-KEY
               MOVE PND-SUBSCRIBERID TO QCN-SUBSCRIBERID
               MOVE SPACES TO QCN-DESCRIPTION
               STRING "PENDING ADD MATCHES PRIOR " PND-MATCHED-ID
                   DELIMITED BY SIZE INTO QCN-DESCRIPTION
               END-STRING
               MOVE ZERO TO QCN-SOURCE-DATE
               MOVE PND-MATCHED-ID TO WS-AR-LOOKUP-ID
               PERFORM VALUE-BALANCE-AT-RISK
               PERFORM POST-QUEUE-CANDIDATE
               READ PENDINGADDSFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PENDINGADDSFILE
           SET SOURCE-LOADED(SRC-IDX) TO TRUE
       END-IF
       END-IF.

VALUE-BALANCE-AT-RISK.
       MOVE ZERO TO QCN-MONEY-AT-RISK
       IF AR-MASTER-OPEN
           MOVE WS-AR-LOOKUP-ID TO AR-SUBSCRIBERID
           READ ARMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AR-BALANCE GREATER THAN ZERO
                       MOVE AR-BALANCE TO QCN-MONEY-AT-RISK
                   END-IF
           END-READ
       END-IF.

POST-QUEUE-CANDIDATE.
       ADD 1 TO BLT-POSTED
       MOVE QCN-SOURCE TO WQ-SOURCE
       MOVE QCN-SOURCE-KEY TO WQ-SOURCE-KEY
       READ WORKQUEUEFILE
           INVALID KEY
               MOVE SPACES TO WQ-ASSIGNED-OPERATOR
               MOVE SPACES TO WQ-ASSIGNED-TEAM
               MOVE SPACES TO WQ-ASSIGNED-BY
               MOVE ZERO TO WQ-ASSIGNED-DATE
               MOVE RUN-DATE-YYYYMMDD TO WQ-QUEUED-DATE
               MOVE ZERO TO WQ-CLOSED-DATE
               SET WQ-ITEM-OPEN TO TRUE
               PERFORM REFRESH-QUEUE-ITEM
               WRITE WORKQUEUEREC
               IF WS-WQ-STATUS NOT EQUAL TO "00"
                   MOVE "WORKQUEUEFILE" TO ABEND-FILE-NAME
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE WS-WQ-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               ADD 1 TO BLT-ADDED
           NOT INVALID KEY
               IF WQ-ITEM-CLOSED
                   SET WQ-ITEM-OPEN TO TRUE
                   MOVE ZERO TO WQ-CLOSED-DATE
                   MOVE "R" TO WS-HISTORY-ACTION
                   MOVE WQ-ASSIGNED-OPERATOR TO WS-OLD-OPERATOR
                   MOVE WQ-ASSIGNED-TEAM TO WS-OLD-TEAM
                   PERFORM WRITE-ASSIGNMENT-HISTORY
                   ADD 1 TO BLT-REOPENED
               END-IF
               PERFORM REFRESH-QUEUE-ITEM
               REWRITE WORKQUEUEREC
               IF WS-WQ-STATUS NOT EQUAL TO "00"
                   MOVE "WORKQUEUEFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-WQ-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
       END-READ.

REFRESH-QUEUE-ITEM.
       MOVE QCN-SUBSCRIBERID TO WQ-SUBSCRIBERID
       MOVE QCN-DESCRIPTION TO WQ-DESCRIPTION
       MOVE QCN-MONEY-AT-RISK TO WQ-MONEY-AT-RISK
       MOVE WS-RUN-STAMP TO WQ-LASTSEEN-STAMP
       MOVE QCN-SOURCE-DATE TO WS-CHECK-DATE
       IF WS-CHECK-DATE EQUAL TO ZERO
               OR WS-CHECK-DATE GREATER THAN RUN-DATE-YYYYMMDD
               OR WS-CHECK-MONTH LESS THAN 1
               OR WS-CHECK-MONTH GREATER THAN 12
               OR WS-CHECK-DAY LESS THAN 1
               OR WS-CHECK-DAY GREATER THAN 31
           MOVE WQ-QUEUED-DATE TO WQ-SOURCE-DATE
       ELSE
           MOVE QCN-SOURCE-DATE TO WQ-SOURCE-DATE
       END-IF
       PERFORM COMPUTE-ITEM-AGE
       MOVE WS-ITEM-AGE-DAYS TO WQ-AGE-DAYS
       MOVE "N" TO WS-RULE-FOUND-SWITCH
       PERFORM VARYING RUT-IDX FROM 1 BY 1
               UNTIL RUT-IDX GREATER THAN RUT-COUNT OR RULE-FOUND
           IF (RUT-SOURCE(RUT-IDX) EQUAL TO WQ-SOURCE
                   OR RUT-SOURCE(RUT-IDX) EQUAL TO "ALL")
                   AND WQ-MONEY-AT-RISK NOT LESS THAN
                       RUT-MIN-MONEY(RUT-IDX)
                   AND WQ-AGE-DAYS NOT LESS THAN
                       RUT-MIN-AGE-DAYS(RUT-IDX)
               SET RULE-FOUND TO TRUE
               MOVE RUT-PRIORITY(RUT-IDX) TO WQ-PRIORITY
               MOVE RUT-SLA-DAYS(RUT-IDX) TO WQ-SLA-DAYS
           END-IF
       END-PERFORM
       IF NOT RULE-FOUND
           MOVE DEFAULT-PRIORITY TO WQ-PRIORITY
           MOVE DEFAULT-SLA-DAYS TO WQ-SLA-DAYS
       END-IF
       COMPUTE WS-DUE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WQ-SOURCE-DATE) + WQ-SLA-DAYS
       COMPUTE WQ-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).

COMPUTE-ITEM-AGE.
       COMPUTE WS-BASE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WQ-SOURCE-DATE)
       COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INTEGER - WS-BASE-INTEGER
       IF WS-ITEM-AGE-DAYS LESS THAN ZERO
           MOVE ZERO TO WS-ITEM-AGE-DAYS
       END-IF.

CLOSE-RESOLVED-ITEMS.
       MOVE LOW-VALUES TO WQ-ITEM-KEY
       MOVE "N" TO WS-WQ-EOF-SWITCH
       START WORKQUEUEFILE KEY NOT LESS THAN WQ-ITEM-KEY
           INVALID KEY SET ENDOFWORKQUEUE TO TRUE
       END-START
       PERFORM READ-NEXT-QUEUE-ITEM
       PERFORM UNTIL ENDOFWORKQUEUE
           IF WQ-ITEM-OPEN
                   AND WQ-LASTSEEN-STAMP LESS THAN WS-RUN-STAMP
               PERFORM FIND-SOURCE-INDEX
               IF SRC-IDX GREATER THAN ZERO
                   IF SOURCE-LOADED(SRC-IDX)
                       SET WQ-ITEM-CLOSED TO TRUE
                       MOVE RUN-DATE-YYYYMMDD TO WQ-CLOSED-DATE
                       REWRITE WORKQUEUEREC
                       IF WS-WQ-STATUS NOT EQUAL TO "00"
                           MOVE "WORKQUEUEFILE" TO ABEND-FILE-NAME
                           MOVE "REWRITE" TO ABEND-OPERATION
                           MOVE WS-WQ-STATUS TO ABEND-FILE-STATUS
                           PERFORM FILE-ERROR-HANDLER
                       END-IF
                       MOVE "C" TO WS-HISTORY-ACTION
                       MOVE WQ-ASSIGNED-OPERATOR TO WS-OLD-OPERATOR
                       MOVE WQ-ASSIGNED-TEAM TO WS-OLD-TEAM
                       PERFORM WRITE-ASSIGNMENT-HISTORY
                       ADD 1 TO BLT-CLOSED
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-QUEUE-ITEM
       END-PERFORM.

FIND-SOURCE-INDEX.
       MOVE ZERO TO SRC-IDX
       PERFORM VARYING RUT-IDX FROM 1 BY 1
               UNTIL RUT-IDX GREATER THAN 5 OR SRC-IDX GREATER THAN ZERO
           IF SOURCE-CODE(RUT-IDX) EQUAL TO WQ-SOURCE
               MOVE RUT-IDX TO SRC-IDX
           END-IF
       END-PERFORM.

WORK-QUEUE-INTERACTIVELY.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT OPERATORMASTER
       IF WS-OPR-STATUS NOT EQUAL TO "00"
           MOVE "OPERATORMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OPR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-OPERATOR-ID TO OPR-OPERATORID
       READ OPERATORMASTER
           INVALID KEY MOVE SPACES TO WS-OPERATOR-TEAM
           NOT INVALID KEY MOVE OPR-DEPARTMENT TO WS-OPERATOR-TEAM
       END-READ
       PERFORM OPEN-ASSIGNMENT-LOG
       DISPLAY "WORK QUEUE - OPERATOR " WS-OPERATOR-ID
           " TEAM " WS-OPERATOR-TEAM
       DISPLAY "ACTION (L=LIST MY ITEMS, A=ASSIGN, BLANK TO FINISH): "
       ACCEPT ACTION-CODE
       PERFORM UNTIL ACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN ACTION-IS-LIST
                   PERFORM LIST-MY-QUEUE-ITEMS
               WHEN ACTION-IS-ASSIGN
                   PERFORM ASSIGN-QUEUE-ITEM
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION " ACTION-CODE
           END-EVALUATE
           DISPLAY "ACTION (L=LIST MY ITEMS, A=ASSIGN, "
               "BLANK TO FINISH): "
           ACCEPT ACTION-CODE
       END-PERFORM
       CLOSE ASSIGNMENTLOG
       CLOSE OPERATORMASTER.

LIST-MY-QUEUE-ITEMS.
       MOVE ZERO TO WS-LISTED-COUNT
       MOVE LOW-VALUES TO WQ-ITEM-KEY
       MOVE "N" TO WS-WQ-EOF-SWITCH
       START WORKQUEUEFILE KEY NOT LESS THAN WQ-ITEM-KEY
           INVALID KEY SET ENDOFWORKQUEUE TO TRUE
       END-START
       PERFORM READ-NEXT-QUEUE-ITEM
       PERFORM UNTIL ENDOFWORKQUEUE
           IF WQ-ITEM-OPEN
               IF WQ-ASSIGNED-OPERATOR EQUAL TO WS-OPERATOR-ID
                       OR (WQ-ASSIGNED-OPERATOR EQUAL TO SPACES
                           AND WQ-ASSIGNED-TEAM EQUAL TO
                               WS-OPERATOR-TEAM
                           AND WS-OPERATOR-TEAM NOT EQUAL TO SPACES)
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WQ-MONEY-AT-RISK TO PRN-MONEY
                   DISPLAY WQ-SOURCE " " WQ-SOURCE-KEY
                       " P" WQ-PRIORITY " DUE " WQ-DUE-DATE
                       " " PRN-MONEY " " WQ-ASSIGNED-OPERATOR
                   DISPLAY "    " WQ-SUBSCRIBERID " " WQ-DESCRIPTION
               END-IF
           END-IF
           PERFORM READ-NEXT-QUEUE-ITEM
       END-PERFORM
       DISPLAY WS-LISTED-COUNT " OPEN ITEM(S) FOR " WS-OPERATOR-ID
           " AND TEAM " WS-OPERATOR-TEAM.

ASSIGN-QUEUE-ITEM.
       MOVE "N" TO WS-ASSIGN-SWITCH
       DISPLAY "SOURCE (EXC, SUS, QTN, FRD, CRM): "
       ACCEPT WS-KEY-SOURCE
       DISPLAY "SOURCE KEY: "
       ACCEPT WS-KEY-ENTRY
       MOVE WS-KEY-SOURCE TO WQ-SOURCE
       MOVE WS-KEY-ENTRY TO WQ-SOURCE-KEY
       READ WORKQUEUEFILE
           INVALID KEY
               DISPLAY "NO WORK QUEUE ITEM " WS-KEY-SOURCE " "
                   WS-KEY-ENTRY
           NOT INVALID KEY
               IF WQ-ITEM-CLOSED
                   DISPLAY "ITEM WAS CLOSED ON " WQ-CLOSED-DATE
                       " - NOTHING TO ASSIGN"
               ELSE
                   DISPLAY "ITEM " WQ-SOURCE " " WQ-SOURCE-KEY
                       " P" WQ-PRIORITY " DUE " WQ-DUE-DATE
                   DISPLAY "  " WQ-SUBSCRIBERID " " WQ-DESCRIPTION
                   DISPLAY "  ASSIGNED TO " WQ-ASSIGNED-OPERATOR
                       " TEAM " WQ-ASSIGNED-TEAM
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM CHOOSE-SUPERVISOR-ASSIGNEE
                   ELSE
                       PERFORM CHOOSE-OPERATOR-TAKE
                   END-IF
               END-IF
       END-READ
       IF ASSIGNMENT-ACCEPTED
           PERFORM APPLY-QUEUE-ASSIGNMENT
       END-IF.

CHOOSE-SUPERVISOR-ASSIGNEE.
       DISPLAY "ASSIGN TO OPERATOR (BLANK FOR TEAM ONLY): "
       ACCEPT WS-NEW-OPERATOR
       DISPLAY "TEAM (BLANK FOR THE OPERATOR'S DEPARTMENT): "
       ACCEPT WS-NEW-TEAM
       IF WS-NEW-OPERATOR EQUAL TO SPACES
           IF WS-NEW-TEAM EQUAL TO SPACES
               DISPLAY "OPERATOR OR TEAM REQUIRED - NOT ASSIGNED"
           ELSE
               SET ASSIGNMENT-ACCEPTED TO TRUE
           END-IF
       ELSE
           MOVE WS-NEW-OPERATOR TO OPR-OPERATORID
           READ OPERATORMASTER
               INVALID KEY
                   DISPLAY "OPERATOR " WS-NEW-OPERATOR
                       " NOT ON FILE - NOT ASSIGNED"
               NOT INVALID KEY
                   IF OPR-ACCOUNT-LOCKED
                       DISPLAY "OPERATOR " WS-NEW-OPERATOR
                           " IS LOCKED OUT - NOT ASSIGNED"
                   ELSE
                       IF WS-NEW-TEAM EQUAL TO SPACES
                           MOVE OPR-DEPARTMENT TO WS-NEW-TEAM
                       END-IF
                       SET ASSIGNMENT-ACCEPTED TO TRUE
                   END-IF
           END-READ
       END-IF.

CHOOSE-OPERATOR-TAKE.
       IF WQ-ASSIGNED-OPERATOR NOT EQUAL TO SPACES
               OR (WQ-ASSIGNED-TEAM NOT EQUAL TO SPACES
                   AND WQ-ASSIGNED-TEAM NOT EQUAL TO WS-OPERATOR-TEAM)
           DISPLAY "ONLY A SUPERVISOR CAN REASSIGN THIS ITEM"
       ELSE
           DISPLAY "TAKE THIS ITEM (Y/N)? "
           ACCEPT WS-TAKE-ANSWER
           IF TAKE-IS-CONFIRMED
               MOVE WS-OPERATOR-ID TO WS-NEW-OPERATOR
               MOVE WS-OPERATOR-TEAM TO WS-NEW-TEAM
               SET ASSIGNMENT-ACCEPTED TO TRUE
           END-IF
       END-IF.

APPLY-QUEUE-ASSIGNMENT.
       MOVE WQ-ASSIGNED-OPERATOR TO WS-OLD-OPERATOR
       MOVE WQ-ASSIGNED-TEAM TO WS-OLD-TEAM
       MOVE WS-NEW-OPERATOR TO WQ-ASSIGNED-OPERATOR
       MOVE WS-NEW-TEAM TO WQ-ASSIGNED-TEAM
       MOVE RUN-DATE-YYYYMMDD TO WQ-ASSIGNED-DATE
       MOVE WS-OPERATOR-ID TO WQ-ASSIGNED-BY
       REWRITE WORKQUEUEREC
       IF WS-WQ-STATUS NOT EQUAL TO "00"
           MOVE "WORKQUEUEFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-WQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "A" TO WS-HISTORY-ACTION
       PERFORM WRITE-ASSIGNMENT-HISTORY
       DISPLAY "ITEM ASSIGNED TO " WQ-ASSIGNED-OPERATOR
           " TEAM " WQ-ASSIGNED-TEAM.

OPEN-ASSIGNMENT-LOG.
       OPEN EXTEND ASSIGNMENTLOG
       IF WS-WQH-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT ASSIGNMENTLOG
       END-IF
       IF WS-WQH-STATUS NOT EQUAL TO "00"
           MOVE "ASSIGNMENTLOG" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WQH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-ASSIGNMENT-HISTORY.
       MOVE SPACES TO ASSIGNMENTLOGREC
       ACCEPT WS-RUN-TIME FROM TIME
       STRING RUN-DATE-YYYYMMDD WS-RUN-TIME(1:6)
           DELIMITED BY SIZE INTO WQH-ENTRYTIMESTAMP
       END-STRING
       MOVE WS-HISTORY-ACTION TO WQH-ACTION
       MOVE WQ-SOURCE TO WQH-SOURCE
       MOVE WQ-SOURCE-KEY TO WQH-SOURCE-KEY
       MOVE WS-OLD-OPERATOR TO WQH-OLD-OPERATOR
       MOVE WS-OLD-TEAM TO WQH-OLD-TEAM
       MOVE WQ-ASSIGNED-OPERATOR TO WQH-NEW-OPERATOR
       MOVE WQ-ASSIGNED-TEAM TO WQH-NEW-TEAM
       IF WS-HISTORY-ACTION EQUAL TO "A"
           MOVE WS-OPERATOR-ID TO WQH-OPERATORID
       ELSE
           MOVE WS-BUILD-OPERATOR-ID TO WQH-OPERATORID
       END-IF
       WRITE ASSIGNMENTLOGREC
       IF WS-WQH-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING WORK QUEUE ASSIGNMENT LOG - FILE "
               "STATUS " WS-WQH-STATUS
       END-IF.

PRODUCE-OPERATOR-WORKLIST.
       MOVE SPACES TO WS-WLR-FILENAME
       STRING "WorkQueueList-" RUN-DATE-YYYYMMDD ".rpt"
           DELIMITED BY SIZE INTO WS-WLR-FILENAME
       END-STRING
       OPEN OUTPUT WORKLISTREPORT
       IF WS-WLR-STATUS NOT EQUAL TO "00"
           MOVE "WORKLISTREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WLR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO WORKLISTLINE
       STRING "WORK QUEUE -- OPEN ITEMS BY OPERATOR  RUN ON "
           RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO WORKLISTLINE
       END-STRING
       PERFORM WRITE-WORKLIST-LINE
       SORT WORKLISTSORTFILE ON ASCENDING KEY WLS-OPERATOR
                                ASCENDING KEY WLS-PRIORITY
                                ASCENDING KEY WLS-DUE-DATE
           INPUT PROCEDURE IS RELEASE-OPEN-QUEUE-ITEMS
           OUTPUT PROCEDURE IS PRINT-OPERATOR-WORKLIST
       IF WS-WLS-STATUS NOT EQUAL TO "00"
           MOVE "WORKLISTSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-WLS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE WORKLISTREPORT
       MOVE "WORK QUEUE OPERATOR WORKLIST" TO WS-REG-REPORT-NAME
       MOVE WS-WLR-FILENAME TO WS-REG-FILENAME
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "OPERATOR WORKLIST WRITTEN TO " WS-WLR-FILENAME.

RELEASE-OPEN-QUEUE-ITEMS.
       MOVE LOW-VALUES TO WQ-ITEM-KEY
       MOVE "N" TO WS-WQ-EOF-SWITCH
       START WORKQUEUEFILE KEY NOT LESS THAN WQ-ITEM-KEY
           INVALID KEY SET ENDOFWORKQUEUE TO TRUE
       END-START
       PERFORM READ-NEXT-QUEUE-ITEM
       PERFORM UNTIL ENDOFWORKQUEUE
           IF WQ-ITEM-OPEN
               MOVE WQ-ASSIGNED-OPERATOR TO WLS-OPERATOR
               MOVE WQ-PRIORITY TO WLS-PRIORITY
               MOVE WQ-DUE-DATE TO WLS-DUE-DATE
               MOVE WORKQUEUEREC TO WLS-ITEM
               RELEASE WORKLISTSORTREC
           END-IF
           PERFORM READ-NEXT-QUEUE-ITEM
       END-PERFORM.

PRINT-OPERATOR-WORKLIST.
       MOVE "N" TO WS-WLS-EOF-SWITCH
       MOVE HIGH-VALUES TO WS-PREV-OPERATOR
       PERFORM RETURN-SORTED-WORKLIST
       PERFORM UNTIL ENDOFSORTEDWORKLIST
           IF WLS-OPERATOR NOT EQUAL TO WS-PREV-OPERATOR
               IF WS-PREV-OPERATOR NOT EQUAL TO HIGH-VALUES
                   PERFORM WRITE-OPERATOR-TOTALS
               END-IF
               PERFORM WRITE-OPERATOR-HEADING
           END-IF
           MOVE WLS-ITEM TO WORKQUEUEREC
           PERFORM COMPUTE-ITEM-AGE
           MOVE WS-ITEM-AGE-DAYS TO PRN-AGE
           MOVE WQ-MONEY-AT-RISK TO PRN-MONEY
           ADD 1 TO WLT-ITEMS
           ADD WQ-MONEY-AT-RISK TO WLT-MONEY
           MOVE SPACES TO WORKLISTLINE
           IF WQ-DUE-DATE LESS THAN RUN-DATE-YYYYMMDD
               ADD 1 TO WLT-PAST-SLA
               MOVE "*" TO WORKLISTLINE(1:1)
           END-IF
           STRING WQ-SOURCE " " WQ-SOURCE-KEY(1:20)
               " " WQ-SUBSCRIBERID
               " P" WQ-PRIORITY
               " AGE" PRN-AGE
               " DUE " WQ-DUE-DATE
               " " PRN-MONEY
               " " WQ-ASSIGNED-TEAM
               " " WQ-DESCRIPTION(1:29)
               DELIMITED BY SIZE INTO WORKLISTLINE(2:119)
           END-STRING
           PERFORM WRITE-WORKLIST-LINE
           PERFORM RETURN-SORTED-WORKLIST
       END-PERFORM
       IF WS-PREV-OPERATOR NOT EQUAL TO HIGH-VALUES
           PERFORM WRITE-OPERATOR-TOTALS
       ELSE
           MOVE "NO OPEN ITEMS IN THE WORK QUEUE" TO WORKLISTLINE
           PERFORM WRITE-WORKLIST-LINE
       END-IF.

WRITE-OPERATOR-HEADING.
       MOVE WLS-OPERATOR TO WS-PREV-OPERATOR
       INITIALIZE WORKLIST-TOTALS
       MOVE SPACES TO WORKLISTLINE
       PERFORM WRITE-WORKLIST-LINE
       IF WLS-OPERATOR EQUAL TO SPACES
           MOVE "NOT YET ASSIGNED TO AN OPERATOR (BY TEAM WHERE SET)"
               TO WORKLISTLINE
       ELSE
           STRING "OPERATOR " WLS-OPERATOR
               DELIMITED BY SIZE INTO WORKLISTLINE
           END-STRING
       END-IF
       PERFORM WRITE-WORKLIST-LINE
       MOVE " SRC SOURCE KEY           SUBSCRIBER PRI   AGE"
           TO WORKLISTLINE
       MOVE "DUE DATE  MONEY AT RISK TEAM DESCRIPTION"
           TO WORKLISTLINE(54:40)
       PERFORM WRITE-WORKLIST-LINE.

WRITE-OPERATOR-TOTALS.
       MOVE WLT-ITEMS TO PRN-COUNT
       MOVE WLT-MONEY TO PRN-TOTAL-MONEY
       MOVE SPACES TO WORKLISTLINE
       STRING "  ITEMS " PRN-COUNT
           "  MONEY AT RISK " PRN-TOTAL-MONEY
           DELIMITED BY SIZE INTO WORKLISTLINE
       END-STRING
       MOVE WLT-PAST-SLA TO PRN-COUNT
       STRING "  PAST SLA (*) " PRN-COUNT
           DELIMITED BY SIZE INTO WORKLISTLINE(57:64)
       END-STRING
       PERFORM WRITE-WORKLIST-LINE.

RETURN-SORTED-WORKLIST.
       RETURN WORKLISTSORTFILE AT END SET ENDOFSORTEDWORKLIST TO TRUE
       END-RETURN.

PRODUCE-SLA-REPORT.
       MOVE SPACES TO WS-SLA-FILENAME
       STRING "WorkQueueSLA-" RUN-DATE-YYYYMMDD ".rpt"
           DELIMITED BY SIZE INTO WS-SLA-FILENAME
       END-STRING
       OPEN OUTPUT SLAREPORT
       IF WS-SLA-STATUS NOT EQUAL TO "00"
           MOVE "SLAREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SLA-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       INITIALIZE SOURCE-TOTALS
       MOVE SPACES TO SLALINE
       STRING "WORK QUEUE -- ITEMS PAST SLA  RUN ON "
           RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO SLALINE
       END-STRING
       PERFORM WRITE-SLA-LINE
       MOVE SPACES TO SLALINE
       PERFORM WRITE-SLA-LINE
       MOVE "SRC SOURCE KEY           SUBSCRIBER PRI DAYS OVER "
           TO SLALINE
       MOVE "DUE DATE  MONEY AT RISK OPERATOR TEAM DESCRIPTION"
           TO SLALINE(51:49)
       PERFORM WRITE-SLA-LINE
       MOVE LOW-VALUES TO WQ-ITEM-KEY
       MOVE "N" TO WS-WQ-EOF-SWITCH
       START WORKQUEUEFILE KEY NOT LESS THAN WQ-ITEM-KEY
           INVALID KEY SET ENDOFWORKQUEUE TO TRUE
       END-START
       PERFORM READ-NEXT-QUEUE-ITEM
       PERFORM UNTIL ENDOFWORKQUEUE
           IF WQ-ITEM-OPEN
               PERFORM ACCUMULATE-SOURCE-WORKLOAD
           END-IF
           PERFORM READ-NEXT-QUEUE-ITEM
       END-PERFORM
       PERFORM WRITE-WORKLOAD-SUMMARY
       CLOSE SLAREPORT
       MOVE "WORK QUEUE PAST SLA" TO WS-REG-REPORT-NAME
       MOVE WS-SLA-FILENAME TO WS-REG-FILENAME
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       MOVE GRT-PAST-SLA TO PRN-COUNT
       DISPLAY "WORKQUEUE -- " PRN-COUNT " ITEM(S) PAST SLA - SEE "
           WS-SLA-FILENAME
       IF GRT-PAST-SLA GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

ACCUMULATE-SOURCE-WORKLOAD.
       PERFORM FIND-SOURCE-INDEX
       IF SRC-IDX EQUAL TO ZERO
           MOVE 5 TO SRC-IDX
       END-IF
       ADD 1 TO SRC-OPEN(SRC-IDX) GRT-OPEN
       ADD WQ-MONEY-AT-RISK TO SRC-MONEY(SRC-IDX) GRT-MONEY
       IF WQ-ASSIGNED-OPERATOR EQUAL TO SPACES
           ADD 1 TO SRC-UNASSIGNED(SRC-IDX) GRT-UNASSIGNED
       END-IF
       IF WQ-DUE-DATE LESS THAN RUN-DATE-YYYYMMDD
           ADD 1 TO SRC-PAST-SLA(SRC-IDX) GRT-PAST-SLA
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WQ-DUE-DATE)
           COMPUTE WS-DAYS-OVER-SLA = WS-TODAY-INTEGER - WS-DUE-INTEGER
           MOVE WS-DAYS-OVER-SLA TO PRN-AGE
           MOVE WQ-MONEY-AT-RISK TO PRN-MONEY
           MOVE SPACES TO SLALINE
           STRING WQ-SOURCE " " WQ-SOURCE-KEY(1:20)
               " " WQ-SUBSCRIBERID
               "  P" WQ-PRIORITY
               "     " PRN-AGE
               " " WQ-DUE-DATE
               " " PRN-MONEY
               " " WQ-ASSIGNED-OPERATOR
               " " WQ-ASSIGNED-TEAM
               " " WQ-DESCRIPTION(1:25)
               DELIMITED BY SIZE INTO SLALINE
           END-STRING
           PERFORM WRITE-SLA-LINE
       END-IF.

WRITE-WORKLOAD-SUMMARY.
       MOVE SPACES TO SLALINE
       PERFORM WRITE-SLA-LINE
       MOVE "WORKLOAD BY SOURCE" TO SLALINE
       PERFORM WRITE-SLA-LINE
       MOVE "SRC OPEN ITEMS      MONEY AT RISK   PAST SLA  UNASSIGNED"
           TO SLALINE
       PERFORM WRITE-SLA-LINE
       PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX GREATER THAN 5
           MOVE SPACES TO SLALINE
           MOVE SOURCE-CODE(SRC-IDX) TO SLALINE(1:3)
           MOVE SRC-OPEN(SRC-IDX) TO PRN-COUNT
           MOVE PRN-COUNT TO SLALINE(8:7)
           MOVE SRC-MONEY(SRC-IDX) TO PRN-TOTAL-MONEY
           MOVE PRN-TOTAL-MONEY TO SLALINE(16:18)
           MOVE SRC-PAST-SLA(SRC-IDX) TO PRN-COUNT
           MOVE PRN-COUNT TO SLALINE(38:7)
           MOVE SRC-UNASSIGNED(SRC-IDX) TO PRN-COUNT
           MOVE PRN-COUNT TO SLALINE(50:7)
           PERFORM WRITE-SLA-LINE
       END-PERFORM
       MOVE SPACES TO SLALINE
       MOVE "ALL" TO SLALINE(1:3)
       MOVE GRT-OPEN TO PRN-COUNT
       MOVE PRN-COUNT TO SLALINE(8:7)
       MOVE GRT-MONEY TO PRN-TOTAL-MONEY
       MOVE PRN-TOTAL-MONEY TO SLALINE(16:18)
       MOVE GRT-PAST-SLA TO PRN-COUNT
       MOVE PRN-COUNT TO SLALINE(38:7)
       MOVE GRT-UNASSIGNED TO PRN-COUNT
       MOVE PRN-COUNT TO SLALINE(50:7)
       PERFORM WRITE-SLA-LINE.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

READ-NEXT-QUEUE-ITEM.
       READ WORKQUEUEFILE NEXT RECORD
           AT END SET ENDOFWORKQUEUE TO TRUE
       END-READ.

WRITE-WORKLIST-LINE.
       WRITE WORKLISTLINE
       IF WS-WLR-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING OPERATOR WORKLIST - FILE STATUS "
               WS-WLR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-SLA-LINE.
       WRITE SLALINE
       IF WS-SLA-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING PAST SLA REPORT - FILE STATUS "
               WS-SLA-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
