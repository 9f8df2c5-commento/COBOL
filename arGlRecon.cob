IDENTIFICATION DIVISION.
PROGRAM-ID. ARGLRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT ACCOUNTARMASTER ASSIGN TO "AccountArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AAR-SUBSCRIBERID
           FILE STATUS IS WS-AAR-STATUS.

       SELECT AROPENITEMFILE ASSIGN TO "ArOpenItems.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPI-ITEM-KEY
           FILE STATUS IS WS-OPI-STATUS.

       SELECT ACCOUNTMASTER ASSIGN TO "AccountMaster.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACM-SUBSCRIBERID
           FILE STATUS IS WS-ACM-STATUS.

       SELECT CHARTOFACCOUNTS ASSIGN TO "ChartOfAccounts.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COA-MAP-KEY
           FILE STATUS IS WS-COA-STATUS.

       SELECT JOURNALFILE ASSIGN TO DYNAMIC WS-JRN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

       SELECT ARMOVEMENTFILE ASSIGN TO "ArMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMV-STATUS.

       SELECT PRIORCONTROLFILE ASSIGN TO DYNAMIC WS-PCT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCT-STATUS.

       SELECT RECONCONTROLFILE ASSIGN TO DYNAMIC WS-RCT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCT-STATUS.

       SELECT RECONREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     ACCOUNTARMASTER.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ACCOUNTARMASTERREC==
                     ==:PREFIX:==  BY ==AAR-==.

FD     AROPENITEMFILE.
       COPY "AROPENITEM.cpy"
           REPLACING ==:RECNAME:== BY ==AROPENITEMREC==
                     ==:PREFIX:==  BY ==OPI-==.

FD     ACCOUNTMASTER.
       COPY "ACCOUNTMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ACCOUNTMASTERREC==
                     ==:PREFIX:==  BY ==ACM-==.

FD     CHARTOFACCOUNTS.
01     CHARTOFACCOUNTSREC.
       02  COA-MAP-KEY.
           03  COA-SOURCE          PIC X(3).
           03  COA-CODE            PIC 99.
       02  COA-DEBIT-ACCOUNT       PIC 9(6).
       02  COA-CREDIT-ACCOUNT      PIC 9(6).
       02  COA-DESCRIPTION         PIC X(20).

FD     JOURNALFILE.
01     JOURNALREC.
       02  JRN-PERIOD              PIC 9(6).
       02  JRN-SOURCE              PIC X(3).
       02  JRN-ACCOUNT             PIC 9(6).
       02  JRN-DEBIT-AMOUNT        PIC S9(11)V99.
       02  JRN-CREDIT-AMOUNT       PIC S9(11)V99.
       02  JRN-DESCRIPTION         PIC X(20).
       02  JRN-DEPTCODE            PIC X(3).

FD     ARMOVEMENTFILE.
       COPY "ARMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ARMOVEMENTREC==
                     ==:PREFIX:==  BY ==AMV-==.

FD     PRIORCONTROLFILE.
01     PRIORCONTROLREC.
       02  PCT-PERIOD              PIC 9(6).
       02  PCT-ARMASTER-TOTAL      PIC S9(11)V99.
       02  PCT-ACCOUNTAR-TOTAL     PIC S9(11)V99.
       02  PCT-OPENITEM-TOTAL      PIC S9(11)V99.
       02  PCT-GL-BALANCE          PIC S9(13)V99.

FD     RECONCONTROLFILE.
01     RECONCONTROLREC.
       02  RCT-PERIOD              PIC 9(6).
       02  RCT-ARMASTER-TOTAL      PIC S9(11)V99.
       02  RCT-ACCOUNTAR-TOTAL     PIC S9(11)V99.
       02  RCT-OPENITEM-TOTAL      PIC S9(11)V99.
       02  RCT-GL-BALANCE          PIC S9(13)V99.

FD     RECONREPORTFILE.
01     RECONREPORTLINE             PIC X(132).

WORKING-STORAGE SECTION.
01     WS-ARM-STATUS               PIC XX.
01     WS-AAR-STATUS               PIC XX.
01     WS-OPI-STATUS               PIC XX.
01     WS-ACM-STATUS               PIC XX.
01     WS-COA-STATUS               PIC XX.
01     WS-JRN-STATUS               PIC XX.
01     WS-AMV-STATUS               PIC XX.
01     WS-PCT-STATUS               PIC XX.
01     WS-RCT-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-JRN-FILENAME             PIC X(40).
01     WS-PCT-FILENAME             PIC X(40).
01     WS-RCT-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-ARM-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFARMASTER           VALUE "Y".
01     WS-AAR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFACCOUNTAR          VALUE "Y".
01     WS-OPI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFOPENITEMS          VALUE "Y".
01     WS-JRN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFJOURNAL            VALUE "Y".
01     WS-AMV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFMOVEMENTS          VALUE "Y".
01     WS-ACM-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  ACCOUNTS-AVAILABLE      VALUE "Y".
01     WS-PRIOR-SWITCH             PIC X VALUE "N".
       88  PRIOR-CONTROL-FOUND     VALUE "Y".
01     WS-GROUPED-SWITCH           PIC X VALUE "N".
       88  MEMBER-IS-GROUPED       VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-RECON-PERIOD             PIC 9(6).
01     WS-RECON-PERIOD-X REDEFINES WS-RECON-PERIOD.
       02  WS-RECON-YEAR           PIC 9(4).
       02  WS-RECON-MONTH          PIC 99.
01     WS-PRIOR-PERIOD             PIC 9(6).
01     WS-PRIOR-PERIOD-X REDEFINES WS-PRIOR-PERIOD.
       02  WS-PRIOR-YEAR           PIC 9(4).
       02  WS-PRIOR-MONTH          PIC 99.
01     WS-PERIOD-START             PIC 9(8).
01     WS-PERIOD-END               PIC 9(8).

01     WS-CONTROL-PARM             PIC X(6) VALUE SPACES.
01     WS-CONTROL-ACCOUNT          PIC 9(6) VALUE ZERO.

01     WS-AR-KEY                   PIC X(10).
01     WS-OPI-KEY                  PIC X(10).
01     WS-MATCH-KEY                PIC X(10).
01     WS-MATCH-SUBSCRIBERID       PIC 9(10).
01     WS-MATCH-BALANCE            PIC S9(9)V99.
01     WS-MATCH-OPEN               PIC S9(11)V99.
01     WS-MATCH-NOTE               PIC X(30).
01     WS-MATCH-AR-SWITCH          PIC X.
       88  MATCH-HAS-AR            VALUE "Y".
01     WS-MATCH-OPI-SWITCH         PIC X.
       88  MATCH-HAS-OPEN-ITEMS    VALUE "Y".

01     WS-MOVEMENT-CODES           PIC X(8) VALUE "BLAPWRFD".
01     WS-MOVEMENT-CODE-TABLE REDEFINES WS-MOVEMENT-CODES.
       02  WS-MOVEMENT-CODE        PIC X OCCURS 8 TIMES.

01     MOVEMENT-NAME-VALUES.
       02  FILLER                  PIC X(30) VALUE "BILLINGS".
       02  FILLER                  PIC X(30) VALUE "LATE FEES".
       02  FILLER                  PIC X(30) VALUE "ADJUSTMENTS".
       02  FILLER                  PIC X(30) VALUE "PAYMENTS".
       02  FILLER                  PIC X(30) VALUE "WRITE-OFFS".
       02  FILLER                  PIC X(30) VALUE "BAD DEBT RECOVERIES".
       02  FILLER                  PIC X(30) VALUE "REFUNDS".
       02  FILLER                  PIC X(30) VALUE "DEPOSIT APPLICATIONS".
01     MOVEMENT-NAME-TABLE REDEFINES MOVEMENT-NAME-VALUES.
       02  MOVEMENT-NAME           PIC X(30) OCCURS 8 TIMES.

01     MOVEMENT-TOTALS.
       02  MVT-ENTRY OCCURS 8 TIMES.
           03  MVT-SUBSCRIBER      PIC S9(11)V99.
           03  MVT-ACCOUNT         PIC S9(11)V99.
01     WS-MVT-IDX                  PIC 99.
01     WS-MVT-FOUND                PIC 99.

01     RECON-TOTALS.
       02  RCN-ARMASTER-CLOSE      PIC S9(11)V99 VALUE ZERO.
       02  RCN-ACCOUNTAR-CLOSE     PIC S9(11)V99 VALUE ZERO.
       02  RCN-OPENITEM-CLOSE      PIC S9(11)V99 VALUE ZERO.
       02  RCN-GROUPED-OPEN        PIC S9(11)V99 VALUE ZERO.
       02  RCN-ARMASTER-OPEN       PIC S9(11)V99 VALUE ZERO.
       02  RCN-ACCOUNTAR-OPEN      PIC S9(11)V99 VALUE ZERO.
       02  RCN-ARMASTER-EXPECTED   PIC S9(11)V99 VALUE ZERO.
       02  RCN-ACCOUNTAR-EXPECTED  PIC S9(11)V99 VALUE ZERO.
       02  RCN-SUBSCRIBER-MOVES    PIC S9(11)V99 VALUE ZERO.
       02  RCN-ACCOUNT-MOVES       PIC S9(11)V99 VALUE ZERO.
       02  RCN-SUBLEDGER-OPEN      PIC S9(13)V99 VALUE ZERO.
       02  RCN-SUBLEDGER-CLOSE     PIC S9(13)V99 VALUE ZERO.
       02  RCN-UNEXPLAINED         PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-OPEN             PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-BILLING          PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-CASH             PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-BAD-DEBT         PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-OTHER            PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-CLOSE            PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-OPENING        PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-BILLING        PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-PAYMENTS       PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-BAD-DEBT       PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-REFUNDS        PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-DEPOSITS       PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-OTHER-GL       PIC S9(13)V99 VALUE ZERO.
       02  RCN-DIFF-TOTAL          PIC S9(13)V99 VALUE ZERO.
       02  RCN-EXCEPTIONS          PIC 9(6) VALUE ZERO.
       02  RCN-EXCEPTION-VALUE     PIC S9(13)V99 VALUE ZERO.
       02  RCN-JOURNAL-LINES       PIC 9(7) VALUE ZERO.
       02  RCN-MOVEMENTS-READ      PIC 9(7) VALUE ZERO.
01     WS-LINE-AMOUNT              PIC S9(13)V99.
01     WS-LINE-NET                 PIC S9(13)V99.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE "AR TO GL RECONCILIATION".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "ARGLRECON".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     RECONAMOUNTLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-LABEL               PIC X(40).
       02  PRN-AMOUNT-1            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-AMOUNT-2            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-AMOUNT-3            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

01     ROLLFORWARDHEADER           PIC X(120) VALUE
           "                                                 SUBSCRIBER AR         ACCOUNT AR              TOTAL".

01     EXCEPTIONHEADER             PIC X(120) VALUE
           "  SUBSCRIBERID         AR BALANCE         OPEN ITEMS         DIFFERENCE  NOTE".

01     EXCEPTIONDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-EXC-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-EXC-BALANCE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-EXC-OPEN            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-EXC-DIFFERENCE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-EXC-NOTE            PIC X(30).

01     PRN-CONTROL-ACCOUNT         PIC 9(6).
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-MOVEMENT-COUNT          PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "RECONCILIATION PERIOD (YYYYMM) REQUIRED ON COMMAND"
               " LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-RECON-PERIOD
       IF WS-RECON-MONTH EQUAL TO 1
           COMPUTE WS-PRIOR-YEAR = WS-RECON-YEAR - 1
           MOVE 12 TO WS-PRIOR-MONTH
       ELSE
           MOVE WS-RECON-YEAR TO WS-PRIOR-YEAR
           COMPUTE WS-PRIOR-MONTH = WS-RECON-MONTH - 1
       END-IF
       COMPUTE WS-PERIOD-START = WS-RECON-PERIOD * 100 + 1
       COMPUTE WS-PERIOD-END = WS-RECON-PERIOD * 100 + 31
       MOVE SPACES TO WS-JRN-FILENAME
       STRING "GlJournal-" WS-RECON-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-JRN-FILENAME
       END-STRING
       MOVE SPACES TO WS-PCT-FILENAME
       STRING "ArRecon-" WS-PRIOR-PERIOD ".ctl"
           DELIMITED BY SIZE INTO WS-PCT-FILENAME
       END-STRING
       MOVE SPACES TO WS-RCT-FILENAME
       STRING "ArRecon-" WS-RECON-PERIOD ".ctl"
           DELIMITED BY SIZE INTO WS-RCT-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "ArGlRecon-" WS-RECON-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       PERFORM DETERMINE-CONTROL-ACCOUNT
       IF WS-CONTROL-ACCOUNT EQUAL TO ZERO
           DISPLAY "NO AR CONTROL ACCOUNT - SET ARCONTROLACCOUNT OR MAP"
               " CSH 01 IN THE CHART OF ACCOUNTS"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       INITIALIZE MOVEMENT-TOTALS
       PERFORM TOTAL-PERIOD-MOVEMENTS
       PERFORM TOTAL-GL-CONTROL-ACCOUNT
       OPEN OUTPUT RECONREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "RECONREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM TOTAL-ACCOUNT-AR-MASTER
       PERFORM MATCH-AR-TO-OPEN-ITEMS
       PERFORM LOAD-PRIOR-CONTROL
       PERFORM COMPUTE-RECONCILIATION
       PERFORM WRITE-RECON-REPORT
       CLOSE RECONREPORTFILE
       PERFORM WRITE-RECON-CONTROL
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-RECON-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       IF RCN-DIFF-TOTAL EQUAL TO ZERO
               AND RCN-UNEXPLAINED EQUAL TO ZERO
               AND RCN-EXCEPTIONS EQUAL TO ZERO
           DISPLAY "ARGLRECON -- PERIOD " WS-RECON-PERIOD
               " SUBLEDGER AGREES TO GL CONTROL ACCOUNT"
       ELSE
           MOVE RCN-DIFF-TOTAL TO PRN-AMOUNT-1
           MOVE RCN-EXCEPTIONS TO PRN-COUNT
           DISPLAY "ARGLRECON -- PERIOD " WS-RECON-PERIOD
               " DIFFERENCE " PRN-AMOUNT-1
               " - " PRN-COUNT " SUBSCRIBER EXCEPTION(S)"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

DETERMINE-CONTROL-ACCOUNT.
       ACCEPT WS-CONTROL-PARM FROM ENVIRONMENT "ARCONTROLACCOUNT"
       IF WS-CONTROL-PARM NUMERIC
           MOVE WS-CONTROL-PARM TO WS-CONTROL-ACCOUNT
       ELSE
           OPEN INPUT CHARTOFACCOUNTS
           IF WS-COA-STATUS EQUAL TO "00"
               MOVE "CSH" TO COA-SOURCE
               MOVE 1 TO COA-CODE
               READ CHARTOFACCOUNTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE COA-CREDIT-ACCOUNT TO WS-CONTROL-ACCOUNT
               END-READ
               CLOSE CHARTOFACCOUNTS
           END-IF
       END-IF.

TOTAL-PERIOD-MOVEMENTS.
       OPEN INPUT ARMOVEMENTFILE
       IF WS-AMV-STATUS EQUAL TO "35"
           DISPLAY "NO AR MOVEMENT LOG PRESENT - NO MOVEMENTS"
       ELSE
           IF WS-AMV-STATUS NOT EQUAL TO "00"
               MOVE "ARMOVEMENTFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-AMV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-MOVEMENT-RECORD
           PERFORM UNTIL ENDOFMOVEMENTS
               IF AMV-MOVEDATE(1:6) EQUAL TO WS-RUN-PARM(1:6)
                       AND AMV-AMOUNT NUMERIC
                   PERFORM ACCUMULATE-MOVEMENT
               END-IF
               PERFORM READ-MOVEMENT-RECORD
           END-PERFORM
           CLOSE ARMOVEMENTFILE
       END-IF.

ACCUMULATE-MOVEMENT.
       MOVE ZERO TO WS-MVT-FOUND
       PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
               UNTIL WS-MVT-IDX GREATER THAN 8
                   OR WS-MVT-FOUND GREATER THAN ZERO
           IF WS-MOVEMENT-CODE(WS-MVT-IDX) EQUAL TO AMV-TYPE
               MOVE WS-MVT-IDX TO WS-MVT-FOUND
           END-IF
       END-PERFORM
       IF WS-MVT-FOUND GREATER THAN ZERO
           ADD 1 TO RCN-MOVEMENTS-READ
           IF AMV-ACCOUNT-LEDGER
               ADD AMV-AMOUNT TO MVT-ACCOUNT(WS-MVT-FOUND)
               ADD AMV-AMOUNT TO RCN-ACCOUNT-MOVES
           ELSE
               ADD AMV-AMOUNT TO MVT-SUBSCRIBER(WS-MVT-FOUND)
               ADD AMV-AMOUNT TO RCN-SUBSCRIBER-MOVES
           END-IF
       END-IF.

TOTAL-GL-CONTROL-ACCOUNT.
       OPEN INPUT JOURNALFILE
       IF WS-JRN-STATUS EQUAL TO "35"
           DISPLAY "NO GL JOURNAL FOR PERIOD " WS-RECON-PERIOD
               " - NO GL POSTINGS"
       ELSE
           IF WS-JRN-STATUS NOT EQUAL TO "00"
               MOVE "JOURNALFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-JRN-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL ENDOFJOURNAL
               IF JRN-ACCOUNT EQUAL TO WS-CONTROL-ACCOUNT
                   PERFORM ACCUMULATE-JOURNAL-LINE
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNALFILE
       END-IF.

ACCUMULATE-JOURNAL-LINE.
       ADD 1 TO RCN-JOURNAL-LINES
       MOVE ZERO TO WS-LINE-NET
       IF JRN-DEBIT-AMOUNT NUMERIC
           ADD JRN-DEBIT-AMOUNT TO WS-LINE-NET
       END-IF
       IF JRN-CREDIT-AMOUNT NUMERIC
           SUBTRACT JRN-CREDIT-AMOUNT FROM WS-LINE-NET
       END-IF
       EVALUATE JRN-SOURCE
           WHEN "BIL"
               ADD WS-LINE-NET TO RCN-GL-BILLING
           WHEN "CSH"
               ADD WS-LINE-NET TO RCN-GL-CASH
           WHEN "BDT"
               ADD WS-LINE-NET TO RCN-GL-BAD-DEBT
           WHEN OTHER
               ADD WS-LINE-NET TO RCN-GL-OTHER
       END-EVALUATE.

TOTAL-ACCOUNT-AR-MASTER.
       OPEN INPUT ACCOUNTARMASTER
       IF WS-AAR-STATUS NOT EQUAL TO "00"
           DISPLAY "NO ACCOUNT AR MASTER PRESENT - ACCOUNT LEDGER ZERO"
       ELSE
           PERFORM READ-ACCOUNT-AR-RECORD
           PERFORM UNTIL ENDOFACCOUNTAR
               ADD AAR-BALANCE TO RCN-ACCOUNTAR-CLOSE
               PERFORM READ-ACCOUNT-AR-RECORD
           END-PERFORM
           CLOSE ACCOUNTARMASTER
       END-IF.

MATCH-AR-TO-OPEN-ITEMS.
       OPEN INPUT ARMASTERFILE
       IF WS-ARM-STATUS NOT EQUAL TO "00"
           DISPLAY "NO AR MASTER PRESENT - SUBSCRIBER LEDGER ZERO"
           SET ENDOFARMASTER TO TRUE
       END-IF
       OPEN INPUT AROPENITEMFILE
       IF WS-OPI-STATUS NOT EQUAL TO "00"
           DISPLAY "NO AR OPEN ITEMS PRESENT - OPEN ITEMS ZERO"
           SET ENDOFOPENITEMS TO TRUE
       END-IF
       OPEN INPUT ACCOUNTMASTER
       IF WS-ACM-STATUS EQUAL TO "00"
           SET ACCOUNTS-AVAILABLE TO TRUE
       END-IF
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SUBSCRIBERS WHOSE AR BALANCE DISAGREES WITH THEIR OPEN ITEMS"
           TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE EXCEPTIONHEADER TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       PERFORM READ-AR-MASTER-RECORD
       PERFORM READ-OPEN-ITEM-RECORD
       PERFORM UNTIL ENDOFARMASTER AND ENDOFOPENITEMS
           PERFORM MATCH-ONE-SUBSCRIBER
       END-PERFORM
       IF RCN-EXCEPTIONS EQUAL TO ZERO
           MOVE "  NONE" TO RECONREPORTLINE
           PERFORM WRITE-RECON-REPORT-LINE
       END-IF
       IF WS-ARM-STATUS NOT EQUAL TO "35"
           CLOSE ARMASTERFILE
       END-IF
       IF WS-OPI-STATUS NOT EQUAL TO "35"
           CLOSE AROPENITEMFILE
       END-IF
       IF ACCOUNTS-AVAILABLE
           CLOSE ACCOUNTMASTER
       END-IF.

MATCH-ONE-SUBSCRIBER.
       IF WS-AR-KEY LESS THAN WS-OPI-KEY
           MOVE WS-AR-KEY TO WS-MATCH-KEY
       ELSE
           MOVE WS-OPI-KEY TO WS-MATCH-KEY
       END-IF
       MOVE WS-MATCH-KEY TO WS-MATCH-SUBSCRIBERID
       MOVE ZERO TO WS-MATCH-BALANCE
       MOVE ZERO TO WS-MATCH-OPEN
       MOVE "N" TO WS-MATCH-AR-SWITCH
       MOVE "N" TO WS-MATCH-OPI-SWITCH
       IF WS-AR-KEY EQUAL TO WS-MATCH-KEY
           SET MATCH-HAS-AR TO TRUE
           MOVE AR-BALANCE TO WS-MATCH-BALANCE
           ADD AR-BALANCE TO RCN-ARMASTER-CLOSE
           PERFORM READ-AR-MASTER-RECORD
       END-IF
       PERFORM UNTIL WS-OPI-KEY NOT EQUAL TO WS-MATCH-KEY
           SET MATCH-HAS-OPEN-ITEMS TO TRUE
           ADD OPI-OPEN-AMOUNT TO WS-MATCH-OPEN
           PERFORM READ-OPEN-ITEM-RECORD
       END-PERFORM
       ADD WS-MATCH-OPEN TO RCN-OPENITEM-CLOSE
       PERFORM LOOKUP-GROUP-MEMBERSHIP
       IF MEMBER-IS-GROUPED
           ADD WS-MATCH-OPEN TO RCN-GROUPED-OPEN
           MOVE ZERO TO WS-MATCH-OPEN
       END-IF
       IF WS-MATCH-BALANCE NOT EQUAL TO WS-MATCH-OPEN
           IF MATCH-HAS-AR
               IF MEMBER-IS-GROUPED
                   MOVE "GROUPED - BALANCE LEFT ON AR" TO WS-MATCH-NOTE
               ELSE
               IF MATCH-HAS-OPEN-ITEMS
                   MOVE "BALANCE DIFFERS FROM ITEMS" TO WS-MATCH-NOTE
               ELSE
                   MOVE "NO OPEN ITEMS" TO WS-MATCH-NOTE
               END-IF
               END-IF
           ELSE
               MOVE "OPEN ITEMS BUT NO AR RECORD" TO WS-MATCH-NOTE
           END-IF
           PERFORM WRITE-EXCEPTION-LINE
       END-IF.

LOOKUP-GROUP-MEMBERSHIP.
       MOVE "N" TO WS-GROUPED-SWITCH
       IF ACCOUNTS-AVAILABLE
           MOVE WS-MATCH-SUBSCRIBERID TO ACM-SUBSCRIBERID
           READ ACCOUNTMASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ACM-EFFECTIVE-DATE GREATER THAN WS-PERIOD-END
                       CONTINUE
                   ELSE
                       IF ACM-END-DATE GREATER THAN ZERO
                               AND ACM-END-DATE LESS THAN
                                   WS-PERIOD-START
                           CONTINUE
                       ELSE
                           SET MEMBER-IS-GROUPED TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-IF.

WRITE-EXCEPTION-LINE.
       ADD 1 TO RCN-EXCEPTIONS
       COMPUTE WS-LINE-AMOUNT = WS-MATCH-BALANCE - WS-MATCH-OPEN
       ADD WS-LINE-AMOUNT TO RCN-EXCEPTION-VALUE
       MOVE WS-MATCH-SUBSCRIBERID TO PRN-EXC-SUBSCRIBERID
       MOVE WS-MATCH-BALANCE TO PRN-EXC-BALANCE
       MOVE WS-MATCH-OPEN TO PRN-EXC-OPEN
       MOVE WS-LINE-AMOUNT TO PRN-EXC-DIFFERENCE
       MOVE WS-MATCH-NOTE TO PRN-EXC-NOTE
       MOVE EXCEPTIONDETAILLINE TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE.

LOAD-PRIOR-CONTROL.
       OPEN INPUT PRIORCONTROLFILE
       IF WS-PCT-STATUS EQUAL TO "00"
           READ PRIORCONTROLFILE
               AT END CONTINUE
               NOT AT END
                   IF PCT-ARMASTER-TOTAL NUMERIC
                           AND PCT-ACCOUNTAR-TOTAL NUMERIC
                           AND PCT-GL-BALANCE NUMERIC
                       SET PRIOR-CONTROL-FOUND TO TRUE
                       MOVE PCT-ARMASTER-TOTAL TO RCN-ARMASTER-OPEN
                       MOVE PCT-ACCOUNTAR-TOTAL TO RCN-ACCOUNTAR-OPEN
                       MOVE PCT-GL-BALANCE TO RCN-GL-OPEN
                   END-IF
           END-READ
           CLOSE PRIORCONTROLFILE
       END-IF
       IF NOT PRIOR-CONTROL-FOUND
           COMPUTE RCN-ARMASTER-OPEN =
               RCN-ARMASTER-CLOSE - RCN-SUBSCRIBER-MOVES
           COMPUTE RCN-ACCOUNTAR-OPEN =
               RCN-ACCOUNTAR-CLOSE - RCN-ACCOUNT-MOVES
           COMPUTE RCN-GL-OPEN =
               RCN-ARMASTER-OPEN + RCN-ACCOUNTAR-OPEN
       END-IF.

COMPUTE-RECONCILIATION.
       COMPUTE RCN-ARMASTER-EXPECTED =
           RCN-ARMASTER-OPEN + RCN-SUBSCRIBER-MOVES
       COMPUTE RCN-ACCOUNTAR-EXPECTED =
           RCN-ACCOUNTAR-OPEN + RCN-ACCOUNT-MOVES
       COMPUTE RCN-SUBLEDGER-OPEN =
           RCN-ARMASTER-OPEN + RCN-ACCOUNTAR-OPEN
       COMPUTE RCN-SUBLEDGER-CLOSE =
           RCN-ARMASTER-CLOSE + RCN-ACCOUNTAR-CLOSE
       COMPUTE RCN-UNEXPLAINED = RCN-SUBLEDGER-CLOSE
           - RCN-ARMASTER-EXPECTED - RCN-ACCOUNTAR-EXPECTED
       COMPUTE RCN-GL-CLOSE = RCN-GL-OPEN + RCN-GL-BILLING
           + RCN-GL-CASH + RCN-GL-BAD-DEBT + RCN-GL-OTHER
       COMPUTE RCN-DIFF-OPENING = RCN-SUBLEDGER-OPEN - RCN-GL-OPEN
       COMPUTE RCN-DIFF-BILLING =
           MVT-SUBSCRIBER(1) + MVT-ACCOUNT(1)
           + MVT-SUBSCRIBER(2) + MVT-ACCOUNT(2)
           + MVT-SUBSCRIBER(3) + MVT-ACCOUNT(3)
           - RCN-GL-BILLING
       COMPUTE RCN-DIFF-PAYMENTS =
           MVT-SUBSCRIBER(4) + MVT-ACCOUNT(4) - RCN-GL-CASH
       COMPUTE RCN-DIFF-BAD-DEBT =
           MVT-SUBSCRIBER(5) + MVT-ACCOUNT(5)
           + MVT-SUBSCRIBER(6) + MVT-ACCOUNT(6)
           - RCN-GL-BAD-DEBT
       COMPUTE RCN-DIFF-REFUNDS = MVT-SUBSCRIBER(7) + MVT-ACCOUNT(7)
       COMPUTE RCN-DIFF-DEPOSITS = MVT-SUBSCRIBER(8) + MVT-ACCOUNT(8)
       COMPUTE RCN-DIFF-OTHER-GL = ZERO - RCN-GL-OTHER
       COMPUTE RCN-DIFF-TOTAL = RCN-SUBLEDGER-CLOSE - RCN-GL-CLOSE.

WRITE-RECON-REPORT.
       MOVE "SECTION 1 -- SUBLEDGER ROLL-FORWARD" TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       IF NOT PRIOR-CONTROL-FOUND
           MOVE SPACES TO RECONREPORTLINE
           STRING "  NO PRIOR CLOSE IN " DELIMITED BY SIZE
               WS-PCT-FILENAME DELIMITED BY SPACE
               " - OPENING TAKEN AS CLOSING LESS MOVEMENTS"
                   DELIMITED BY SIZE
               INTO RECONREPORTLINE
           END-STRING
           PERFORM WRITE-RECON-REPORT-LINE
           MOVE "  GL OPENING SET EQUAL TO SUBLEDGER OPENING"
               TO RECONREPORTLINE
           PERFORM WRITE-RECON-REPORT-LINE
       END-IF
       MOVE ROLLFORWARDHEADER TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "OPENING BALANCE" TO PRN-LABEL
       MOVE RCN-ARMASTER-OPEN TO PRN-AMOUNT-1
       MOVE RCN-ACCOUNTAR-OPEN TO PRN-AMOUNT-2
       MOVE RCN-SUBLEDGER-OPEN TO PRN-AMOUNT-3
       PERFORM WRITE-AMOUNT-LINE
       PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
               UNTIL WS-MVT-IDX GREATER THAN 8
           MOVE SPACES TO PRN-LABEL
           STRING "  " MOVEMENT-NAME(WS-MVT-IDX)
               DELIMITED BY SIZE INTO PRN-LABEL
           END-STRING
           MOVE MVT-SUBSCRIBER(WS-MVT-IDX) TO PRN-AMOUNT-1
           MOVE MVT-ACCOUNT(WS-MVT-IDX) TO PRN-AMOUNT-2
           COMPUTE WS-LINE-AMOUNT = MVT-SUBSCRIBER(WS-MVT-IDX)
               + MVT-ACCOUNT(WS-MVT-IDX)
           MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-3
           PERFORM WRITE-AMOUNT-LINE
       END-PERFORM
       MOVE "EXPECTED CLOSING BALANCE" TO PRN-LABEL
       MOVE RCN-ARMASTER-EXPECTED TO PRN-AMOUNT-1
       MOVE RCN-ACCOUNTAR-EXPECTED TO PRN-AMOUNT-2
       COMPUTE WS-LINE-AMOUNT =
           RCN-ARMASTER-EXPECTED + RCN-ACCOUNTAR-EXPECTED
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-3
       PERFORM WRITE-AMOUNT-LINE
       MOVE "ACTUAL CLOSING BALANCE" TO PRN-LABEL
       MOVE RCN-ARMASTER-CLOSE TO PRN-AMOUNT-1
       MOVE RCN-ACCOUNTAR-CLOSE TO PRN-AMOUNT-2
       MOVE RCN-SUBLEDGER-CLOSE TO PRN-AMOUNT-3
       PERFORM WRITE-AMOUNT-LINE
       MOVE "UNEXPLAINED SUBLEDGER MOVEMENT" TO PRN-LABEL
       COMPUTE WS-LINE-AMOUNT =
           RCN-ARMASTER-CLOSE - RCN-ARMASTER-EXPECTED
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-1
       COMPUTE WS-LINE-AMOUNT =
           RCN-ACCOUNTAR-CLOSE - RCN-ACCOUNTAR-EXPECTED
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-2
       MOVE RCN-UNEXPLAINED TO PRN-AMOUNT-3
       PERFORM WRITE-AMOUNT-LINE
       MOVE "OPEN ITEMS -- MEMBERS / GROUPED / TOTAL" TO PRN-LABEL
       COMPUTE WS-LINE-AMOUNT = RCN-OPENITEM-CLOSE - RCN-GROUPED-OPEN
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-1
       MOVE RCN-GROUPED-OPEN TO PRN-AMOUNT-2
       MOVE RCN-OPENITEM-CLOSE TO PRN-AMOUNT-3
       PERFORM WRITE-AMOUNT-LINE
       MOVE "BALANCE LESS OPEN ITEMS" TO PRN-LABEL
       COMPUTE WS-LINE-AMOUNT =
           RCN-ARMASTER-CLOSE - RCN-OPENITEM-CLOSE + RCN-GROUPED-OPEN
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-1
       COMPUTE WS-LINE-AMOUNT = RCN-ACCOUNTAR-CLOSE - RCN-GROUPED-OPEN
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-2
       COMPUTE WS-LINE-AMOUNT = RCN-SUBLEDGER-CLOSE - RCN-OPENITEM-CLOSE
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-3
       PERFORM WRITE-AMOUNT-LINE
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE WS-CONTROL-ACCOUNT TO PRN-CONTROL-ACCOUNT
       MOVE SPACES TO RECONREPORTLINE
       STRING "SECTION 2 -- GL RECEIVABLES CONTROL ACCOUNT "
           PRN-CONTROL-ACCOUNT
           DELIMITED BY SIZE INTO RECONREPORTLINE
       END-STRING
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "OPENING GL BALANCE" TO PRN-LABEL
       MOVE RCN-GL-OPEN TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  BILLING (BIL)" TO PRN-LABEL
       MOVE RCN-GL-BILLING TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  CASH RECEIPTS (CSH)" TO PRN-LABEL
       MOVE RCN-GL-CASH TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  BAD DEBT (BDT)" TO PRN-LABEL
       MOVE RCN-GL-BAD-DEBT TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  OTHER SOURCES" TO PRN-LABEL
       MOVE RCN-GL-OTHER TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "CLOSING GL BALANCE" TO PRN-LABEL
       MOVE RCN-GL-CLOSE TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SECTION 3 -- DIFFERENCES BY CAUSE (SUBLEDGER LESS GL)"
           TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "  OPENING BALANCE DIFFERENCE" TO PRN-LABEL
       MOVE RCN-DIFF-OPENING TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  BILLINGS, LATE FEES, ADJUSTMENTS" TO PRN-LABEL
       MOVE RCN-DIFF-BILLING TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  PAYMENTS NOT IN CASH RECEIPTS" TO PRN-LABEL
       MOVE RCN-DIFF-PAYMENTS TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  WRITE-OFFS AND RECOVERIES" TO PRN-LABEL
       MOVE RCN-DIFF-BAD-DEBT TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  REFUNDS NOT JOURNALIZED" TO PRN-LABEL
       MOVE RCN-DIFF-REFUNDS TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  DEPOSIT APPLICATIONS NOT JOURNALIZED" TO PRN-LABEL
       MOVE RCN-DIFF-DEPOSITS TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  OTHER GL POSTINGS TO CONTROL" TO PRN-LABEL
       MOVE RCN-DIFF-OTHER-GL TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "  UNEXPLAINED SUBLEDGER MOVEMENT" TO PRN-LABEL
       MOVE RCN-UNEXPLAINED TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "TOTAL DIFFERENCE" TO PRN-LABEL
       MOVE RCN-DIFF-TOTAL TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE RCN-EXCEPTIONS TO PRN-COUNT
       MOVE RCN-MOVEMENTS-READ TO PRN-MOVEMENT-COUNT
       MOVE SPACES TO RECONREPORTLINE
       STRING "SUBSCRIBER EXCEPTIONS: " PRN-COUNT
           "   MOVEMENTS IN PERIOD: " PRN-MOVEMENT-COUNT
           DELIMITED BY SIZE INTO RECONREPORTLINE
       END-STRING
       PERFORM WRITE-RECON-REPORT-LINE.

WRITE-AMOUNT-LINE.
       MOVE RECONAMOUNTLINE TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE.

WRITE-SINGLE-AMOUNT-LINE.
       MOVE WS-LINE-AMOUNT TO PRN-AMOUNT-3
       MOVE RECONAMOUNTLINE TO RECONREPORTLINE
       MOVE SPACES TO RECONREPORTLINE(43:42)
       PERFORM WRITE-RECON-REPORT-LINE.

WRITE-RECON-CONTROL.
       OPEN OUTPUT RECONCONTROLFILE
       IF WS-RCT-STATUS NOT EQUAL TO "00"
           MOVE "RECONCONTROLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RCT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-RECON-PERIOD TO RCT-PERIOD
       MOVE RCN-ARMASTER-CLOSE TO RCT-ARMASTER-TOTAL
       MOVE RCN-ACCOUNTAR-CLOSE TO RCT-ACCOUNTAR-TOTAL
       MOVE RCN-OPENITEM-CLOSE TO RCT-OPENITEM-TOTAL
       MOVE RCN-GL-CLOSE TO RCT-GL-BALANCE
       WRITE RECONCONTROLREC
       CLOSE RECONCONTROLFILE.

READ-AR-MASTER-RECORD.
       IF ENDOFARMASTER
           MOVE HIGH-VALUES TO WS-AR-KEY
       ELSE
           READ ARMASTERFILE
               AT END
                   SET ENDOFARMASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-AR-KEY
               NOT AT END
                   MOVE AR-SUBSCRIBERID TO WS-AR-KEY
           END-READ
       END-IF.

READ-OPEN-ITEM-RECORD.
       IF ENDOFOPENITEMS
           MOVE HIGH-VALUES TO WS-OPI-KEY
       ELSE
           READ AROPENITEMFILE
               AT END
                   SET ENDOFOPENITEMS TO TRUE
                   MOVE HIGH-VALUES TO WS-OPI-KEY
               NOT AT END
                   MOVE OPI-SUBSCRIBERID TO WS-OPI-KEY
           END-READ
       END-IF.

READ-ACCOUNT-AR-RECORD.
       READ ACCOUNTARMASTER AT END SET ENDOFACCOUNTAR TO TRUE
       END-READ.

READ-JOURNAL-RECORD.
       READ JOURNALFILE AT END SET ENDOFJOURNAL TO TRUE
       END-READ.

READ-MOVEMENT-RECORD.
       READ ARMOVEMENTFILE AT END SET ENDOFMOVEMENTS TO TRUE
       END-READ.

WRITE-RECON-REPORT-LINE.
       WRITE RECONREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING AR TO GL RECONCILIATION - FILE STATUS "
               WS-RPT-STATUS
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
