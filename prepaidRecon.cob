IDENTIFICATION DIVISION.
PROGRAM-ID. PREPAIDRECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PREPAIDBALANCE ASSIGN TO "PrepaidBalance.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PPB-SUBSCRIBERID
           FILE STATUS IS WS-PPB-STATUS.

       SELECT PREPAIDBUCKETFILE ASSIGN TO "PrepaidBuckets.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PBK-BUCKET-KEY
           FILE STATUS IS WS-PBK-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT PREPAIDMOVEMENTFILE ASSIGN TO "PrepaidMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMV-STATUS.

       SELECT MOVEMENTWORKFILE ASSIGN TO "PrepaidMovement.tmp"
           FILE STATUS IS WS-MWK-STATUS.

       SELECT MOVEMENTSORTED ASSIGN TO "PrepaidMovement.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSD-STATUS.

       SELECT JOURNALFILE ASSIGN TO DYNAMIC WS-JRN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

       SELECT PRIORSNAPSHOTFILE ASSIGN TO DYNAMIC WS-PSN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSN-STATUS.

       SELECT SNAPSHOTFILE ASSIGN TO DYNAMIC WS-SNP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNP-STATUS.

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

FD     PREPAIDBALANCE.
01     PREPAIDBALANCEREC.
       02  PPB-SUBSCRIBERID        PIC 9(10).
       02  PPB-BALANCE             PIC S9(7)V99.
       02  PPB-LASTTOPUPDATE       PIC 9(8).

FD     PREPAIDBUCKETFILE.
       COPY "PREPAIDBUCKET.cpy"
           REPLACING ==:RECNAME:== BY ==PREPAIDBUCKETREC==
                     ==:PREFIX:==  BY ==PBK-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     PREPAIDMOVEMENTFILE.
       COPY "PREPAIDMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==PREPAIDMOVEMENTREC==
                     ==:PREFIX:==  BY ==PMV-==.

SD     MOVEMENTWORKFILE.
       COPY "PREPAIDMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==MWK-RECORD==
                     ==:PREFIX:==  BY ==MWK-==.

FD     MOVEMENTSORTED.
       COPY "PREPAIDMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==MOVEMENTSORTEDREC==
                     ==:PREFIX:==  BY ==MSD-==.

FD     JOURNALFILE.
01     JOURNALREC.
       02  JRN-PERIOD              PIC 9(6).
       02  JRN-SOURCE              PIC X(3).
       02  JRN-ACCOUNT             PIC 9(6).
       02  JRN-DEBIT-AMOUNT        PIC S9(11)V99.
       02  JRN-CREDIT-AMOUNT       PIC S9(11)V99.
       02  JRN-DESCRIPTION         PIC X(20).
       02  JRN-DEPTCODE            PIC X(3).

FD     PRIORSNAPSHOTFILE.
01     PRIORSNAPSHOTREC.
       02  PSN-SUBSCRIBERID        PIC 9(10).
       02  PSN-BALANCE             PIC S9(9)V99.

FD     SNAPSHOTFILE.
01     SNAPSHOTREC.
       02  SNP-SUBSCRIBERID        PIC 9(10).
       02  SNP-BALANCE             PIC S9(9)V99.

FD     PRIORCONTROLFILE.
01     PRIORCONTROLREC.
       02  PCT-PERIOD              PIC 9(6).
       02  PCT-LIABILITY-TOTAL     PIC S9(11)V99.
       02  PCT-BUCKET-TOTAL        PIC S9(11)V99.
       02  PCT-GL-BALANCE          PIC S9(13)V99.

FD     RECONCONTROLFILE.
01     RECONCONTROLREC.
       02  RCT-PERIOD              PIC 9(6).
       02  RCT-LIABILITY-TOTAL     PIC S9(11)V99.
       02  RCT-BUCKET-TOTAL        PIC S9(11)V99.
       02  RCT-GL-BALANCE          PIC S9(13)V99.

FD     RECONREPORTFILE.
01     RECONREPORTLINE             PIC X(132).

WORKING-STORAGE SECTION.
01     WS-PPB-STATUS               PIC XX.
01     WS-PBK-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-PMV-STATUS               PIC XX.
01     WS-MWK-STATUS               PIC XX.
01     WS-MSD-STATUS               PIC XX.
01     WS-JRN-STATUS               PIC XX.
01     WS-PSN-STATUS               PIC XX.
01     WS-SNP-STATUS               PIC XX.
01     WS-PCT-STATUS               PIC XX.
01     WS-RCT-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-JRN-FILENAME             PIC X(40).
01     WS-PSN-FILENAME             PIC X(40).
01     WS-SNP-FILENAME             PIC X(40).
01     WS-PCT-FILENAME             PIC X(40).
01     WS-RCT-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-PPB-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPREPAIDBALANCE     VALUE "Y".
01     WS-PBK-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPREPAIDBUCKETS     VALUE "Y".
01     WS-PMV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFMOVEMENTLOG        VALUE "Y".
01     WS-MSD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDMOVEMENTS    VALUE "Y".
01     WS-PSN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPRIORSNAPSHOT      VALUE "Y".
01     WS-JRN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFJOURNAL            VALUE "Y".
01     WS-SMF-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  SUBSCRIBERS-AVAILABLE   VALUE "Y".
01     WS-PRIOR-SNAPSHOT-SWITCH    PIC X VALUE "N".
       88  PRIOR-SNAPSHOT-FOUND    VALUE "Y".
01     WS-PRIOR-SWITCH             PIC X VALUE "N".
       88  PRIOR-CONTROL-FOUND     VALUE "Y".

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

01     WS-LIABILITY-PARM           PIC X(6) VALUE SPACES.
01     WS-LIABILITY-ACCOUNT        PIC 9(6) VALUE ZERO.

01     WS-PPB-KEY                  PIC X(10).
01     WS-PBK-KEY                  PIC X(10).
01     WS-MSD-KEY                  PIC X(10).
01     WS-PSN-KEY                  PIC X(10).
01     WS-MATCH-KEY                PIC X(10).
01     WS-MATCH-SUBSCRIBERID       PIC 9(10).
01     WS-MATCH-OPENING            PIC S9(11)V99.
01     WS-MATCH-MOVES              PIC S9(11)V99.
01     WS-MATCH-CLOSING            PIC S9(11)V99.
01     WS-MATCH-BUCKETS            PIC S9(11)V99.
01     WS-MATCH-PPB-SWITCH         PIC X.
       88  MATCH-HAS-BALANCE       VALUE "Y".
01     WS-MATCH-PBK-SWITCH         PIC X.
       88  MATCH-HAS-BUCKETS       VALUE "Y".
01     WS-BREAK-CAUSE              PIC 9.
01     WS-BREAK-AMOUNT             PIC S9(11)V99.

01     WS-MOVEMENT-CODES           PIC X(4) VALUE "TUXM".
01     WS-MOVEMENT-CODE-TABLE REDEFINES WS-MOVEMENT-CODES.
       02  WS-MOVEMENT-CODE        PIC X OCCURS 4 TIMES.

01     MOVEMENT-NAME-VALUES.
       02  FILLER                  PIC X(30) VALUE "TOP-UPS".
       02  FILLER                  PIC X(30) VALUE "USAGE DECREMENTS".
       02  FILLER                  PIC X(30) VALUE "EXPIRIES FORFEITED".
       02  FILLER                  PIC X(30) VALUE "MIGRATION RELEASES".
01     MOVEMENT-NAME-TABLE REDEFINES MOVEMENT-NAME-VALUES.
       02  MOVEMENT-NAME           PIC X(30) OCCURS 4 TIMES.

01     MOVEMENT-TOTALS.
       02  MVT-AMOUNT              PIC S9(11)V99 OCCURS 4 TIMES.
01     WS-MVT-IDX                  PIC 99.
01     WS-MVT-FOUND                PIC 99.

01     CAUSE-NAME-VALUES.
       02  FILLER                  PIC X(30)
           VALUE "UNEXPLAINED BALANCE CHANGE".
       02  FILLER                  PIC X(30)
           VALUE "BUCKETS WITH NO BALANCE RECORD".
       02  FILLER                  PIC X(30)
           VALUE "OVERDRAWN BALANCE".
       02  FILLER                  PIC X(30)
           VALUE "BUCKETS OPEN AFTER MIGRATION".
       02  FILLER                  PIC X(30)
           VALUE "BALANCE WITH NO OPEN BUCKETS".
       02  FILLER                  PIC X(30)
           VALUE "BALANCE DIFFERS FROM BUCKETS".
01     CAUSE-NAME-TABLE REDEFINES CAUSE-NAME-VALUES.
       02  CAUSE-NAME              PIC X(30) OCCURS 6 TIMES.

01     CAUSE-TOTALS.
       02  CSE-ENTRY OCCURS 6 TIMES.
           03  CSE-COUNT           PIC 9(6).
           03  CSE-AMOUNT          PIC S9(11)V99.
01     WS-CSE-IDX                  PIC 99.

01     RECON-TOTALS.
       02  RCN-LIABILITY-OPEN      PIC S9(11)V99 VALUE ZERO.
       02  RCN-LIABILITY-CLOSE     PIC S9(11)V99 VALUE ZERO.
       02  RCN-LIABILITY-EXPECTED  PIC S9(11)V99 VALUE ZERO.
       02  RCN-PERIOD-MOVES        PIC S9(11)V99 VALUE ZERO.
       02  RCN-UNEXPLAINED         PIC S9(11)V99 VALUE ZERO.
       02  RCN-BUCKET-CLOSE        PIC S9(11)V99 VALUE ZERO.
       02  RCN-BUCKET-DIFFERENCE   PIC S9(11)V99 VALUE ZERO.
       02  RCN-GL-OPEN             PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-MOVES            PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-CLOSE            PIC S9(13)V99 VALUE ZERO.
       02  RCN-GL-DIFFERENCE       PIC S9(13)V99 VALUE ZERO.
       02  RCN-BREAKS              PIC 9(6) VALUE ZERO.
       02  RCN-SUBSCRIBERS         PIC 9(7) VALUE ZERO.
       02  RCN-JOURNAL-LINES       PIC 9(7) VALUE ZERO.
       02  RCN-MOVEMENTS-READ      PIC 9(7) VALUE ZERO.
01     WS-LINE-AMOUNT              PIC S9(13)V99.
01     WS-LINE-NET                 PIC S9(13)V99.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE "PREPAID LIABILITY RECON".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "PREPAIDRECON".
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

01     TIEOUTHEADER                PIC X(120) VALUE
           "                                             SUBLEDGER LIABILITY         GL BALANCE         DIFFERENCE".

01     BREAKHEADER                 PIC X(120) VALUE
           "  SUBSCRIBERID            BALANCE     OPEN BUCKETS      BREAK AMOUNT  CAUSE".

01     BREAKDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-BRK-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-BRK-BALANCE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-BRK-BUCKETS         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(1) VALUE SPACES.
       02  PRN-BRK-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-BRK-CAUSE           PIC X(30).

01     PRN-LIABILITY-ACCOUNT       PIC 9(6).
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
       MOVE SPACES TO WS-JRN-FILENAME
       STRING "GlJournal-" WS-RECON-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-JRN-FILENAME
       END-STRING
       MOVE SPACES TO WS-PSN-FILENAME
       STRING "PrepaidRecon-" WS-PRIOR-PERIOD ".snp"
           DELIMITED BY SIZE INTO WS-PSN-FILENAME
       END-STRING
       MOVE SPACES TO WS-SNP-FILENAME
       STRING "PrepaidRecon-" WS-RECON-PERIOD ".snp"
           DELIMITED BY SIZE INTO WS-SNP-FILENAME
       END-STRING
       MOVE SPACES TO WS-PCT-FILENAME
       STRING "PrepaidRecon-" WS-PRIOR-PERIOD ".ctl"
           DELIMITED BY SIZE INTO WS-PCT-FILENAME
       END-STRING
       MOVE SPACES TO WS-RCT-FILENAME
       STRING "PrepaidRecon-" WS-RECON-PERIOD ".ctl"
           DELIMITED BY SIZE INTO WS-RCT-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "PrepaidRecon-" WS-RECON-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       ACCEPT WS-LIABILITY-PARM FROM ENVIRONMENT "PREPAIDLIABACCOUNT"
       IF WS-LIABILITY-PARM NUMERIC
           MOVE WS-LIABILITY-PARM TO WS-LIABILITY-ACCOUNT
       END-IF
       INITIALIZE MOVEMENT-TOTALS
       INITIALIZE CAUSE-TOTALS
       SORT MOVEMENTWORKFILE ON ASCENDING KEY MWK-SUBSCRIBERID
           INPUT PROCEDURE IS SELECT-PERIOD-MOVEMENTS
           GIVING MOVEMENTSORTED
       IF WS-MWK-STATUS NOT EQUAL TO "00"
           MOVE "MOVEMENTWORKFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-MWK-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF WS-LIABILITY-ACCOUNT NOT EQUAL TO ZERO
           PERFORM TOTAL-GL-LIABILITY-ACCOUNT
       END-IF
       OPEN OUTPUT RECONREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "RECONREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO RECONREPORTLINE
       STRING "PREPAID BALANCE LIABILITY RECONCILIATION -- PERIOD "
           WS-RECON-PERIOD
           DELIMITED BY SIZE INTO RECONREPORTLINE
       END-STRING
       PERFORM WRITE-RECON-REPORT-LINE
       PERFORM MATCH-BALANCES-TO-BUCKETS
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
       IF RCN-UNEXPLAINED EQUAL TO ZERO
               AND RCN-BREAKS EQUAL TO ZERO
               AND RCN-GL-DIFFERENCE EQUAL TO ZERO
           DISPLAY "PREPAIDRECON -- PERIOD " WS-RECON-PERIOD
               " PREPAID LIABILITY TIES"
       ELSE
           MOVE RCN-UNEXPLAINED TO PRN-AMOUNT-1
           MOVE RCN-BREAKS TO PRN-COUNT
           DISPLAY "PREPAIDRECON -- PERIOD " WS-RECON-PERIOD
               " UNEXPLAINED " PRN-AMOUNT-1
               " - " PRN-COUNT " SUBSCRIBER BREAK(S)"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

SELECT-PERIOD-MOVEMENTS.
       OPEN INPUT PREPAIDMOVEMENTFILE
       IF WS-PMV-STATUS EQUAL TO "35"
           DISPLAY "NO PREPAID MOVEMENT LOG PRESENT - NO MOVEMENTS"
       ELSE
           IF WS-PMV-STATUS NOT EQUAL TO "00"
               MOVE "PREPAIDMOVEMENTFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PMV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-MOVEMENT-LOG-RECORD
           PERFORM UNTIL ENDOFMOVEMENTLOG
               IF PMV-MOVEDATE(1:6) EQUAL TO WS-RUN-PARM(1:6)
                       AND PMV-AMOUNT NUMERIC
                   MOVE PREPAIDMOVEMENTREC TO MWK-RECORD
                   RELEASE MWK-RECORD
               END-IF
               PERFORM READ-MOVEMENT-LOG-RECORD
           END-PERFORM
           CLOSE PREPAIDMOVEMENTFILE
       END-IF.

TOTAL-GL-LIABILITY-ACCOUNT.
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
               IF JRN-ACCOUNT EQUAL TO WS-LIABILITY-ACCOUNT
                   ADD 1 TO RCN-JOURNAL-LINES
                   MOVE ZERO TO WS-LINE-NET
                   IF JRN-CREDIT-AMOUNT NUMERIC
                       ADD JRN-CREDIT-AMOUNT TO WS-LINE-NET
                   END-IF
                   IF JRN-DEBIT-AMOUNT NUMERIC
                       SUBTRACT JRN-DEBIT-AMOUNT FROM WS-LINE-NET
                   END-IF
                   ADD WS-LINE-NET TO RCN-GL-MOVES
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNALFILE
       END-IF.

MATCH-BALANCES-TO-BUCKETS.
       OPEN INPUT PREPAIDBALANCE
       IF WS-PPB-STATUS NOT EQUAL TO "00"
           DISPLAY "NO PREPAID BALANCE FILE PRESENT - LIABILITY ZERO"
           SET ENDOFPREPAIDBALANCE TO TRUE
       END-IF
       OPEN INPUT PREPAIDBUCKETFILE
       IF WS-PBK-STATUS NOT EQUAL TO "00"
           DISPLAY "NO PREPAID BUCKET FILE PRESENT - BUCKETS ZERO"
           SET ENDOFPREPAIDBUCKETS TO TRUE
       END-IF
       OPEN INPUT MOVEMENTSORTED
       IF WS-MSD-STATUS NOT EQUAL TO "00"
           MOVE "MOVEMENTSORTED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-MSD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT PRIORSNAPSHOTFILE
       IF WS-PSN-STATUS EQUAL TO "00"
           SET PRIOR-SNAPSHOT-FOUND TO TRUE
       ELSE
           SET ENDOFPRIORSNAPSHOT TO TRUE
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS EQUAL TO "00"
           SET SUBSCRIBERS-AVAILABLE TO TRUE
       END-IF
       OPEN OUTPUT SNAPSHOTFILE
       IF WS-SNP-STATUS NOT EQUAL TO "00"
           MOVE "SNAPSHOTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SNP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SUBSCRIBER BREAKS BY CAUSE" TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE BREAKHEADER TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       PERFORM READ-PREPAID-BALANCE-RECORD
       PERFORM READ-PREPAID-BUCKET-RECORD
       PERFORM READ-SORTED-MOVEMENT-RECORD
       PERFORM READ-PRIOR-SNAPSHOT-RECORD
       PERFORM UNTIL ENDOFPREPAIDBALANCE AND ENDOFPREPAIDBUCKETS
               AND ENDOFSORTEDMOVEMENTS AND ENDOFPRIORSNAPSHOT
           PERFORM MATCH-ONE-SUBSCRIBER
       END-PERFORM
       IF RCN-BREAKS EQUAL TO ZERO
           MOVE "  NONE" TO RECONREPORTLINE
           PERFORM WRITE-RECON-REPORT-LINE
       END-IF
       IF WS-PPB-STATUS NOT EQUAL TO "35"
           CLOSE PREPAIDBALANCE
       END-IF
       IF WS-PBK-STATUS NOT EQUAL TO "35"
           CLOSE PREPAIDBUCKETFILE
       END-IF
       CLOSE MOVEMENTSORTED
       IF PRIOR-SNAPSHOT-FOUND
           CLOSE PRIORSNAPSHOTFILE
       END-IF
       IF SUBSCRIBERS-AVAILABLE
           CLOSE SUBSCRIBERMASTER
       END-IF
       CLOSE SNAPSHOTFILE.

MATCH-ONE-SUBSCRIBER.
       MOVE WS-PPB-KEY TO WS-MATCH-KEY
       IF WS-PBK-KEY LESS THAN WS-MATCH-KEY
           MOVE WS-PBK-KEY TO WS-MATCH-KEY
       END-IF
       IF WS-MSD-KEY LESS THAN WS-MATCH-KEY
           MOVE WS-MSD-KEY TO WS-MATCH-KEY
       END-IF
       IF WS-PSN-KEY LESS THAN WS-MATCH-KEY
           MOVE WS-PSN-KEY TO WS-MATCH-KEY
       END-IF
       MOVE WS-MATCH-KEY TO WS-MATCH-SUBSCRIBERID
       MOVE ZERO TO WS-MATCH-OPENING
       MOVE ZERO TO WS-MATCH-MOVES
       MOVE ZERO TO WS-MATCH-CLOSING
       MOVE ZERO TO WS-MATCH-BUCKETS
       MOVE "N" TO WS-MATCH-PPB-SWITCH
       MOVE "N" TO WS-MATCH-PBK-SWITCH
       ADD 1 TO RCN-SUBSCRIBERS
       IF WS-PSN-KEY EQUAL TO WS-MATCH-KEY
           MOVE PSN-BALANCE TO WS-MATCH-OPENING
           PERFORM READ-PRIOR-SNAPSHOT-RECORD
       END-IF
       PERFORM UNTIL WS-MSD-KEY NOT EQUAL TO WS-MATCH-KEY
           PERFORM ACCUMULATE-MOVEMENT
           PERFORM READ-SORTED-MOVEMENT-RECORD
       END-PERFORM
       IF WS-PPB-KEY EQUAL TO WS-MATCH-KEY
           SET MATCH-HAS-BALANCE TO TRUE
           MOVE PPB-BALANCE TO WS-MATCH-CLOSING
           ADD PPB-BALANCE TO RCN-LIABILITY-CLOSE
           MOVE PPB-SUBSCRIBERID TO SNP-SUBSCRIBERID
           MOVE PPB-BALANCE TO SNP-BALANCE
           WRITE SNAPSHOTREC
           IF WS-SNP-STATUS NOT EQUAL TO "00"
               MOVE "SNAPSHOTFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-SNP-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-PREPAID-BALANCE-RECORD
       END-IF
       PERFORM UNTIL WS-PBK-KEY NOT EQUAL TO WS-MATCH-KEY
           IF PBK-REMAINING GREATER THAN ZERO
               SET MATCH-HAS-BUCKETS TO TRUE
               ADD PBK-REMAINING TO WS-MATCH-BUCKETS
           END-IF
           PERFORM READ-PREPAID-BUCKET-RECORD
       END-PERFORM
       ADD WS-MATCH-BUCKETS TO RCN-BUCKET-CLOSE
       IF NOT PRIOR-SNAPSHOT-FOUND
           COMPUTE WS-MATCH-OPENING = WS-MATCH-CLOSING - WS-MATCH-MOVES
       END-IF
       ADD WS-MATCH-OPENING TO RCN-LIABILITY-OPEN
       COMPUTE WS-BREAK-AMOUNT =
           WS-MATCH-CLOSING - WS-MATCH-OPENING - WS-MATCH-MOVES
       IF WS-BREAK-AMOUNT NOT EQUAL TO ZERO
           MOVE 1 TO WS-BREAK-CAUSE
           PERFORM WRITE-BREAK-LINE
       END-IF
       COMPUTE WS-BREAK-AMOUNT = WS-MATCH-CLOSING - WS-MATCH-BUCKETS
       IF WS-BREAK-AMOUNT NOT EQUAL TO ZERO
           PERFORM CLASSIFY-BUCKET-BREAK
           PERFORM WRITE-BREAK-LINE
       END-IF.

ACCUMULATE-MOVEMENT.
       MOVE ZERO TO WS-MVT-FOUND
       PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
               UNTIL WS-MVT-IDX GREATER THAN 4
                   OR WS-MVT-FOUND GREATER THAN ZERO
           IF WS-MOVEMENT-CODE(WS-MVT-IDX) EQUAL TO MSD-TYPE
               MOVE WS-MVT-IDX TO WS-MVT-FOUND
           END-IF
       END-PERFORM
       IF WS-MVT-FOUND GREATER THAN ZERO
           ADD 1 TO RCN-MOVEMENTS-READ
           ADD MSD-AMOUNT TO MVT-AMOUNT(WS-MVT-FOUND)
           ADD MSD-AMOUNT TO RCN-PERIOD-MOVES
           ADD MSD-AMOUNT TO WS-MATCH-MOVES
       END-IF.

CLASSIFY-BUCKET-BREAK.
       IF NOT MATCH-HAS-BALANCE
           MOVE 2 TO WS-BREAK-CAUSE
       ELSE
           IF WS-MATCH-CLOSING LESS THAN ZERO
               MOVE 3 TO WS-BREAK-CAUSE
           ELSE
               IF NOT MATCH-HAS-BUCKETS
                   MOVE 5 TO WS-BREAK-CAUSE
               ELSE
                   MOVE 6 TO WS-BREAK-CAUSE
                   IF SUBSCRIBERS-AVAILABLE
                       MOVE WS-MATCH-SUBSCRIBERID TO SMF-SUBSCRIBERID
                       READ SUBSCRIBERMASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF SMF-PAYTYPE NOT EQUAL TO "P"
                                   MOVE 4 TO WS-BREAK-CAUSE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF
       END-IF.

WRITE-BREAK-LINE.
       ADD 1 TO RCN-BREAKS
       ADD 1 TO CSE-COUNT(WS-BREAK-CAUSE)
       ADD WS-BREAK-AMOUNT TO CSE-AMOUNT(WS-BREAK-CAUSE)
       MOVE WS-MATCH-SUBSCRIBERID TO PRN-BRK-SUBSCRIBERID
       MOVE WS-MATCH-CLOSING TO PRN-BRK-BALANCE
       MOVE WS-MATCH-BUCKETS TO PRN-BRK-BUCKETS
       MOVE WS-BREAK-AMOUNT TO PRN-BRK-AMOUNT
       MOVE CAUSE-NAME(WS-BREAK-CAUSE) TO PRN-BRK-CAUSE
       MOVE BREAKDETAILLINE TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE.

LOAD-PRIOR-CONTROL.
       OPEN INPUT PRIORCONTROLFILE
       IF WS-PCT-STATUS EQUAL TO "00"
           READ PRIORCONTROLFILE
               AT END CONTINUE
               NOT AT END
                   IF PCT-GL-BALANCE NUMERIC
                       SET PRIOR-CONTROL-FOUND TO TRUE
                       MOVE PCT-GL-BALANCE TO RCN-GL-OPEN
                   END-IF
           END-READ
           CLOSE PRIORCONTROLFILE
       END-IF
       IF NOT PRIOR-CONTROL-FOUND
           MOVE RCN-LIABILITY-OPEN TO RCN-GL-OPEN
       END-IF.

COMPUTE-RECONCILIATION.
       COMPUTE RCN-LIABILITY-EXPECTED =
           RCN-LIABILITY-OPEN + RCN-PERIOD-MOVES
       COMPUTE RCN-UNEXPLAINED =
           RCN-LIABILITY-CLOSE - RCN-LIABILITY-EXPECTED
       COMPUTE RCN-BUCKET-DIFFERENCE =
           RCN-LIABILITY-CLOSE - RCN-BUCKET-CLOSE
       COMPUTE RCN-GL-CLOSE = RCN-GL-OPEN + RCN-GL-MOVES
       IF WS-LIABILITY-ACCOUNT NOT EQUAL TO ZERO
           COMPUTE RCN-GL-DIFFERENCE = RCN-LIABILITY-CLOSE - RCN-GL-CLOSE
       END-IF.

WRITE-RECON-REPORT.
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SECTION 1 -- PREPAID LIABILITY ROLL-FORWARD" TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       IF NOT PRIOR-SNAPSHOT-FOUND
           MOVE SPACES TO RECONREPORTLINE
           STRING "  NO PRIOR CLOSE IN " DELIMITED BY SIZE
               WS-PSN-FILENAME DELIMITED BY SPACE
               " - OPENING TAKEN AS CLOSING LESS MOVEMENTS"
                   DELIMITED BY SIZE
               INTO RECONREPORTLINE
           END-STRING
           PERFORM WRITE-RECON-REPORT-LINE
       END-IF
       MOVE "OPENING LIABILITY" TO PRN-LABEL
       MOVE RCN-LIABILITY-OPEN TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
               UNTIL WS-MVT-IDX GREATER THAN 4
           MOVE SPACES TO PRN-LABEL
           STRING "  " MOVEMENT-NAME(WS-MVT-IDX)
               DELIMITED BY SIZE INTO PRN-LABEL
           END-STRING
           MOVE MVT-AMOUNT(WS-MVT-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-SINGLE-AMOUNT-LINE
       END-PERFORM
       MOVE "EXPECTED CLOSING LIABILITY" TO PRN-LABEL
       MOVE RCN-LIABILITY-EXPECTED TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "ACTUAL CLOSING LIABILITY" TO PRN-LABEL
       MOVE RCN-LIABILITY-CLOSE TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "UNEXPLAINED MOVEMENT" TO PRN-LABEL
       MOVE RCN-UNEXPLAINED TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SECTION 2 -- BALANCES TO OPEN BUCKETS" TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "PREPAID BALANCES" TO PRN-LABEL
       MOVE RCN-LIABILITY-CLOSE TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "OPEN BUCKET REMAINING AMOUNTS" TO PRN-LABEL
       MOVE RCN-BUCKET-CLOSE TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE "BALANCES LESS BUCKETS" TO PRN-LABEL
       MOVE RCN-BUCKET-DIFFERENCE TO WS-LINE-AMOUNT
       PERFORM WRITE-SINGLE-AMOUNT-LINE
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SECTION 3 -- BREAKS BY CAUSE" TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       PERFORM VARYING WS-CSE-IDX FROM 1 BY 1
               UNTIL WS-CSE-IDX GREATER THAN 6
           MOVE CSE-COUNT(WS-CSE-IDX) TO PRN-COUNT
           MOVE SPACES TO PRN-LABEL
           STRING "  " CAUSE-NAME(WS-CSE-IDX) PRN-COUNT
               DELIMITED BY SIZE INTO PRN-LABEL
           END-STRING
           MOVE CSE-AMOUNT(WS-CSE-IDX) TO WS-LINE-AMOUNT
           PERFORM WRITE-SINGLE-AMOUNT-LINE
       END-PERFORM
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE "SECTION 4 -- GL TIE-OUT" TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       IF WS-LIABILITY-ACCOUNT EQUAL TO ZERO
           MOVE "  NO PREPAID LIABILITY ACCOUNT - SET PREPAIDLIABACCOUNT"
               TO RECONREPORTLINE
           PERFORM WRITE-RECON-REPORT-LINE
       ELSE
           IF NOT PRIOR-CONTROL-FOUND
               MOVE "  NO PRIOR CONTROL - GL OPENING SET TO SUBLEDGER"
                   TO RECONREPORTLINE
               PERFORM WRITE-RECON-REPORT-LINE
           END-IF
           MOVE TIEOUTHEADER TO RECONREPORTLINE
           PERFORM WRITE-RECON-REPORT-LINE
           MOVE WS-LIABILITY-ACCOUNT TO PRN-LIABILITY-ACCOUNT
           MOVE SPACES TO PRN-LABEL
           STRING "GL TIE-OUT ACCOUNT " PRN-LIABILITY-ACCOUNT
               DELIMITED BY SIZE INTO PRN-LABEL
           END-STRING
           MOVE RCN-LIABILITY-CLOSE TO PRN-AMOUNT-1
           MOVE RCN-GL-CLOSE TO PRN-AMOUNT-2
           MOVE RCN-GL-DIFFERENCE TO PRN-AMOUNT-3
           MOVE RECONAMOUNTLINE TO RECONREPORTLINE
           PERFORM WRITE-RECON-REPORT-LINE
       END-IF
       MOVE SPACES TO RECONREPORTLINE
       PERFORM WRITE-RECON-REPORT-LINE
       MOVE RCN-BREAKS TO PRN-COUNT
       MOVE RCN-MOVEMENTS-READ TO PRN-MOVEMENT-COUNT
       MOVE SPACES TO RECONREPORTLINE
       STRING "SUBSCRIBER BREAKS: " PRN-COUNT
           "   MOVEMENTS IN PERIOD: " PRN-MOVEMENT-COUNT
           DELIMITED BY SIZE INTO RECONREPORTLINE
       END-STRING
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
       MOVE RCN-LIABILITY-CLOSE TO RCT-LIABILITY-TOTAL
       MOVE RCN-BUCKET-CLOSE TO RCT-BUCKET-TOTAL
       MOVE RCN-GL-CLOSE TO RCT-GL-BALANCE
       WRITE RECONCONTROLREC
       CLOSE RECONCONTROLFILE.

READ-PREPAID-BALANCE-RECORD.
       IF ENDOFPREPAIDBALANCE
           MOVE HIGH-VALUES TO WS-PPB-KEY
       ELSE
           READ PREPAIDBALANCE
               AT END
                   SET ENDOFPREPAIDBALANCE TO TRUE
                   MOVE HIGH-VALUES TO WS-PPB-KEY
               NOT AT END
                   MOVE PPB-SUBSCRIBERID TO WS-PPB-KEY
           END-READ
       END-IF.

READ-PREPAID-BUCKET-RECORD.
       IF ENDOFPREPAIDBUCKETS
           MOVE HIGH-VALUES TO WS-PBK-KEY
       ELSE
           READ PREPAIDBUCKETFILE
               AT END
                   SET ENDOFPREPAIDBUCKETS TO TRUE
                   MOVE HIGH-VALUES TO WS-PBK-KEY
               NOT AT END
                   MOVE PBK-SUBSCRIBERID TO WS-PBK-KEY
           END-READ
       END-IF.

READ-SORTED-MOVEMENT-RECORD.
       IF ENDOFSORTEDMOVEMENTS
           MOVE HIGH-VALUES TO WS-MSD-KEY
       ELSE
           READ MOVEMENTSORTED
               AT END
                   SET ENDOFSORTEDMOVEMENTS TO TRUE
                   MOVE HIGH-VALUES TO WS-MSD-KEY
               NOT AT END
                   MOVE MSD-SUBSCRIBERID TO WS-MSD-KEY
           END-READ
       END-IF.

READ-PRIOR-SNAPSHOT-RECORD.
       IF ENDOFPRIORSNAPSHOT
           MOVE HIGH-VALUES TO WS-PSN-KEY
       ELSE
           READ PRIORSNAPSHOTFILE
               AT END
                   SET ENDOFPRIORSNAPSHOT TO TRUE
                   MOVE HIGH-VALUES TO WS-PSN-KEY
               NOT AT END
                   MOVE PSN-SUBSCRIBERID TO WS-PSN-KEY
           END-READ
       END-IF.

READ-MOVEMENT-LOG-RECORD.
       READ PREPAIDMOVEMENTFILE AT END SET ENDOFMOVEMENTLOG TO TRUE
       END-READ.

READ-JOURNAL-RECORD.
       READ JOURNALFILE AT END SET ENDOFJOURNAL TO TRUE
       END-READ.

WRITE-RECON-REPORT-LINE.
       WRITE RECONREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING PREPAID RECONCILIATION - FILE STATUS "
               WS-RPT-STATUS
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
