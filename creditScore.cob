IDENTIFICATION DIVISION.
PROGRAM-ID. CREDITSCORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT AROPENITEMFILE ASSIGN TO "ArOpenItems.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPI-ITEM-KEY
           FILE STATUS IS WS-OPI-STATUS.

       SELECT BANKMANDATEFILE ASSIGN TO "BankMandates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT PLACEMENTFILE ASSIGN TO "Placements.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLC-SUBSCRIBERID
           FILE STATUS IS WS-PLC-STATUS.

       SELECT WRITEOFFFILE ASSIGN TO "WriteOffs.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WOF-SUBSCRIBERID
           FILE STATUS IS WS-WOF-STATUS.

       SELECT FRAUDCASEFILE ASSIGN TO "FraudCases.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FCS-SUBSCRIBERID
           FILE STATUS IS WS-FCS-STATUS.

       SELECT PLANCHARGEFILE ASSIGN TO "PlanCharges.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCH-PLANCODE
           FILE STATUS IS WS-PCH-STATUS.

       SELECT IDENTITYLINKFILE ASSIGN TO "IdentityLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IDL-STATUS.

       SELECT CREDITSCOREFILE ASSIGN TO "CreditScores.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CSC-SCORE-KEY
           FILE STATUS IS WS-CSC-STATUS.

       SELECT DEPOSITLEDGER ASSIGN TO "DepositLedger.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEP-SUBSCRIBERID
           FILE STATUS IS WS-DEP-STATUS.

       SELECT DEPOSITDEMANDFILE ASSIGN TO "DepositDemands.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMD-SUBSCRIBERID
           FILE STATUS IS WS-DMD-STATUS.

       SELECT MIGRATIONREPORTFILE ASSIGN TO "CreditScoreMigration.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     AROPENITEMFILE.
       COPY "AROPENITEM.cpy"
           REPLACING ==:RECNAME:== BY ==AROPENITEMREC==
                     ==:PREFIX:==  BY ==OPI-==.

FD     BANKMANDATEFILE.
       COPY "BANKMANDATE.cpy"
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     PLACEMENTFILE.
       COPY "AGENCYPLACEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==PLACEMENTREC==
                     ==:PREFIX:==  BY ==PLC-==.

FD     WRITEOFFFILE.
       COPY "WRITEOFF.cpy"
           REPLACING ==:RECNAME:== BY ==WRITEOFFREC==
                     ==:PREFIX:==  BY ==WOF-==.

FD     FRAUDCASEFILE.
01     FRAUDCASEREC.
       02  FCS-SUBSCRIBERID        PIC 9(10).
       02  FCS-STATUS              PIC X.
           88  CASE-IS-NEW         VALUE "N".
           88  CASE-INVESTIGATING  VALUE "I".
           88  CASE-CONFIRMED      VALUE "C".
           88  CASE-CLEARED        VALUE "X".
       02  FCS-CUMULATIVE-SCORE    PIC 9(7).
       02  FCS-ALERT-COUNT         PIC 9(5).
       02  FCS-OPENED-DATE         PIC 9(8).
       02  FCS-LASTALERT-DATE      PIC 9(8).
       02  FCS-CLEARED-DATE        PIC 9(8).
       02  FCS-SUPPRESS-UNTIL      PIC 9(8).
       02  FCS-ANALYST             PIC X(8).
       02  FCS-DISPOSITION-NOTE    PIC X(40).

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       02  PCH-PLANCODE             PIC X(4).
       02  PCH-MONTHLYCHARGE        PIC 9(5)V99.
       02  PCH-DESCRIPTION          PIC X(20).

FD     IDENTITYLINKFILE.
01     IDENTITYLINKREC.
       02  IDL-NEW-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X.
       02  IDL-PRIOR-SUBSCRIBERID  PIC 9(10).
       02  FILLER                  PIC X.
       02  IDL-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  IDL-CONFIRMED-DATE      PIC 9(8).

FD     CREDITSCOREFILE.
       COPY "CREDITSCORE.cpy"
           REPLACING ==:RECNAME:== BY ==CREDITSCOREREC==
                     ==:PREFIX:==  BY ==CSC-==.

FD     DEPOSITLEDGER.
       COPY "DEPOSITLEDGER.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITLEDGERREC==
                     ==:PREFIX:==  BY ==DEP-==.

FD     DEPOSITDEMANDFILE.
       COPY "DEPOSITDEMAND.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITDEMANDREC==
                     ==:PREFIX:==  BY ==DMD-==.

FD     MIGRATIONREPORTFILE.
01     MIGRATIONREPORTLINE         PIC X(100).

WORKING-STORAGE SECTION.
01     WS-SMF-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-OPI-STATUS               PIC XX.
01     WS-BMD-STATUS               PIC XX.
01     WS-PLC-STATUS               PIC XX.
01     WS-WOF-STATUS               PIC XX.
01     WS-FCS-STATUS               PIC XX.
01     WS-PCH-STATUS               PIC XX.
01     WS-IDL-STATUS               PIC XX.
01     WS-CSC-STATUS               PIC XX.
01     WS-DEP-STATUS               PIC XX.
01     WS-DMD-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".
01     WS-IDL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFIDENTITYLINKS      VALUE "Y".
01     WS-OPI-EOF-SWITCH           PIC X.
       88  ENDOFSUBSCRIBERITEMS    VALUE "Y".
01     WS-ARM-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  ARMASTER-AVAILABLE      VALUE "Y".
01     WS-OPI-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  OPENITEMS-AVAILABLE     VALUE "Y".
01     WS-BMD-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  MANDATES-AVAILABLE      VALUE "Y".
01     WS-PLC-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  PLACEMENTS-AVAILABLE    VALUE "Y".
01     WS-WOF-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  WRITEOFFS-AVAILABLE     VALUE "Y".
01     WS-FCS-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  FRAUDCASES-AVAILABLE    VALUE "Y".
01     WS-PCH-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  PLANCHARGES-AVAILABLE   VALUE "Y".
01     WS-PRIOR-SCORE-SWITCH       PIC X.
       88  PRIOR-SCORE-ON-FILE     VALUE "Y".
01     WS-CURRENT-SCORE-SWITCH     PIC X.
       88  CURRENT-SCORE-ON-FILE   VALUE "Y".
01     WS-DEMAND-SWITCH            PIC X.
       88  DEMAND-ALREADY-RAISED   VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(6).
01     WS-SCORE-PERIOD             PIC 9(6).
01     WS-SCORE-PERIOD-PARTS REDEFINES WS-SCORE-PERIOD.
       02  WS-SCORE-YEAR           PIC 9(4).
       02  WS-SCORE-MONTH          PIC 99.
01     WS-PREVIOUS-PERIOD          PIC 9(6).
01     WS-HISTORY-FROM-PERIOD      PIC 9(6).
01     WS-PERIOD-START-DATE        PIC 9(8).
01     WS-PERIOD-END-DATE          PIC 9(8).
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-TODAY-INTEGER            PIC 9(8).
01     WS-DUE-INTEGER              PIC 9(8).
01     WS-PAID-INTEGER             PIC 9(8).
01     WS-DAYS-LATE                PIC S9(5).
01     WS-LATE-ITEM-COUNT          PIC 9(4).
01     WS-TENURE-MONTHS            PIC 9(5).

01     SCORE-BASE                  PIC 9(3) VALUE 100.
01     BAND-A-FLOOR                PIC 9(3) VALUE 80.
01     BAND-B-FLOOR                PIC 9(3) VALUE 60.
01     BAND-C-FLOOR                PIC 9(3) VALUE 40.
01     DD-RETURN-LIMIT             PIC 99 VALUE 3.
01     DEPOSIT-MONTHS-POOR         PIC 9 VALUE 2.
01     DEPOSIT-MONTHS-HIGHRISK     PIC 9 VALUE 3.
01     DEPOSIT-MINIMUM             PIC 9(5)V99 VALUE 50.00.

01     WS-RAW-SCORE                PIC S9(4).
01     WS-LATE-POINTS              PIC 9(3).
01     WS-RETURN-POINTS            PIC 9(3).
01     WS-PLACEMENT-POINTS         PIC 9(3).
01     WS-WRITEOFF-POINTS          PIC 9(3).
01     WS-FRAUD-POINTS             PIC 9(3).
01     WS-TENURE-POINTS            PIC S9(3).
01     WS-MAX-DAYS-LATE            PIC 9(4).
01     WS-RETURN-COUNT             PIC 99.
01     WS-MONTHLY-CHARGE           PIC 9(5)V99.
01     WS-PRIOR-BAND               PIC X.
01     WS-PRIOR-SCORE              PIC 9(3).
01     WS-PRIOR-PLANCODE           PIC X(4).
01     WS-PRIOR-CHARGE             PIC 9(5)V99.
01     WS-TRIGGER                  PIC X.
01     WS-DEMAND-AMOUNT            PIC 9(7)V99.

01     IDENTITY-LINK-LIMIT         PIC 9(4) VALUE 2000.
01     IDENTITY-LINK-STORAGE.
       02  LNK-COUNT               PIC 9(4) VALUE ZERO.
       02  LNK-ENTRY OCCURS 2000 TIMES.
           03  LNK-NEW-SUBSCRIBERID    PIC 9(10).
           03  LNK-PRIOR-SUBSCRIBERID  PIC 9(10).
01     LNK-IDX                     PIC 9(4).
01     LNK-FOUND-IDX               PIC 9(4).

01     DEMAND-CANDIDATE-LIMIT      PIC 9(4) VALUE 1000.
01     DEMAND-CANDIDATE-STORAGE.
       02  CND-COUNT               PIC 9(4) VALUE ZERO.
       02  CND-ENTRY OCCURS 1000 TIMES.
           03  CND-SUBSCRIBERID        PIC 9(10).
           03  CND-PRIOR-SUBSCRIBERID  PIC 9(10).
           03  CND-TRIGGER             PIC X.
           03  CND-MONTHLYCHARGE       PIC 9(5)V99.
01     CND-IDX                     PIC 9(4).

01     MIGRATION-MATRIX.
       02  MIG-FROM-ROW OCCURS 5 TIMES.
           03  MIG-TO-COUNT        PIC 9(7) OCCURS 4 TIMES.
01     MIG-FROM-IDX                PIC 9.
01     MIG-TO-IDX                  PIC 9.
01     BAND-IDX                    PIC 9.
01     BAND-LETTERS                PIC X(5) VALUE "ABCD-".

01     SCORE-TOTALS.
       02  SCT-SUBSCRIBERS-SCORED  PIC 9(7) VALUE ZERO.
       02  SCT-BAND-COUNT          PIC 9(7) OCCURS 4 TIMES.
       02  SCT-MIGRATIONS          PIC 9(7) VALUE ZERO.
       02  SCT-DD-INELIGIBLE       PIC 9(7) VALUE ZERO.
       02  SCT-DEMANDS-RAISED      PIC 9(7) VALUE ZERO.
       02  SCT-DEMANDS-VALUE       PIC 9(9)V99 VALUE ZERO.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     MIGRATIONHEADER             PIC X(100) VALUE
           "SUBSCRIBERID  NAME                       FROM      TO        MOVE".
01     MIGRATIONDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-SUBSCRIBERNAME      PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-FROM-BAND           PIC X.
       02  FILLER                  PIC X VALUE "(".
       02  PRN-FROM-SCORE          PIC ZZ9.
       02  FILLER                  PIC X(4) VALUE ")   ".
       02  PRN-TO-BAND             PIC X.
       02  FILLER                  PIC X VALUE "(".
       02  PRN-TO-SCORE            PIC ZZ9.
       02  FILLER                  PIC X(4) VALUE ")   ".
       02  PRN-DIRECTION           PIC X(10).

01     MATRIXHEADER                PIC X(100) VALUE
           "FROM \ TO          A          B          C          D".
01     MATRIXLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-MATRIX-FROM         PIC X.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-MATRIX-CELL         PIC ZZZ,ZZ9 OCCURS 4 TIMES.

01     DEMANDHEADER                PIC X(100) VALUE
           "SUBSCRIBERID  TRIGGER     LINKED TO   SCORE BAND      DEPOSIT DEMANDED".
01     DEMANDDETAILLINE.
       02  PRN-DMD-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DMD-TRIGGER         PIC X(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DMD-LINKED          PIC 9(10).
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  PRN-DMD-SCORE           PIC ZZ9.
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  PRN-DMD-BAND            PIC X.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DMD-AMOUNT          PIC $$$,$$$,$$9.99.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "CREDITSCORE".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM NOT NUMERIC
           DISPLAY "SCORING PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM TO WS-SCORE-PERIOD
       IF WS-SCORE-MONTH EQUAL TO 1
           COMPUTE WS-PREVIOUS-PERIOD = WS-SCORE-PERIOD - 89
       ELSE
           COMPUTE WS-PREVIOUS-PERIOD = WS-SCORE-PERIOD - 1
       END-IF
       COMPUTE WS-HISTORY-FROM-PERIOD = WS-SCORE-PERIOD - 100
       COMPUTE WS-PERIOD-START-DATE = WS-SCORE-PERIOD * 100 + 1
       COMPUTE WS-PERIOD-END-DATE = WS-SCORE-PERIOD * 100 + 31
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       INITIALIZE MIGRATION-MATRIX
       INITIALIZE SCORE-TOTALS
       PERFORM LOAD-IDENTITY-LINKS
       PERFORM OPEN-SCORING-FILES
       MOVE SPACES TO REPORTHEADER
       STRING "UNIVERSAL TELECOMS CREDIT SCORE MIGRATION  PERIOD "
           WS-PREVIOUS-PERIOD " TO " WS-SCORE-PERIOD
           "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO REPORTHEADER
       END-STRING
       MOVE REPORTHEADER TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE MIGRATIONHEADER TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       PERFORM READ-SUBSCRIBER-RECORD
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER
           PERFORM SCORE-ONE-SUBSCRIBER
           PERFORM READ-SUBSCRIBER-RECORD
       END-PERFORM
       PERFORM PRINT-MIGRATION-MATRIX
       PERFORM RAISE-DEPOSIT-DEMANDS
       PERFORM PRINT-SCORE-SUMMARY
       PERFORM CLOSE-SCORING-FILES
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "CREDITSCORE -- SCORED: " SCT-SUBSCRIBERS-SCORED
           "  BAND MIGRATIONS: " SCT-MIGRATIONS
           "  DEPOSIT DEMANDS: " SCT-DEMANDS-RAISED
       STOP RUN.

OPEN-SCORING-FILES.
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT ARMASTERFILE
       IF WS-ARM-STATUS EQUAL TO "00"
           SET ARMASTER-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT AROPENITEMFILE
       IF WS-OPI-STATUS EQUAL TO "00"
           SET OPENITEMS-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT BANKMANDATEFILE
       IF WS-BMD-STATUS EQUAL TO "00"
           SET MANDATES-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT PLACEMENTFILE
       IF WS-PLC-STATUS EQUAL TO "00"
           SET PLACEMENTS-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT WRITEOFFFILE
       IF WS-WOF-STATUS EQUAL TO "00"
           SET WRITEOFFS-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT FRAUDCASEFILE
       IF WS-FCS-STATUS EQUAL TO "00"
           SET FRAUDCASES-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT PLANCHARGEFILE
       IF WS-PCH-STATUS EQUAL TO "00"
           SET PLANCHARGES-AVAILABLE TO TRUE
       END-IF
       OPEN I-O CREDITSCOREFILE
       IF WS-CSC-STATUS EQUAL TO "35"
           OPEN OUTPUT CREDITSCOREFILE
           CLOSE CREDITSCOREFILE
           OPEN I-O CREDITSCOREFILE
       END-IF
       IF WS-CSC-STATUS NOT EQUAL TO "00"
           MOVE "CREDITSCOREFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CSC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT MIGRATIONREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "MIGRATIONREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CLOSE-SCORING-FILES.
       IF ARMASTER-AVAILABLE
           CLOSE ARMASTERFILE
       END-IF
       IF OPENITEMS-AVAILABLE
           CLOSE AROPENITEMFILE
       END-IF
       IF MANDATES-AVAILABLE
           CLOSE BANKMANDATEFILE
       END-IF
       IF PLACEMENTS-AVAILABLE
           CLOSE PLACEMENTFILE
       END-IF
       IF WRITEOFFS-AVAILABLE
           CLOSE WRITEOFFFILE
       END-IF
       IF FRAUDCASES-AVAILABLE
           CLOSE FRAUDCASEFILE
       END-IF
       IF PLANCHARGES-AVAILABLE
           CLOSE PLANCHARGEFILE
       END-IF
       CLOSE SUBSCRIBERMASTER
       CLOSE CREDITSCOREFILE
       CLOSE MIGRATIONREPORTFILE.

LOAD-IDENTITY-LINKS.
       OPEN INPUT IDENTITYLINKFILE
       IF WS-IDL-STATUS EQUAL TO "00"
           PERFORM READ-IDENTITY-LINK
           PERFORM UNTIL ENDOFIDENTITYLINKS
               IF LNK-COUNT LESS THAN IDENTITY-LINK-LIMIT
                   ADD 1 TO LNK-COUNT
                   MOVE IDL-NEW-SUBSCRIBERID
                       TO LNK-NEW-SUBSCRIBERID(LNK-COUNT)
                   MOVE IDL-PRIOR-SUBSCRIBERID
                       TO LNK-PRIOR-SUBSCRIBERID(LNK-COUNT)
               ELSE
                   DISPLAY "IDENTITY LINK TABLE FULL - LINK FOR "
                       IDL-NEW-SUBSCRIBERID " NOT CHECKED"
               END-IF
               PERFORM READ-IDENTITY-LINK
           END-PERFORM
           CLOSE IDENTITYLINKFILE
       END-IF.

SCORE-ONE-SUBSCRIBER.
       ADD 1 TO SCT-SUBSCRIBERS-SCORED
       PERFORM READ-PRIOR-PERIOD-SCORE
       PERFORM SCORE-PAYMENT-HISTORY
       PERFORM SCORE-DIRECT-DEBIT-RETURNS
       PERFORM SCORE-COLLECTIONS-HISTORY
       PERFORM SCORE-TENURE
       COMPUTE WS-RAW-SCORE = SCORE-BASE - WS-LATE-POINTS
           - WS-RETURN-POINTS - WS-PLACEMENT-POINTS
           - WS-WRITEOFF-POINTS - WS-FRAUD-POINTS + WS-TENURE-POINTS
       IF WS-RAW-SCORE LESS THAN ZERO
           MOVE ZERO TO WS-RAW-SCORE
       END-IF
       IF WS-RAW-SCORE GREATER THAN SCORE-BASE
           MOVE SCORE-BASE TO WS-RAW-SCORE
       END-IF
       MOVE ZERO TO WS-MONTHLY-CHARGE
       IF PLANCHARGES-AVAILABLE
           MOVE SMF-PLANCODE TO PCH-PLANCODE
           READ PLANCHARGEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PCH-MONTHLYCHARGE TO WS-MONTHLY-CHARGE
           END-READ
       END-IF
       PERFORM STORE-CURRENT-SCORE
       PERFORM TALLY-BAND-MIGRATION
       PERFORM CHECK-DEPOSIT-TRIGGER.

READ-PRIOR-PERIOD-SCORE.
       MOVE "N" TO WS-PRIOR-SCORE-SWITCH
       MOVE "-" TO WS-PRIOR-BAND
       MOVE ZERO TO WS-PRIOR-SCORE
       MOVE SPACES TO WS-PRIOR-PLANCODE
       MOVE ZERO TO WS-PRIOR-CHARGE
       MOVE SMF-SUBSCRIBERID TO CSC-SUBSCRIBERID
       MOVE WS-PREVIOUS-PERIOD TO CSC-PERIOD
       READ CREDITSCOREFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET PRIOR-SCORE-ON-FILE TO TRUE
               MOVE CSC-BAND TO WS-PRIOR-BAND
               MOVE CSC-SCORE TO WS-PRIOR-SCORE
               MOVE CSC-PLANCODE TO WS-PRIOR-PLANCODE
               MOVE CSC-MONTHLYCHARGE TO WS-PRIOR-CHARGE
       END-READ.

SCORE-PAYMENT-HISTORY.
       MOVE ZERO TO WS-LATE-POINTS
       MOVE ZERO TO WS-MAX-DAYS-LATE
       MOVE ZERO TO WS-LATE-ITEM-COUNT
       IF OPENITEMS-AVAILABLE
           PERFORM SCAN-SUBSCRIBER-OPEN-ITEMS
       END-IF
       IF ARMASTER-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO AR-SUBSCRIBERID
           READ ARMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AR-AGE-90PLUS GREATER THAN ZERO
                           AND WS-MAX-DAYS-LATE LESS THAN 90
                       MOVE 90 TO WS-MAX-DAYS-LATE
                   END-IF
                   IF AR-AGE-60DAY GREATER THAN ZERO
                           AND WS-MAX-DAYS-LATE LESS THAN 60
                       MOVE 60 TO WS-MAX-DAYS-LATE
                   END-IF
                   IF AR-AGE-30DAY GREATER THAN ZERO
                           AND WS-MAX-DAYS-LATE LESS THAN 30
                       MOVE 30 TO WS-MAX-DAYS-LATE
                   END-IF
           END-READ
       END-IF
       COMPUTE WS-LATE-POINTS = WS-LATE-ITEM-COUNT * 2
       IF WS-LATE-POINTS GREATER THAN 10
           MOVE 10 TO WS-LATE-POINTS
       END-IF
       EVALUATE TRUE
           WHEN WS-MAX-DAYS-LATE NOT LESS THAN 90
               ADD 20 TO WS-LATE-POINTS
           WHEN WS-MAX-DAYS-LATE NOT LESS THAN 60
               ADD 12 TO WS-LATE-POINTS
           WHEN WS-MAX-DAYS-LATE NOT LESS THAN 30
               ADD 6 TO WS-LATE-POINTS
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

SCAN-SUBSCRIBER-OPEN-ITEMS.
       MOVE "N" TO WS-OPI-EOF-SWITCH
       MOVE SMF-SUBSCRIBERID TO OPI-SUBSCRIBERID
       MOVE ZERO TO OPI-INVOICENUMBER
       START AROPENITEMFILE KEY IS NOT LESS THAN OPI-ITEM-KEY
           INVALID KEY SET ENDOFSUBSCRIBERITEMS TO TRUE
       END-START
       PERFORM UNTIL ENDOFSUBSCRIBERITEMS
           READ AROPENITEMFILE NEXT RECORD
               AT END SET ENDOFSUBSCRIBERITEMS TO TRUE
           END-READ
           IF NOT ENDOFSUBSCRIBERITEMS
               IF OPI-SUBSCRIBERID NOT EQUAL TO SMF-SUBSCRIBERID
                   SET ENDOFSUBSCRIBERITEMS TO TRUE
               ELSE
                   IF OPI-BILLINGPERIOD NOT LESS THAN
                           WS-HISTORY-FROM-PERIOD
                       PERFORM MEASURE-ITEM-LATENESS
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

MEASURE-ITEM-LATENESS.
       MOVE ZERO TO WS-DAYS-LATE
       IF OPI-DUEDATE NUMERIC AND OPI-DUEDATE GREATER THAN ZERO
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(OPI-DUEDATE)
           IF OPI-ITEM-PAID
               IF OPI-LASTPAYMENTDATE GREATER THAN OPI-DUEDATE
                   COMPUTE WS-PAID-INTEGER =
                       FUNCTION INTEGER-OF-DATE(OPI-LASTPAYMENTDATE)
                   COMPUTE WS-DAYS-LATE =
                       WS-PAID-INTEGER - WS-DUE-INTEGER
               END-IF
           ELSE
           IF OPI-ITEM-OPEN
               IF WS-TODAY-INTEGER GREATER THAN WS-DUE-INTEGER
                   COMPUTE WS-DAYS-LATE =
                       WS-TODAY-INTEGER - WS-DUE-INTEGER
               END-IF
           END-IF
           END-IF
       END-IF
       IF WS-DAYS-LATE GREATER THAN ZERO
           ADD 1 TO WS-LATE-ITEM-COUNT
           IF WS-DAYS-LATE GREATER THAN WS-MAX-DAYS-LATE
               MOVE WS-DAYS-LATE TO WS-MAX-DAYS-LATE
           END-IF
       END-IF.

SCORE-DIRECT-DEBIT-RETURNS.
       MOVE ZERO TO WS-RETURN-POINTS
       MOVE ZERO TO WS-RETURN-COUNT
       IF MANDATES-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO BMD-SUBSCRIBERID
           READ BANKMANDATEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE BMD-RETURN-COUNT TO WS-RETURN-COUNT
                   COMPUTE WS-RETURN-POINTS = BMD-RETURN-COUNT * 5
                   IF WS-RETURN-POINTS GREATER THAN 20
                       MOVE 20 TO WS-RETURN-POINTS
                   END-IF
                   IF BMD-MANDATE-SUSPENDED
                       ADD 5 TO WS-RETURN-POINTS
                   END-IF
           END-READ
       END-IF.

SCORE-COLLECTIONS-HISTORY.
       MOVE ZERO TO WS-PLACEMENT-POINTS
       MOVE ZERO TO WS-WRITEOFF-POINTS
       MOVE ZERO TO WS-FRAUD-POINTS
       IF PLACEMENTS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO PLC-SUBSCRIBERID
           READ PLACEMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PLC-ACCOUNT-PLACED
                       MOVE 30 TO WS-PLACEMENT-POINTS
                   ELSE
                       MOVE 15 TO WS-PLACEMENT-POINTS
                   END-IF
           END-READ
       END-IF
       IF WRITEOFFS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO WOF-SUBSCRIBERID
           READ WRITEOFFFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WOF-WRITEOFF-APPLIED
                           MOVE 40 TO WS-WRITEOFF-POINTS
                       WHEN WOF-WRITEOFF-RECOVERED
                           MOVE 20 TO WS-WRITEOFF-POINTS
                       WHEN WOF-WRITEOFF-PROPOSED
                           MOVE 10 TO WS-WRITEOFF-POINTS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-IF
       IF FRAUDCASES-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO FCS-SUBSCRIBERID
           READ FRAUDCASEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CASE-CONFIRMED
                           MOVE 40 TO WS-FRAUD-POINTS
                       WHEN CASE-IS-NEW
                       WHEN CASE-INVESTIGATING
                           MOVE 15 TO WS-FRAUD-POINTS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-IF.

SCORE-TENURE.
       MOVE ZERO TO WS-TENURE-POINTS
       MOVE ZERO TO WS-TENURE-MONTHS
       IF SMF-ACTIVATIONDATE NUMERIC
               AND SMF-ACTIVATIONDATE GREATER THAN ZERO
               AND SMF-ACTIVATIONDATE NOT GREATER THAN
                   RUN-DATE-YYYYMMDD
           COMPUTE WS-TENURE-MONTHS =
               (WS-TODAY-INTEGER
                - FUNCTION INTEGER-OF-DATE(SMF-ACTIVATIONDATE)) / 30
       END-IF
       EVALUATE TRUE
           WHEN WS-TENURE-MONTHS LESS THAN 6
               MOVE -10 TO WS-TENURE-POINTS
           WHEN WS-TENURE-MONTHS NOT LESS THAN 60
               MOVE 10 TO WS-TENURE-POINTS
           WHEN WS-TENURE-MONTHS NOT LESS THAN 24
               MOVE 5 TO WS-TENURE-POINTS
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

STORE-CURRENT-SCORE.
       MOVE "N" TO WS-CURRENT-SCORE-SWITCH
       MOVE SMF-SUBSCRIBERID TO CSC-SUBSCRIBERID
       MOVE WS-SCORE-PERIOD TO CSC-PERIOD
       READ CREDITSCOREFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY SET CURRENT-SCORE-ON-FILE TO TRUE
       END-READ
       MOVE SMF-SUBSCRIBERID TO CSC-SUBSCRIBERID
       MOVE WS-SCORE-PERIOD TO CSC-PERIOD
       MOVE WS-RAW-SCORE TO CSC-SCORE
       EVALUATE TRUE
           WHEN WS-RAW-SCORE NOT LESS THAN BAND-A-FLOOR
               SET CSC-BAND-LOW-RISK TO TRUE
           WHEN WS-RAW-SCORE NOT LESS THAN BAND-B-FLOOR
               SET CSC-BAND-FAIR TO TRUE
           WHEN WS-RAW-SCORE NOT LESS THAN BAND-C-FLOOR
               SET CSC-BAND-POOR TO TRUE
           WHEN OTHER
               SET CSC-BAND-HIGH-RISK TO TRUE
       END-EVALUATE
       IF CSC-BAND-HIGH-RISK
               OR WS-RETURN-COUNT NOT LESS THAN DD-RETURN-LIMIT
           MOVE "N" TO CSC-DDELIGIBLE
           ADD 1 TO SCT-DD-INELIGIBLE
       ELSE
           MOVE "Y" TO CSC-DDELIGIBLE
       END-IF
       MOVE WS-LATE-POINTS TO CSC-LATE-POINTS
       MOVE WS-RETURN-POINTS TO CSC-RETURN-POINTS
       MOVE WS-PLACEMENT-POINTS TO CSC-PLACEMENT-POINTS
       MOVE WS-WRITEOFF-POINTS TO CSC-WRITEOFF-POINTS
       MOVE WS-FRAUD-POINTS TO CSC-FRAUD-POINTS
       MOVE WS-TENURE-POINTS TO CSC-TENURE-POINTS
       MOVE WS-MAX-DAYS-LATE TO CSC-MAXDAYSLATE
       MOVE SMF-PLANCODE TO CSC-PLANCODE
       MOVE WS-MONTHLY-CHARGE TO CSC-MONTHLYCHARGE
       MOVE RUN-DATE-YYYYMMDD TO CSC-SCOREDATE
       IF CURRENT-SCORE-ON-FILE
           REWRITE CREDITSCOREREC
       ELSE
           WRITE CREDITSCOREREC
       END-IF
       IF WS-CSC-STATUS NOT EQUAL TO "00"
           MOVE "CREDITSCOREFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CSC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

TALLY-BAND-MIGRATION.
       MOVE 5 TO MIG-FROM-IDX
       MOVE 1 TO MIG-TO-IDX
       PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX GREATER THAN 4
           IF BAND-LETTERS(BAND-IDX:1) EQUAL TO WS-PRIOR-BAND
               MOVE BAND-IDX TO MIG-FROM-IDX
           END-IF
           IF BAND-LETTERS(BAND-IDX:1) EQUAL TO CSC-BAND
               MOVE BAND-IDX TO MIG-TO-IDX
           END-IF
       END-PERFORM
       ADD 1 TO MIG-TO-COUNT(MIG-FROM-IDX, MIG-TO-IDX)
       ADD 1 TO SCT-BAND-COUNT(MIG-TO-IDX)
       IF PRIOR-SCORE-ON-FILE AND WS-PRIOR-BAND NOT EQUAL TO CSC-BAND
           ADD 1 TO SCT-MIGRATIONS
           MOVE SMF-SUBSCRIBERID TO PRN-SUBSCRIBERID
           MOVE SMF-SUBSCRIBERNAME TO PRN-SUBSCRIBERNAME
           MOVE WS-PRIOR-BAND TO PRN-FROM-BAND
           MOVE WS-PRIOR-SCORE TO PRN-FROM-SCORE
           MOVE CSC-BAND TO PRN-TO-BAND
           MOVE CSC-SCORE TO PRN-TO-SCORE
           IF MIG-TO-IDX GREATER THAN MIG-FROM-IDX
               MOVE "WORSENED" TO PRN-DIRECTION
           ELSE
               MOVE "IMPROVED" TO PRN-DIRECTION
           END-IF
           MOVE MIGRATIONDETAILLINE TO MIGRATIONREPORTLINE
           PERFORM WRITE-MIGRATION-REPORT-LINE
       END-IF.

CHECK-DEPOSIT-TRIGGER.
       MOVE SPACE TO WS-TRIGGER
       IF SMF-TERMINATIONDATE EQUAL TO ZERO
               AND SMF-PAYTYPE NOT EQUAL TO "P"
           IF SMF-ACTIVATIONDATE NOT LESS THAN WS-PERIOD-START-DATE
                   AND SMF-ACTIVATIONDATE NOT GREATER THAN
                       WS-PERIOD-END-DATE
               MOVE "A" TO WS-TRIGGER
           ELSE
           IF PRIOR-SCORE-ON-FILE
                   AND SMF-PLANCODE NOT EQUAL TO WS-PRIOR-PLANCODE
                   AND WS-MONTHLY-CHARGE GREATER THAN WS-PRIOR-CHARGE
               MOVE "U" TO WS-TRIGGER
           END-IF
           END-IF
       END-IF
       IF WS-TRIGGER NOT EQUAL TO SPACE
           PERFORM VARYING LNK-IDX FROM 1 BY 1
                   UNTIL LNK-IDX GREATER THAN LNK-COUNT
               IF LNK-NEW-SUBSCRIBERID(LNK-IDX) EQUAL TO
                       SMF-SUBSCRIBERID
                   PERFORM ADD-DEMAND-CANDIDATE
               END-IF
           END-PERFORM
       END-IF.

ADD-DEMAND-CANDIDATE.
       IF CND-COUNT LESS THAN DEMAND-CANDIDATE-LIMIT
           ADD 1 TO CND-COUNT
           MOVE SMF-SUBSCRIBERID TO CND-SUBSCRIBERID(CND-COUNT)
           MOVE LNK-PRIOR-SUBSCRIBERID(LNK-IDX)
               TO CND-PRIOR-SUBSCRIBERID(CND-COUNT)
           MOVE WS-TRIGGER TO CND-TRIGGER(CND-COUNT)
           MOVE WS-MONTHLY-CHARGE TO CND-MONTHLYCHARGE(CND-COUNT)
       ELSE
           DISPLAY "DEPOSIT CANDIDATE TABLE FULL - SUBSCRIBER "
               SMF-SUBSCRIBERID " NOT CHECKED"
       END-IF.

RAISE-DEPOSIT-DEMANDS.
       MOVE SPACES TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE SPACES TO MIGRATIONREPORTLINE
       STRING "DEPOSIT DEMANDS - ACTIVATIONS AND UPGRADES LINKED TO "
           "POOR-SCORING PRIOR SUBSCRIBERS"
           DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
       END-STRING
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE DEMANDHEADER TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       IF CND-COUNT GREATER THAN ZERO
           OPEN INPUT DEPOSITLEDGER
           OPEN I-O DEPOSITDEMANDFILE
           IF WS-DMD-STATUS EQUAL TO "35"
               OPEN OUTPUT DEPOSITDEMANDFILE
               CLOSE DEPOSITDEMANDFILE
               OPEN I-O DEPOSITDEMANDFILE
           END-IF
           IF WS-DMD-STATUS NOT EQUAL TO "00"
               MOVE "DEPOSITDEMANDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-DMD-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM CHECK-ONE-DEMAND-CANDIDATE
               VARYING CND-IDX FROM 1 BY 1
               UNTIL CND-IDX GREATER THAN CND-COUNT
           CLOSE DEPOSITDEMANDFILE
           IF WS-DEP-STATUS EQUAL TO "00"
               CLOSE DEPOSITLEDGER
           END-IF
       END-IF.

CHECK-ONE-DEMAND-CANDIDATE.
       MOVE CND-PRIOR-SUBSCRIBERID(CND-IDX) TO CSC-SUBSCRIBERID
       MOVE WS-SCORE-PERIOD TO CSC-PERIOD
       READ CREDITSCOREFILE
           INVALID KEY MOVE "A" TO CSC-BAND
       END-READ
       IF CSC-POOR-SCORING
           MOVE "N" TO WS-DEMAND-SWITCH
           MOVE CND-SUBSCRIBERID(CND-IDX) TO DEP-SUBSCRIBERID
           READ DEPOSITLEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DEP-DEPOSIT-HELD
                       SET DEMAND-ALREADY-RAISED TO TRUE
                   END-IF
           END-READ
           MOVE CND-SUBSCRIBERID(CND-IDX) TO DMD-SUBSCRIBERID
           READ DEPOSITDEMANDFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DMD-DEMAND-OUTSTANDING
                       SET DEMAND-ALREADY-RAISED TO TRUE
                   END-IF
           END-READ
           IF NOT DEMAND-ALREADY-RAISED
               PERFORM WRITE-DEPOSIT-DEMAND
           END-IF
       END-IF.

WRITE-DEPOSIT-DEMAND.
       IF CSC-BAND-HIGH-RISK
           COMPUTE WS-DEMAND-AMOUNT =
               CND-MONTHLYCHARGE(CND-IDX) * DEPOSIT-MONTHS-HIGHRISK
       ELSE
           COMPUTE WS-DEMAND-AMOUNT =
               CND-MONTHLYCHARGE(CND-IDX) * DEPOSIT-MONTHS-POOR
       END-IF
       IF WS-DEMAND-AMOUNT LESS THAN DEPOSIT-MINIMUM
           MOVE DEPOSIT-MINIMUM TO WS-DEMAND-AMOUNT
       END-IF
       MOVE CND-SUBSCRIBERID(CND-IDX) TO DMD-SUBSCRIBERID
       MOVE WS-DEMAND-AMOUNT TO DMD-AMOUNT-DEMANDED
       MOVE ZERO TO DMD-AMOUNT-RECEIVED
       MOVE RUN-DATE-YYYYMMDD TO DMD-DEMAND-DATE
       MOVE CND-TRIGGER(CND-IDX) TO DMD-TRIGGER
       MOVE CND-PRIOR-SUBSCRIBERID(CND-IDX) TO DMD-LINKED-SUBSCRIBERID
       MOVE CSC-SCORE TO DMD-LINKED-SCORE
       MOVE CSC-BAND TO DMD-LINKED-BAND
       SET DMD-DEMAND-OUTSTANDING TO TRUE
       MOVE ZERO TO DMD-SATISFIED-DATE
       WRITE DEPOSITDEMANDREC
           INVALID KEY
               REWRITE DEPOSITDEMANDREC
       END-WRITE
       IF WS-DMD-STATUS NOT EQUAL TO "00"
           MOVE "DEPOSITDEMANDFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DMD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO SCT-DEMANDS-RAISED
       ADD WS-DEMAND-AMOUNT TO SCT-DEMANDS-VALUE
       MOVE DMD-SUBSCRIBERID TO PRN-DMD-SUBSCRIBERID
       IF DMD-TRIGGER-ACTIVATION
           MOVE "ACTIVATION" TO PRN-DMD-TRIGGER
       ELSE
           MOVE "UPGRADE" TO PRN-DMD-TRIGGER
       END-IF
       MOVE DMD-LINKED-SUBSCRIBERID TO PRN-DMD-LINKED
       MOVE DMD-LINKED-SCORE TO PRN-DMD-SCORE
       MOVE DMD-LINKED-BAND TO PRN-DMD-BAND
       MOVE DMD-AMOUNT-DEMANDED TO PRN-DMD-AMOUNT
       MOVE DEMANDDETAILLINE TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE.

PRINT-MIGRATION-MATRIX.
       MOVE SPACES TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE SPACES TO MIGRATIONREPORTLINE
       STRING "BAND MIGRATION MATRIX (FROM = LAST PERIOD, - = NOT "
           "PREVIOUSLY SCORED)"
           DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
       END-STRING
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE MATRIXHEADER TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       PERFORM PRINT-ONE-MATRIX-ROW
           VARYING MIG-FROM-IDX FROM 1 BY 1
           UNTIL MIG-FROM-IDX GREATER THAN 5.

PRINT-ONE-MATRIX-ROW.
       MOVE BAND-LETTERS(MIG-FROM-IDX:1) TO PRN-MATRIX-FROM
       PERFORM VARYING MIG-TO-IDX FROM 1 BY 1
               UNTIL MIG-TO-IDX GREATER THAN 4
           MOVE MIG-TO-COUNT(MIG-FROM-IDX, MIG-TO-IDX)
               TO PRN-MATRIX-CELL(MIG-TO-IDX)
       END-PERFORM
       MOVE MATRIXLINE TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE.

PRINT-SCORE-SUMMARY.
       MOVE SPACES TO MIGRATIONREPORTLINE
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE SCT-SUBSCRIBERS-SCORED TO PRN-COUNT
       MOVE SPACES TO MIGRATIONREPORTLINE
       STRING "SUBSCRIBERS SCORED:             " PRN-COUNT
           DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
       END-STRING
       PERFORM WRITE-MIGRATION-REPORT-LINE
       PERFORM VARYING MIG-TO-IDX FROM 1 BY 1
               UNTIL MIG-TO-IDX GREATER THAN 4
           MOVE SCT-BAND-COUNT(MIG-TO-IDX) TO PRN-COUNT
           MOVE SPACES TO MIGRATIONREPORTLINE
           STRING "  BAND " BAND-LETTERS(MIG-TO-IDX:1)
               ":                       " PRN-COUNT
               DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
           END-STRING
           PERFORM WRITE-MIGRATION-REPORT-LINE
       END-PERFORM
       MOVE SCT-MIGRATIONS TO PRN-COUNT
       MOVE SPACES TO MIGRATIONREPORTLINE
       STRING "BAND MIGRATIONS:                " PRN-COUNT
           DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
       END-STRING
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE SCT-DD-INELIGIBLE TO PRN-COUNT
       MOVE SPACES TO MIGRATIONREPORTLINE
       STRING "NOT ELIGIBLE FOR DIRECT DEBIT:  " PRN-COUNT
           DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
       END-STRING
       PERFORM WRITE-MIGRATION-REPORT-LINE
       MOVE SCT-DEMANDS-RAISED TO PRN-COUNT
       MOVE SCT-DEMANDS-VALUE TO PRN-AMOUNT
       MOVE SPACES TO MIGRATIONREPORTLINE
       STRING "DEPOSIT DEMANDS RAISED:         " PRN-COUNT
           "  VALUE " PRN-AMOUNT
           DELIMITED BY SIZE INTO MIGRATIONREPORTLINE
       END-STRING
       PERFORM WRITE-MIGRATION-REPORT-LINE.

READ-SUBSCRIBER-RECORD.
       READ SUBSCRIBERMASTER AT END SET ENDOFSUBSCRIBERMASTER TO TRUE
       END-READ
       IF WS-SMF-STATUS NOT EQUAL TO "00" AND WS-SMF-STATUS NOT EQUAL TO "10"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-IDENTITY-LINK.
       READ IDENTITYLINKFILE AT END SET ENDOFIDENTITYLINKS TO TRUE
       END-READ.

WRITE-MIGRATION-REPORT-LINE.
       WRITE MIGRATIONREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "MIGRATIONREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "CreditScoreMigration.rpt" TO WS-REG-REPORT-NAME
       MOVE "CreditScoreMigration.rpt" TO WS-REG-FILENAME
       MOVE WS-SCORE-PERIOD TO WS-REG-PERIOD
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE SCT-MIGRATIONS TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
