IDENTIFICATION DIVISION.
PROGRAM-ID. COMPLAINTCASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT COMPLAINTFILE ASSIGN TO "ComplaintCases.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-CASE-NUMBER
           FILE STATUS IS WS-CMP-STATUS.

       SELECT COMPLAINTCONTROLFILE ASSIGN TO "ComplaintControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCN-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT AROPENITEMFILE ASSIGN TO "ArOpenItems.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPI-ITEM-KEY
           FILE STATUS IS WS-OPI-STATUS.

       SELECT ADJUSTMENTFILE ASSIGN TO "Listing14-2-adjustments.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADJ-SUBSCRIBERID
           FILE STATUS IS WS-ADJ-STATUS.

       SELECT AGEDREPORT ASSIGN TO DYNAMIC WS-AGD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGD-STATUS.

       SELECT STATSREPORT ASSIGN TO DYNAMIC WS-STA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STA-STATUS.

DATA DIVISION.
FILE SECTION.

FD     COMPLAINTFILE.
       COPY "COMPLAINTCASE.cpy"
           REPLACING ==:RECNAME:== BY ==COMPLAINTREC==
                     ==:PREFIX:==  BY ==CMP-==.

FD     COMPLAINTCONTROLFILE.
01     COMPLAINTCONTROLREC.
       02  CCN-LAST-CASE-NUMBER    PIC 9(8).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     AROPENITEMFILE.
       COPY "AROPENITEM.cpy"
           REPLACING ==:RECNAME:== BY ==AROPENITEMREC==
                     ==:PREFIX:==  BY ==OPI-==.

FD     ADJUSTMENTFILE.
       COPY "ADJUSTMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ADJUSTMENTREC==
                     ==:PREFIX:==  BY ==ADJ-==.

FD     AGEDREPORT.
01     AGEDLINE                    PIC X(120).

FD     STATSREPORT.
01     STATSLINE                   PIC X(120).

WORKING-STORAGE SECTION.
01     WS-CMP-STATUS               PIC XX.
01     WS-CCN-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-OPI-STATUS               PIC XX.
01     WS-ADJ-STATUS               PIC XX.
01     WS-AGD-STATUS               PIC XX.
01     WS-STA-STATUS               PIC XX.

01     WS-AGD-FILENAME             PIC X(40).
01     WS-STA-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     RUN-DATE-PARTS REDEFINES RUN-DATE-YYYYMMDD.
       02  RUN-YEAR                PIC 9(4).
       02  RUN-MONTH               PIC 99.
       02  RUN-DAY                 PIC 99.
01     WS-TODAY-INTEGER            PIC 9(7).
01     WS-ACK-PARM                 PIC X(3) VALUE SPACES.
01     WS-ACK-DAYS                 PIC 9(3) VALUE 5.
01     WS-RESOLVE-PARM             PIC X(3) VALUE SPACES.
01     WS-RESOLVE-DAYS             PIC 9(3) VALUE 56.

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "COMPLAINTCASE".

01     TRANSACTION-CODE            PIC X.
       88  TRANSACTION-IS-NEW         VALUE "N" "n".
       88  TRANSACTION-IS-ACKNOWLEDGE VALUE "A" "a".
       88  TRANSACTION-IS-RESOLVE     VALUE "R" "r".
       88  TRANSACTION-IS-QUERY       VALUE "Q" "q".

01     NEW-CASE-ENTRY.
       02  NCE-SUBSCRIBERID        PIC X(10).
       02  NCE-CATEGORY            PIC X.
       02  NCE-CHANNEL             PIC X.
       02  NCE-RECEIVED-DATE       PIC X(8).
       02  NCE-INVOICENUMBER       PIC X(10).
       02  NCE-SUMMARY             PIC X(40).

01     RESOLVE-ENTRY.
       02  RSE-CASE-NUMBER         PIC X(8).
       02  RSE-RESOLUTION-CODE     PIC X(2).
       02  RSE-GOODWILL            PIC X(7).

01     ENTRY-CASE-NUMBER           PIC X(8).
01     WS-LAST-CASE-NUMBER         PIC 9(8).
01     WS-GOODWILL-DIGITS          PIC 9(7).
01     WS-CREDIT-REASON            PIC X(20).
01     WS-NEW-ADJ-AMOUNT           PIC S9(7)V99.
01     WS-ENTRY-OK-SWITCH          PIC X.
       88  ENTRY-IS-OK             VALUE "Y".

01     WS-CMP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCOMPLAINTS         VALUE "Y".
01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERS        VALUE "Y".

01     CATEGORY-CODES-DATA         PIC X(5) VALUE "BNPSV".
01     CATEGORY-CODES REDEFINES CATEGORY-CODES-DATA.
       02  CATEGORY-CODE           PIC X OCCURS 5 TIMES.
01     CATEGORY-NAMES-DATA         PIC X(40) VALUE
       "BILLING NETWORK PORTING SALES   PRIVACY ".
01     CATEGORY-NAMES REDEFINES CATEGORY-NAMES-DATA.
       02  CATEGORY-NAME           PIC X(8) OCCURS 5 TIMES.
01     CAT-IDX                     PIC 9.
01     WS-CASE-CAT-IDX             PIC 9.

01     WS-RECEIVED-INTEGER         PIC 9(7).
01     WS-CASE-AGE-DAYS            PIC 9(5).
01     WS-ACK-DUE-DATE             PIC 9(8).
01     WS-RESOLVE-DUE-DATE         PIC 9(8).
01     WS-OVERDUE-FLAG             PIC X(24).

01     AGED-TOTALS.
       02  AGT-OPEN                PIC 9(5) OCCURS 5 TIMES.
       02  AGT-ACK-OVERDUE         PIC 9(5) OCCURS 5 TIMES.
       02  AGT-RESOLVE-OVERDUE     PIC 9(5) OCCURS 5 TIMES.
01     AGED-RUN-TOTALS.
       02  ART-OPEN                PIC 9(6) VALUE ZERO.
       02  ART-ACK-OVERDUE         PIC 9(6) VALUE ZERO.
       02  ART-RESOLVE-OVERDUE     PIC 9(6) VALUE ZERO.

01     WS-QUARTER-PARM             PIC X(6) VALUE SPACES.
01     WS-QUARTER-YEAR             PIC 9(4).
01     WS-QUARTER-NUMBER           PIC 9.
01     WS-QUARTER-START            PIC 9(8).
01     WS-QUARTER-END              PIC 9(8).
01     WS-QUARTER-END-MONTH        PIC 99.
01     QUARTER-END-DAYS-DATA       PIC X(8) VALUE "31303031".
01     QUARTER-END-DAYS REDEFINES QUARTER-END-DAYS-DATA.
       02  QUARTER-END-DAY         PIC 99 OCCURS 4 TIMES.
01     WS-ACTIVE-SUBSCRIBERS       PIC 9(8) VALUE ZERO.

01     STATS-TOTALS.
       02  STT-CATEGORY OCCURS 6 TIMES.
           03  STT-RECEIVED        PIC 9(6).
           03  STT-ACK-ON-TIME     PIC 9(6).
           03  STT-RESOLVED        PIC 9(6).
           03  STT-RESOLVED-ON-TIME PIC 9(6).
           03  STT-UPHELD          PIC 9(6).
           03  STT-OPEN-AT-END     PIC 9(6).
           03  STT-GOODWILL        PIC 9(9)V99.
01     WS-PER-THOUSAND             PIC 9(5)V99.

01     PRN-COUNT                   PIC ZZ,ZZ9.
01     PRN-COUNT-2                 PIC ZZ,ZZ9.
01     PRN-COUNT-3                 PIC ZZ,ZZ9.
01     PRN-COUNT-4                 PIC ZZ,ZZ9.
01     PRN-COUNT-5                 PIC ZZ,ZZ9.
01     PRN-COUNT-6                 PIC ZZ,ZZ9.
01     PRN-DAYS                    PIC ZZ,ZZ9.
01     PRN-RATE                    PIC ZZ,ZZ9.99.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-SUBSCRIBERS             PIC ZZ,ZZZ,ZZ9.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "COMPLAINTCAS".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       ACCEPT WS-ACK-PARM FROM ENVIRONMENT "COMPLAINTACKDAYS"
       IF WS-ACK-PARM NUMERIC AND WS-ACK-PARM NOT EQUAL TO "000"
           MOVE WS-ACK-PARM TO WS-ACK-DAYS
       END-IF
       ACCEPT WS-RESOLVE-PARM FROM ENVIRONMENT "COMPLAINTRESOLVEDAYS"
       IF WS-RESOLVE-PARM NUMERIC AND WS-RESOLVE-PARM NOT EQUAL TO "000"
           MOVE WS-RESOLVE-PARM TO WS-RESOLVE-DAYS
       END-IF
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       EVALUATE WS-RUN-PARM(1:6)
           WHEN "MAINT "
               PERFORM MAINTAIN-COMPLAINT-CASES
           WHEN "AGED  "
               PERFORM PRODUCE-AGED-CASES
           WHEN "STATS "
               PERFORM PRODUCE-COMPLAINT-STATISTICS
           WHEN OTHER
               DISPLAY "COMPLAINTCASE REQUIRES MAINT, AGED OR STATS"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

MAINTAIN-COMPLAINT-CASES.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM OPEN-CASE-FILES
       DISPLAY "COMPLAINT CASES (N=NEW CASE, A=ACKNOWLEDGE, "
           "R=RESOLVE, Q=QUERY, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-NEW
                   PERFORM LOG-NEW-CASE
               WHEN TRANSACTION-IS-ACKNOWLEDGE
                   PERFORM ACKNOWLEDGE-CASE
               WHEN TRANSACTION-IS-RESOLVE
                   PERFORM RESOLVE-CASE
               WHEN TRANSACTION-IS-QUERY
                   PERFORM QUERY-CASE
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (N, A, R, Q), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE COMPLAINTFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE AROPENITEMFILE
       CLOSE ADJUSTMENTFILE
       DISPLAY "COMPLAINT CASE MAINTENANCE COMPLETE".

OPEN-CASE-FILES.
       OPEN I-O COMPLAINTFILE
       IF WS-CMP-STATUS EQUAL TO "35"
           OPEN OUTPUT COMPLAINTFILE
           CLOSE COMPLAINTFILE
           OPEN I-O COMPLAINTFILE
       END-IF
       IF WS-CMP-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O ADJUSTMENTFILE
       IF WS-ADJ-STATUS EQUAL TO "35"
           OPEN OUTPUT ADJUSTMENTFILE
           CLOSE ADJUSTMENTFILE
           OPEN I-O ADJUSTMENTFILE
       END-IF
       IF WS-ADJ-STATUS NOT EQUAL TO "00"
           MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT AROPENITEMFILE
       IF WS-OPI-STATUS NOT EQUAL TO "00"
           MOVE "AROPENITEMFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OPI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-NEW-CASE.
       DISPLAY "ENTER SUBSCRIBER ID (10) CATEGORY (B=BILLING, "
           "N=NETWORK, P=PORTING, S=SALES, V=PRIVACY) CHANNEL (P=PHONE,"
           " E=E-MAIL, L=LETTER, S=SHOP, R=REGULATOR) RECEIVED DATE (8,"
           " BLANK FOR TODAY) INVOICE NUMBER (10, BLANK IF NONE) "
           "SUMMARY (40)"
       ACCEPT NEW-CASE-ENTRY
       MOVE "N" TO WS-ENTRY-OK-SWITCH
       MOVE NCE-CATEGORY TO CMP-CATEGORY
       MOVE NCE-CHANNEL TO CMP-CHANNEL
       IF NCE-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
       IF NOT CMP-VALID-CATEGORY OR NOT CMP-VALID-CHANNEL
           DISPLAY "CATEGORY OR CHANNEL NOT RECOGNISED - ENTRY "
               "REJECTED"
       ELSE
       IF (NCE-RECEIVED-DATE NOT EQUAL TO SPACES
               AND NCE-RECEIVED-DATE NOT NUMERIC)
               OR (NCE-INVOICENUMBER NOT EQUAL TO SPACES
                   AND NCE-INVOICENUMBER NOT NUMERIC)
           DISPLAY "RECEIVED DATE AND INVOICE NUMBER MUST BE NUMERIC -"
               " ENTRY REJECTED"
       ELSE
       IF NCE-RECEIVED-DATE NUMERIC
               AND NCE-RECEIVED-DATE GREATER THAN RUN-DATE-YYYYMMDD
           DISPLAY "RECEIVED DATE IS IN THE FUTURE - ENTRY REJECTED"
       ELSE
           MOVE NCE-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY
                   DISPLAY "SUBSCRIBER " NCE-SUBSCRIBERID " NOT ON "
                       "MASTER - ENTRY REJECTED"
               NOT INVALID KEY
                   SET ENTRY-IS-OK TO TRUE
           END-READ
           IF ENTRY-IS-OK AND NCE-INVOICENUMBER NUMERIC
               MOVE NCE-SUBSCRIBERID TO OPI-SUBSCRIBERID
               MOVE NCE-INVOICENUMBER TO OPI-INVOICENUMBER
               READ AROPENITEMFILE
                   INVALID KEY
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                       DISPLAY "INVOICE " NCE-INVOICENUMBER " IS NOT "
                           "AN OPEN ITEM OF THIS SUBSCRIBER - ENTRY "
                           "REJECTED"
               END-READ
           END-IF
           IF ENTRY-IS-OK
               PERFORM WRITE-NEW-CASE
           END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

WRITE-NEW-CASE.
       PERFORM LOAD-CASE-NUMBER-CONTROL
       ADD 1 TO WS-LAST-CASE-NUMBER
       INITIALIZE COMPLAINTREC
       MOVE WS-LAST-CASE-NUMBER TO CMP-CASE-NUMBER
       MOVE NCE-SUBSCRIBERID TO CMP-SUBSCRIBERID
       MOVE NCE-CATEGORY TO CMP-CATEGORY
       MOVE NCE-CHANNEL TO CMP-CHANNEL
       MOVE RUN-DATE-YYYYMMDD TO CMP-RECEIVED-DATE
       IF NCE-RECEIVED-DATE NUMERIC
           MOVE NCE-RECEIVED-DATE TO CMP-RECEIVED-DATE
       END-IF
       IF NCE-INVOICENUMBER NUMERIC
           MOVE NCE-INVOICENUMBER TO CMP-INVOICENUMBER
       END-IF
       MOVE NCE-SUMMARY TO CMP-SUMMARY
       SET CMP-CASE-OPEN TO TRUE
       MOVE SPACES TO CMP-RESOLUTION-CODE
       MOVE SPACE TO CMP-CREDIT-STATUS
       MOVE WS-OPERATOR-ID TO CMP-OPENED-BY
       MOVE SPACES TO CMP-RESOLVED-BY
       WRITE COMPLAINTREC
       IF WS-CMP-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM SAVE-CASE-NUMBER-CONTROL
       DISPLAY "COMPLAINT CASE " CMP-CASE-NUMBER " OPENED FOR "
           "SUBSCRIBER " CMP-SUBSCRIBERID.

ACKNOWLEDGE-CASE.
       DISPLAY "ENTER CASE NUMBER TO ACKNOWLEDGE (8)"
       ACCEPT ENTRY-CASE-NUMBER
       PERFORM READ-CASE-FOR-UPDATE
       IF WS-CMP-STATUS EQUAL TO "00"
           IF NOT CMP-CASE-OPEN OR CMP-ACK-DATE NOT EQUAL TO ZERO
               DISPLAY "CASE " ENTRY-CASE-NUMBER " IS RESOLVED OR "
                   "ALREADY ACKNOWLEDGED - ENTRY REJECTED"
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO CMP-ACK-DATE
               PERFORM REWRITE-CASE-RECORD
               DISPLAY "CASE " ENTRY-CASE-NUMBER " ACKNOWLEDGED"
           END-IF
       END-IF.

RESOLVE-CASE.
       DISPLAY "ENTER CASE NUMBER (8) RESOLUTION (UP=UPHELD, PU=PARTLY"
           " UPHELD, NU=NOT UPHELD, WD=WITHDRAWN) GOODWILL CREDIT (7, 2"
           " DECIMALS, BLANK IF NONE)"
       ACCEPT RESOLVE-ENTRY
       MOVE RSE-CASE-NUMBER TO ENTRY-CASE-NUMBER
       MOVE RSE-RESOLUTION-CODE TO CMP-RESOLUTION-CODE
       IF NOT CMP-VALID-RESOLUTION
           DISPLAY "RESOLUTION CODE NOT RECOGNISED - ENTRY REJECTED"
       ELSE
       IF RSE-GOODWILL NOT EQUAL TO SPACES AND RSE-GOODWILL NOT NUMERIC
           DISPLAY "GOODWILL CREDIT MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
           PERFORM READ-CASE-FOR-UPDATE
           IF WS-CMP-STATUS EQUAL TO "00"
               IF NOT CMP-CASE-OPEN
                   DISPLAY "CASE " ENTRY-CASE-NUMBER " IS ALREADY "
                       "RESOLVED - ENTRY REJECTED"
               ELSE
                   MOVE ZERO TO WS-GOODWILL-DIGITS
                   IF RSE-GOODWILL NUMERIC
                       MOVE RSE-GOODWILL TO WS-GOODWILL-DIGITS
                   END-IF
                   SET CMP-CASE-RESOLVED TO TRUE
                   MOVE RUN-DATE-YYYYMMDD TO CMP-RESOLVED-DATE
                   IF CMP-ACK-DATE EQUAL TO ZERO
                       MOVE RUN-DATE-YYYYMMDD TO CMP-ACK-DATE
                   END-IF
                   MOVE RSE-RESOLUTION-CODE TO CMP-RESOLUTION-CODE
                   COMPUTE CMP-GOODWILL-CREDIT =
                       WS-GOODWILL-DIGITS / 100
                   MOVE WS-OPERATOR-ID TO CMP-RESOLVED-BY
                   IF CMP-GOODWILL-CREDIT GREATER THAN ZERO
                       PERFORM POST-GOODWILL-TO-ADJUSTMENT
                   END-IF
                   PERFORM REWRITE-CASE-RECORD
                   DISPLAY "CASE " ENTRY-CASE-NUMBER " RESOLVED "
                       CMP-RESOLUTION-CODE
               END-IF
           END-IF
       END-IF
       END-IF.

POST-GOODWILL-TO-ADJUSTMENT.
       MOVE SPACES TO WS-CREDIT-REASON
       STRING "COMPLAINT " CMP-CASE-NUMBER
           DELIMITED BY SIZE INTO WS-CREDIT-REASON
       END-STRING
       MOVE CMP-SUBSCRIBERID TO ADJ-SUBSCRIBERID
       READ ADJUSTMENTFILE
           INVALID KEY
               COMPUTE ADJ-AMOUNT = 0 - CMP-GOODWILL-CREDIT
               MOVE WS-CREDIT-REASON TO ADJ-REASON
               MOVE SPACES TO ADJ-PROVIDERCODE
               WRITE ADJUSTMENTREC
               IF WS-ADJ-STATUS NOT EQUAL TO "00"
                   MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               SET CMP-CREDIT-POSTED TO TRUE
           NOT INVALID KEY
               COMPUTE WS-NEW-ADJ-AMOUNT =
                   ADJ-AMOUNT - CMP-GOODWILL-CREDIT
               IF ADJ-PROVIDERCODE NOT EQUAL TO SPACES
                       OR WS-NEW-ADJ-AMOUNT LESS THAN -99999.99
                   SET CMP-CREDIT-HELD TO TRUE
               ELSE
                   MOVE WS-NEW-ADJ-AMOUNT TO ADJ-AMOUNT
                   IF ADJ-REASON EQUAL TO SPACES
                       MOVE WS-CREDIT-REASON TO ADJ-REASON
                   END-IF
                   REWRITE ADJUSTMENTREC
                   IF WS-ADJ-STATUS NOT EQUAL TO "00"
                       MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
                       MOVE "REWRITE" TO ABEND-OPERATION
                       MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
                       PERFORM FILE-ERROR-HANDLER
                   END-IF
                   SET CMP-CREDIT-POSTED TO TRUE
               END-IF
       END-READ
       MOVE CMP-GOODWILL-CREDIT TO PRN-AMOUNT
       IF CMP-CREDIT-POSTED
           DISPLAY "GOODWILL CREDIT " PRN-AMOUNT " POSTED TO THE NEXT "
               "BILL"
       ELSE
           DISPLAY "GOODWILL CREDIT " PRN-AMOUNT " HELD - A PREMIUM "
               "REFUND OR LARGE ADJUSTMENT IS ALREADY WAITING; KEY IT "
               "AFTER THE NEXT BILL RUN"
       END-IF.

QUERY-CASE.
       DISPLAY "ENTER CASE NUMBER (8)"
       ACCEPT ENTRY-CASE-NUMBER
       PERFORM READ-CASE-FOR-UPDATE
       IF WS-CMP-STATUS EQUAL TO "00"
           DISPLAY "CASE " CMP-CASE-NUMBER " SUBSCRIBER "
               CMP-SUBSCRIBERID " CATEGORY " CMP-CATEGORY " CHANNEL "
               CMP-CHANNEL " STATUS " CMP-STATUS
           DISPLAY "  RECEIVED " CMP-RECEIVED-DATE " ACKNOWLEDGED "
               CMP-ACK-DATE " RESOLVED " CMP-RESOLVED-DATE " "
               CMP-RESOLUTION-CODE " INVOICE " CMP-INVOICENUMBER
           DISPLAY "  " CMP-SUMMARY " GOODWILL " CMP-GOODWILL-CREDIT
               " " CMP-CREDIT-STATUS
       END-IF.

READ-CASE-FOR-UPDATE.
       IF ENTRY-CASE-NUMBER NOT NUMERIC
           MOVE "23" TO WS-CMP-STATUS
           DISPLAY "CASE NUMBER MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
           MOVE ENTRY-CASE-NUMBER TO CMP-CASE-NUMBER
           READ COMPLAINTFILE
               INVALID KEY
                   DISPLAY "CASE " ENTRY-CASE-NUMBER " NOT ON FILE - "
                       "ENTRY REJECTED"
           END-READ
       END-IF.

REWRITE-CASE-RECORD.
       REWRITE COMPLAINTREC
       IF WS-CMP-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-CMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOAD-CASE-NUMBER-CONTROL.
       MOVE ZERO TO WS-LAST-CASE-NUMBER
       OPEN INPUT COMPLAINTCONTROLFILE
       IF WS-CCN-STATUS EQUAL TO "00"
           READ COMPLAINTCONTROLFILE
               AT END MOVE ZERO TO WS-LAST-CASE-NUMBER
               NOT AT END MOVE CCN-LAST-CASE-NUMBER
                   TO WS-LAST-CASE-NUMBER
           END-READ
           CLOSE COMPLAINTCONTROLFILE
       END-IF.

SAVE-CASE-NUMBER-CONTROL.
       OPEN OUTPUT COMPLAINTCONTROLFILE
       IF WS-CCN-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTCONTROLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CCN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-LAST-CASE-NUMBER TO CCN-LAST-CASE-NUMBER
       WRITE COMPLAINTCONTROLREC
       IF WS-CCN-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTCONTROLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CCN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE COMPLAINTCONTROLFILE.

PRODUCE-AGED-CASES.
       MOVE SPACES TO WS-AGD-FILENAME
       STRING "ComplaintAged-" RUN-DATE-YYYYMMDD ".rpt"
           DELIMITED BY SIZE INTO WS-AGD-FILENAME
       END-STRING
       OPEN INPUT COMPLAINTFILE
       IF WS-CMP-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT AGEDREPORT
       IF WS-AGD-STATUS NOT EQUAL TO "00"
           MOVE "AGEDREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-AGD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       INITIALIZE AGED-TOTALS
       MOVE SPACES TO AGEDLINE
       STRING "OPEN COMPLAINT CASES  RUN ON " RUN-DATE-YYYYMMDD
           "  ACKNOWLEDGE WITHIN " WS-ACK-DAYS " DAYS, RESOLVE WITHIN "
           WS-RESOLVE-DAYS " DAYS OF RECEIPT"
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       PERFORM WRITE-AGED-LINE
       MOVE SPACES TO AGEDLINE
       PERFORM WRITE-AGED-LINE
       MOVE "CASE     SUBSCRIBER CATEGORY CH RECEIVED   DAYS ACK DUE  "
           TO AGEDLINE
       MOVE "ACKNOWL  RESOLVE BY" TO AGEDLINE(58:19)
       PERFORM WRITE-AGED-LINE
       PERFORM READ-NEXT-CASE
       PERFORM UNTIL ENDOFCOMPLAINTS
           IF CMP-CASE-OPEN
               PERFORM WRITE-AGED-CASE-LINE
           END-IF
           PERFORM READ-NEXT-CASE
       END-PERFORM
       MOVE SPACES TO AGEDLINE
       PERFORM WRITE-AGED-LINE
       MOVE "CATEGORY     OPEN  ACK OVERDUE  RESOLUTION OVERDUE"
           TO AGEDLINE
       PERFORM WRITE-AGED-LINE
       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX GREATER THAN 5
           MOVE AGT-OPEN(CAT-IDX) TO PRN-COUNT
           MOVE AGT-ACK-OVERDUE(CAT-IDX) TO PRN-COUNT-2
           MOVE AGT-RESOLVE-OVERDUE(CAT-IDX) TO PRN-COUNT-3
           MOVE SPACES TO AGEDLINE
           STRING CATEGORY-NAME(CAT-IDX) "  " PRN-COUNT "       "
               PRN-COUNT-2 "              " PRN-COUNT-3
               DELIMITED BY SIZE INTO AGEDLINE
           END-STRING
           PERFORM WRITE-AGED-LINE
       END-PERFORM
       MOVE ART-OPEN TO PRN-COUNT
       MOVE ART-ACK-OVERDUE TO PRN-COUNT-2
       MOVE ART-RESOLVE-OVERDUE TO PRN-COUNT-3
       MOVE SPACES TO AGEDLINE
       STRING "TOTAL     " PRN-COUNT "       " PRN-COUNT-2
           "              " PRN-COUNT-3
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       PERFORM WRITE-AGED-LINE
       CLOSE AGEDREPORT
       CLOSE COMPLAINTFILE
       MOVE "AGED COMPLAINT CASES" TO WS-REG-REPORT-NAME
       MOVE WS-AGD-FILENAME TO WS-REG-FILENAME
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       IF ART-ACK-OVERDUE GREATER THAN ZERO
               OR ART-RESOLVE-OVERDUE GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       DISPLAY "AGED COMPLAINT CASES WRITTEN TO " WS-AGD-FILENAME.

WRITE-AGED-CASE-LINE.
       PERFORM FIND-CASE-CATEGORY
       PERFORM COMPUTE-CASE-DEADLINES
       COMPUTE WS-CASE-AGE-DAYS = WS-TODAY-INTEGER - WS-RECEIVED-INTEGER
       MOVE SPACES TO WS-OVERDUE-FLAG
       ADD 1 TO AGT-OPEN(WS-CASE-CAT-IDX)
       ADD 1 TO ART-OPEN
       IF CMP-ACK-DATE EQUAL TO ZERO
               AND RUN-DATE-YYYYMMDD GREATER THAN WS-ACK-DUE-DATE
           ADD 1 TO AGT-ACK-OVERDUE(WS-CASE-CAT-IDX)
           ADD 1 TO ART-ACK-OVERDUE
           MOVE "ACK OVERDUE" TO WS-OVERDUE-FLAG
       END-IF
       IF RUN-DATE-YYYYMMDD GREATER THAN WS-RESOLVE-DUE-DATE
           ADD 1 TO AGT-RESOLVE-OVERDUE(WS-CASE-CAT-IDX)
           ADD 1 TO ART-RESOLVE-OVERDUE
           MOVE "RESOLUTION OVERDUE" TO WS-OVERDUE-FLAG
       END-IF
       MOVE WS-CASE-AGE-DAYS TO PRN-DAYS
       MOVE SPACES TO AGEDLINE
       STRING CMP-CASE-NUMBER " " CMP-SUBSCRIBERID " "
           CATEGORY-NAME(WS-CASE-CAT-IDX) " " CMP-CHANNEL "  "
           CMP-RECEIVED-DATE PRN-DAYS " " WS-ACK-DUE-DATE " "
           CMP-ACK-DATE " " WS-RESOLVE-DUE-DATE "  " WS-OVERDUE-FLAG
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       IF WS-OVERDUE-FLAG NOT EQUAL TO SPACES
           MOVE "*" TO AGEDLINE(120:1)
       END-IF
       PERFORM WRITE-AGED-LINE.

FIND-CASE-CATEGORY.
       MOVE 1 TO WS-CASE-CAT-IDX
       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX GREATER THAN 5
           IF CMP-CATEGORY EQUAL TO CATEGORY-CODE(CAT-IDX)
               MOVE CAT-IDX TO WS-CASE-CAT-IDX
           END-IF
       END-PERFORM.

COMPUTE-CASE-DEADLINES.
       COMPUTE WS-RECEIVED-INTEGER =
           FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
       COMPUTE WS-ACK-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (WS-RECEIVED-INTEGER + WS-ACK-DAYS)
       COMPUTE WS-RESOLVE-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (WS-RECEIVED-INTEGER + WS-RESOLVE-DAYS).

PRODUCE-COMPLAINT-STATISTICS.
       PERFORM SET-STATISTICS-QUARTER
       MOVE SPACES TO WS-STA-FILENAME
       STRING "ComplaintStats-" WS-QUARTER-YEAR "Q" WS-QUARTER-NUMBER
           ".rpt" DELIMITED BY SIZE INTO WS-STA-FILENAME
       END-STRING
       PERFORM COUNT-ACTIVE-SUBSCRIBERS
       OPEN INPUT COMPLAINTFILE
       IF WS-CMP-STATUS NOT EQUAL TO "00"
           MOVE "COMPLAINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CMP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       INITIALIZE STATS-TOTALS
       PERFORM READ-NEXT-CASE
       PERFORM UNTIL ENDOFCOMPLAINTS
           IF CMP-RECEIVED-DATE NOT GREATER THAN WS-QUARTER-END
               PERFORM COUNT-CASE-FOR-QUARTER
           END-IF
           PERFORM READ-NEXT-CASE
       END-PERFORM
       CLOSE COMPLAINTFILE
       OPEN OUTPUT STATSREPORT
       IF WS-STA-STATUS NOT EQUAL TO "00"
           MOVE "STATSREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-STA-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO STATSLINE
       STRING "QUARTERLY COMPLAINT STATISTICS -- " WS-QUARTER-YEAR " Q"
           WS-QUARTER-NUMBER "  " WS-QUARTER-START " TO "
           WS-QUARTER-END "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO STATSLINE
       END-STRING
       PERFORM WRITE-STATS-LINE
       MOVE WS-ACTIVE-SUBSCRIBERS TO PRN-SUBSCRIBERS
       MOVE SPACES TO STATSLINE
       STRING "ACTIVE SUBSCRIBERS AT QUARTER END " PRN-SUBSCRIBERS
           "  ACKNOWLEDGE WITHIN " WS-ACK-DAYS " DAYS, RESOLVE WITHIN "
           WS-RESOLVE-DAYS " DAYS"
           DELIMITED BY SIZE INTO STATSLINE
       END-STRING
       PERFORM WRITE-STATS-LINE
       MOVE SPACES TO STATSLINE
       PERFORM WRITE-STATS-LINE
       MOVE "CATEGORY  RECEIVED  PER 1,000  ACK IN TIME  RESOLVED  "
           TO STATSLINE
       MOVE "IN TIME  UPHELD  OPEN AT END         GOODWILL"
           TO STATSLINE(56:45)
       PERFORM WRITE-STATS-LINE
       PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX GREATER THAN 6
           PERFORM WRITE-STATS-CATEGORY-LINE
       END-PERFORM
       CLOSE STATSREPORT
       MOVE "QUARTERLY COMPLAINT STATS" TO WS-REG-REPORT-NAME
       MOVE WS-STA-FILENAME TO WS-REG-FILENAME
       MOVE WS-QUARTER-END(1:6) TO WS-REG-PERIOD
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "QUARTERLY COMPLAINT STATISTICS WRITTEN TO "
           WS-STA-FILENAME.

SET-STATISTICS-QUARTER.
       ACCEPT WS-QUARTER-PARM FROM ENVIRONMENT "COMPLAINTQUARTER"
       IF WS-QUARTER-PARM(1:4) NUMERIC AND WS-QUARTER-PARM(5:1) EQUAL
               TO "Q" AND WS-QUARTER-PARM(6:1) NUMERIC
               AND WS-QUARTER-PARM(6:1) GREATER THAN "0"
               AND WS-QUARTER-PARM(6:1) LESS THAN "5"
           MOVE WS-QUARTER-PARM(1:4) TO WS-QUARTER-YEAR
           MOVE WS-QUARTER-PARM(6:1) TO WS-QUARTER-NUMBER
       ELSE
           MOVE RUN-YEAR TO WS-QUARTER-YEAR
           COMPUTE WS-QUARTER-NUMBER = (RUN-MONTH - 1) / 3
           IF WS-QUARTER-NUMBER EQUAL TO ZERO
               SUBTRACT 1 FROM WS-QUARTER-YEAR
               MOVE 4 TO WS-QUARTER-NUMBER
           END-IF
       END-IF
       COMPUTE WS-QUARTER-END-MONTH = WS-QUARTER-NUMBER * 3
       COMPUTE WS-QUARTER-START = WS-QUARTER-YEAR * 10000
           + (WS-QUARTER-END-MONTH - 2) * 100 + 1
       COMPUTE WS-QUARTER-END = WS-QUARTER-YEAR * 10000
           + WS-QUARTER-END-MONTH * 100
           + QUARTER-END-DAY(WS-QUARTER-NUMBER).

COUNT-ACTIVE-SUBSCRIBERS.
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE ZERO TO SMF-SUBSCRIBERID
       START SUBSCRIBERMASTER KEY NOT LESS THAN SMF-SUBSCRIBERID
           INVALID KEY SET ENDOFSUBSCRIBERS TO TRUE
       END-START
       PERFORM READ-NEXT-SUBSCRIBER
       PERFORM UNTIL ENDOFSUBSCRIBERS
           IF SMF-ACTIVATIONDATE NOT GREATER THAN WS-QUARTER-END
                   AND (SMF-TERMINATIONDATE EQUAL TO ZERO
                       OR SMF-TERMINATIONDATE GREATER THAN
                           WS-QUARTER-END)
               ADD 1 TO WS-ACTIVE-SUBSCRIBERS
           END-IF
           PERFORM READ-NEXT-SUBSCRIBER
       END-PERFORM
       CLOSE SUBSCRIBERMASTER.

COUNT-CASE-FOR-QUARTER.
       PERFORM FIND-CASE-CATEGORY
       PERFORM COMPUTE-CASE-DEADLINES
       MOVE WS-CASE-CAT-IDX TO CAT-IDX
       PERFORM ADD-CASE-TO-CATEGORY
       MOVE 6 TO CAT-IDX
       PERFORM ADD-CASE-TO-CATEGORY.

ADD-CASE-TO-CATEGORY.
       IF CMP-RECEIVED-DATE NOT LESS THAN WS-QUARTER-START
           ADD 1 TO STT-RECEIVED(CAT-IDX)
           IF CMP-ACK-DATE NOT EQUAL TO ZERO
                   AND CMP-ACK-DATE NOT GREATER THAN WS-ACK-DUE-DATE
               ADD 1 TO STT-ACK-ON-TIME(CAT-IDX)
           END-IF
       END-IF
       IF CMP-CASE-RESOLVED
               AND CMP-RESOLVED-DATE NOT LESS THAN WS-QUARTER-START
               AND CMP-RESOLVED-DATE NOT GREATER THAN WS-QUARTER-END
           ADD 1 TO STT-RESOLVED(CAT-IDX)
           IF CMP-RESOLVED-DATE NOT GREATER THAN WS-RESOLVE-DUE-DATE
               ADD 1 TO STT-RESOLVED-ON-TIME(CAT-IDX)
           END-IF
           IF CMP-RESOLUTION-CODE EQUAL TO "UP"
                   OR CMP-RESOLUTION-CODE EQUAL TO "PU"
               ADD 1 TO STT-UPHELD(CAT-IDX)
           END-IF
           ADD CMP-GOODWILL-CREDIT TO STT-GOODWILL(CAT-IDX)
       END-IF
       IF CMP-CASE-OPEN OR CMP-RESOLVED-DATE GREATER THAN WS-QUARTER-END
           ADD 1 TO STT-OPEN-AT-END(CAT-IDX)
       END-IF.

WRITE-STATS-CATEGORY-LINE.
       MOVE ZERO TO WS-PER-THOUSAND
       IF WS-ACTIVE-SUBSCRIBERS GREATER THAN ZERO
           COMPUTE WS-PER-THOUSAND ROUNDED =
               STT-RECEIVED(CAT-IDX) * 1000 / WS-ACTIVE-SUBSCRIBERS
       END-IF
       MOVE STT-RECEIVED(CAT-IDX) TO PRN-COUNT
       MOVE WS-PER-THOUSAND TO PRN-RATE
       MOVE STT-ACK-ON-TIME(CAT-IDX) TO PRN-COUNT-2
       MOVE STT-RESOLVED(CAT-IDX) TO PRN-COUNT-3
       MOVE STT-RESOLVED-ON-TIME(CAT-IDX) TO PRN-COUNT-4
       MOVE STT-UPHELD(CAT-IDX) TO PRN-COUNT-5
       MOVE STT-OPEN-AT-END(CAT-IDX) TO PRN-COUNT-6
       MOVE STT-GOODWILL(CAT-IDX) TO PRN-AMOUNT
       MOVE SPACES TO STATSLINE
       IF CAT-IDX EQUAL TO 6
           PERFORM WRITE-STATS-LINE
           MOVE "TOTAL" TO STATSLINE
       ELSE
           MOVE CATEGORY-NAME(CAT-IDX) TO STATSLINE
       END-IF
       STRING "  " PRN-COUNT "  " PRN-RATE "       " PRN-COUNT-2
           "    " PRN-COUNT-3 "   " PRN-COUNT-4 "  " PRN-COUNT-5
           "       " PRN-COUNT-6 "  " PRN-AMOUNT
           DELIMITED BY SIZE INTO STATSLINE(9:110)
       END-STRING
       PERFORM WRITE-STATS-LINE.

REGISTER-REPORT-FOR-DISTRIBUTION.
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

READ-NEXT-CASE.
       READ COMPLAINTFILE NEXT RECORD
           AT END SET ENDOFCOMPLAINTS TO TRUE
       END-READ.

READ-NEXT-SUBSCRIBER.
       READ SUBSCRIBERMASTER NEXT RECORD
           AT END SET ENDOFSUBSCRIBERS TO TRUE
       END-READ.

WRITE-AGED-LINE.
       WRITE AGEDLINE
       IF WS-AGD-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING AGED COMPLAINT CASES - FILE STATUS "
               WS-AGD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-STATS-LINE.
       WRITE STATSLINE
       IF WS-STA-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING COMPLAINT STATISTICS - FILE STATUS "
               WS-STA-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
