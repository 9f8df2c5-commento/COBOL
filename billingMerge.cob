IDENTIFICATION DIVISION.
PROGRAM-ID. BILLINGMERGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BILLINGPARTITIONFILE ASSIGN TO "BillingPartitions.tbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BPT-STATUS.

       SELECT PARTITIONFEEDFILE ASSIGN TO DYNAMIC WS-PFD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PFD-STATUS.

       SELECT FEEDSORTFILE ASSIGN TO "BillingMerge.tmp"
           FILE STATUS IS WS-FSR-STATUS.

       SELECT INVOICEFEEDFILE ASSIGN TO "Listing14-2-invoice.feed"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

       SELECT INVOICECONTROLFILE ASSIGN TO "InvoiceControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ICN-STATUS.

       SELECT PARTITIONGLFILE ASSIGN TO DYNAMIC WS-PGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGL-STATUS.

       SELECT GLEXTRACTFILE ASSIGN TO "Listing14-2.gl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLX-STATUS.

       SELECT PARTITIONCONTROLFILE ASSIGN TO DYNAMIC WS-PCT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCT-STATUS.

       SELECT CONTROLTOTALSFILE ASSIGN TO DYNAMIC WS-CTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       SELECT PARTITIONPIECEFILE ASSIGN TO DYNAMIC WS-PPC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPC-STATUS.

       SELECT COMBINEDPIECEFILE ASSIGN TO DYNAMIC WS-CPC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPC-STATUS.

       SELECT BILLINGHISTORYSTAGE ASSIGN TO DYNAMIC WS-BHS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BHS-STATUS.

       SELECT BILLINGHISTORYFILE ASSIGN TO "BillingHistory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BH-HISTORY-KEY
           FILE STATUS IS WS-BHI-STATUS.

       SELECT TOPSPENDERSEXTRACT ASSIGN TO "Listing14-2.tse"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSE-STATUS.

       SELECT TOPSPENDERSSORTFILE ASSIGN TO "TopSpenders.tmp"
           FILE STATUS IS WS-TSS-STATUS.

       SELECT TOPSPENDERSSORTED ASSIGN TO "Listing14-2.tss"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSD-STATUS.

       SELECT TOPSPENDERSFILE ASSIGN TO "Listing14-2-topspenders.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSP-STATUS.

       SELECT RESUBMITFILE ASSIGN TO "Resubmit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSB-STATUS.

       SELECT LATECDRFILE ASSIGN TO DYNAMIC WS-LCD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LCD-STATUS.

       SELECT MERGEREPORTFILE ASSIGN TO "BillingMerge.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT POSTEDPERIODFILE ASSIGN TO "PostedPeriods.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-LOCK-KEY
           FILE STATUS IS WS-PPD-STATUS.

       SELECT RUNHISTORYFILE ASSIGN TO "RunHistory.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BILLINGPARTITIONFILE.
       COPY "BILLINGPARTITION.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGPARTITIONREC==
                     ==:PREFIX:==  BY ==BPT-==.

FD     PARTITIONFEEDFILE.
       COPY "INVOICEFEED.cpy"
           REPLACING ==:RECNAME:== BY ==PARTITIONFEEDREC==
                     ==:PREFIX:==  BY ==PFD-==.

SD     FEEDSORTFILE.
       COPY "INVOICEFEED.cpy"
           REPLACING ==:RECNAME:== BY ==FEEDSORTREC==
                     ==:PREFIX:==  BY ==FSR-==.

FD     INVOICEFEEDFILE.
       COPY "INVOICEFEED.cpy"
           REPLACING ==:RECNAME:== BY ==INVOICEFEEDREC==
                     ==:PREFIX:==  BY ==INV-==.

FD     INVOICECONTROLFILE.
01     INVOICECONTROLREC.
       02  ICN-LAST-USED-NUMBER     PIC 9(10).

FD     PARTITIONGLFILE.
01     PARTITIONGLREC.
       02  PGL-SERVICETYPE-CODE     PIC 99.
       02  PGL-SERVICETYPE-DESC     PIC X(20).
       02  PGL-TOTALBILLED          PIC S9(9)V99.
       02  PGL-FIRST-INVOICE        PIC 9(10).
       02  PGL-LAST-INVOICE         PIC 9(10).

FD     GLEXTRACTFILE.
01     GLEXTRACTREC.
       02  GLX-SERVICETYPE-CODE     PIC 99.
       02  GLX-SERVICETYPE-DESC     PIC X(20).
       02  GLX-TOTALBILLED          PIC S9(9)V99.
       02  GLX-FIRST-INVOICE        PIC 9(10).
       02  GLX-LAST-INVOICE         PIC 9(10).

FD     PARTITIONCONTROLFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==PARTITIONCONTROLREC==
                     ==:PREFIX:==  BY ==PCT-==.

FD     CONTROLTOTALSFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==CONTROLTOTALSREC==
                     ==:PREFIX:==  BY ==CTL-==.

FD     PARTITIONPIECEFILE.
01     PARTITIONPIECEREC            PIC X(256).

FD     COMBINEDPIECEFILE.
01     COMBINEDPIECEREC             PIC X(256).

FD     BILLINGHISTORYSTAGE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYSTAGEREC==
                     ==:PREFIX:==  BY ==BHS-==.

FD     BILLINGHISTORYFILE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYREC==
                     ==:PREFIX:==  BY ==BH-==.

FD     TOPSPENDERSEXTRACT.
01     TSE-RECORD.
       02  TSE-SUBSCRIBERID         PIC 9(10).
       02  TSE-SUBSCRIBERTOTAL      PIC 9(7)V99.

SD     TOPSPENDERSSORTFILE.
01     TSS-RECORD.
       02  TSS-SUBSCRIBERID         PIC 9(10).
       02  TSS-SUBSCRIBERTOTAL      PIC 9(7)V99.

FD     TOPSPENDERSSORTED.
01     TSD-RECORD.
       88  ENDOFTOPSPENDERSFILE     VALUE HIGH-VALUES.
       02  TSD-SUBSCRIBERID         PIC 9(10).
       02  TSD-SUBSCRIBERTOTAL      PIC 9(7)V99.

FD     TOPSPENDERSFILE.
01     TOPSPENDERSLINE              PIC X(132).

FD     RESUBMITFILE.
01     RESUBMITREC                  PIC X(57).

FD     LATECDRFILE.
01     LATECDRREC                   PIC X(57).

FD     MERGEREPORTFILE.
01     MERGEREPORTLINE              PIC X(132).

FD     POSTEDPERIODFILE.
01     POSTEDPERIODREC.
       02  PP-LOCK-KEY.
           03  PP-PERIOD            PIC 9(6).
           03  PP-CYCLE             PIC X(2).
       02  PP-STATUS                PIC X.
           88  PERIOD-IN-PROGRESS   VALUE "I".
           88  PERIOD-ALREADY-POSTED VALUE "P".
       02  PP-RUNDATE               PIC 9(8).

FD     RUNHISTORYFILE.
       COPY "RUNHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==RUNHISTORYREC==
                     ==:PREFIX:==  BY ==RHL-==.

WORKING-STORAGE SECTION.
01     WS-BPT-STATUS               PIC XX.
01     WS-PFD-STATUS               PIC XX.
01     WS-FSR-STATUS               PIC XX.
01     WS-INV-STATUS               PIC XX.
01     WS-ICN-STATUS               PIC XX.
01     WS-PGL-STATUS               PIC XX.
01     WS-GLX-STATUS               PIC XX.
01     WS-PCT-STATUS               PIC XX.
01     WS-CTL-STATUS               PIC XX.
01     WS-PPC-STATUS               PIC XX.
01     WS-CPC-STATUS               PIC XX.
01     WS-BHS-STATUS               PIC XX.
01     WS-BHI-STATUS               PIC XX.
01     WS-TSE-STATUS               PIC XX.
01     WS-TSS-STATUS               PIC XX.
01     WS-TSD-STATUS               PIC XX.
01     WS-TSP-STATUS               PIC XX.
01     WS-RSB-STATUS               PIC XX.
01     WS-LCD-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-PPD-STATUS               PIC XX.
01     WS-RHL-STATUS               PIC XX.

01     WS-PFD-FILENAME             PIC X(40).
01     WS-PGL-FILENAME             PIC X(40).
01     WS-PCT-FILENAME             PIC X(40).
01     WS-CTL-FILENAME             PIC X(40).
01     WS-PPC-FILENAME             PIC X(40).
01     WS-CPC-FILENAME             PIC X(40).
01     WS-BHS-FILENAME             PIC X(40).
01     WS-LCD-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     MERGE-PERIOD-YYYYMM         PIC 9(6).
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     RUN-TIME-HHMMSSCC           PIC 9(8).
01     WS-OPERATOR-PARM            PIC X(8) VALUE SPACES.
01     WS-UNLOCK-PARM              PIC X(8) VALUE SPACES.
01     WS-RUNHISTORY-EVENT         PIC X(5).
01     WS-RUNHISTORY-RC            PIC 99 VALUE ZERO.

01     WS-LOCK-RESOURCE            PIC X(24).
01     WS-LOCK-ACTION              PIC X.
01     WS-LOCK-PROGRAM             PIC X(12) VALUE "BILLINGMERGE".
01     WS-LOCK-RESULT              PIC 9.
       88  RESOURCE-LOCK-GRANTED   VALUE 0.
01     WS-BATCH-LOCK-SWITCH        PIC X VALUE "N".
       88  BATCH-LOCK-HELD         VALUE "Y".

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "BILLINGMERGE".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.
01     WS-REG-DATE                 PIC 9(8).

01     WS-BPT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPARTITIONTABLE     VALUE "Y".
01     WS-PFD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPARTITIONFEED      VALUE "Y".
01     WS-FSR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDFEED         VALUE "Y".
01     WS-PGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPARTITIONGL        VALUE "Y".
01     WS-PPC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPARTITIONPIECE     VALUE "Y".
01     WS-BHS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFHISTORYSTAGE       VALUE "Y".

01     WS-PARTITION-SET-PERIOD     PIC 9(6) VALUE ZERO.
01     WS-PARTITION-COUNT          PIC 9 VALUE ZERO.
01     WS-PARTITION-SUFFIX         PIC X(3).
01     WS-PARTITION-SWAP.
       02  SWP-NUMBER              PIC 9.
       02  SWP-LOW-ID              PIC 9(10).
       02  SWP-HIGH-ID             PIC 9(10).
01     WS-PARTITION-TABLE.
       02  PTN-ENTRY OCCURS 9 TIMES.
           03  PTN-NUMBER          PIC 9.
           03  PTN-LOW-ID          PIC 9(10).
           03  PTN-HIGH-ID         PIC 9(10).
           03  PTN-CTL-FEED-COUNT  PIC 9(7).
           03  PTN-CTL-FEED-BILLED PIC S9(11)V99.
           03  PTN-CTL-SUBSCRIBERS PIC 9(6).
           03  PTN-FEED-RECORDS    PIC 9(7).
           03  PTN-HISTORY-RECORDS PIC 9(7).
01     PTN-IDX                     PIC 9.
01     PTN-SCAN-IDX                PIC 9.
01     UBS-IDX                     PIC 9.

01     WS-GL-TABLE.
       02  GLT-ENTRY OCCURS 20 TIMES.
           03  GLT-CODE            PIC 99.
           03  GLT-DESC            PIC X(20).
           03  GLT-TOTAL           PIC S9(9)V99.
01     WS-GL-COUNT                 PIC 99 VALUE ZERO.
01     GLT-IDX                     PIC 99.
01     WS-GL-FOUND-SWITCH          PIC X.
       88  GL-CODE-FOUND           VALUE "Y".

01     WS-INVOICE-NUMBER           PIC 9(10) VALUE ZERO.
01     WS-FIRST-INVOICE-NUMBER     PIC 9(10) VALUE ZERO.

01     WS-PIECE-STEM               PIC X(24).
01     WS-PIECE-EXTENSION          PIC X(6).
01     WS-PIECE-RECORDS            PIC 9(9).

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     MERGE-TOTALS.
       02  MGT-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  MGT-FEED-BILLED         PIC S9(11)V99 VALUE ZERO.
       02  MGT-GL-RECORDS          PIC 9(5) VALUE ZERO.
       02  MGT-HISTORY-RECORDS     PIC 9(7) VALUE ZERO.
       02  MGT-SUBSCRIBERS         PIC 9(7) VALUE ZERO.
       02  MGT-REPORT-LINES        PIC 9(7) VALUE ZERO.

01     TOPSPENDERSHEADER           PIC X(60)
           VALUE "TOP SPENDERS -- SORTED BY TOTAL BILLED AMOUNT DESCENDING".

01     TOPSPENDERSDETAILLINE.
       02  PRNTSD-SUBSCRIBERID     PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRNTSD-SUBSCRIBERTOTAL  PIC $$$,$$$,$$9.99.

01     MERGE-REPORT-HEADING.
       02  FILLER                  PIC X(24)
           VALUE "BILLING MERGE -- PERIOD ".
       02  MRH-PERIOD              PIC 9(6).
       02  FILLER                  PIC X(12) VALUE "  RUN DATE ".
       02  MRH-RUNDATE             PIC 9(8).

01     MERGE-REPORT-COLUMNS        PIC X(84) VALUE
           "PART  LOW ID           HIGH ID   SUBSCRIBERS    INVOICES           BILLED    HISTORY".

01     MERGE-REPORT-DETAIL.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  MRD-PARTITION           PIC 9.
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  MRD-LOW-ID              PIC 9(10).
       02  FILLER                  PIC X(7) VALUE SPACES.
       02  MRD-HIGH-ID             PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  MRD-SUBSCRIBERS         PIC ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  MRD-INVOICES            PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  MRD-BILLED              PIC $$$,$$$,$$9.99-.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  MRD-HISTORY             PIC Z,ZZZ,ZZ9.

01     MERGE-REPORT-TOTAL.
       02  FILLER                  PIC X(35) VALUE "TOTAL".
       02  MRT-SUBSCRIBERS         PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  MRT-INVOICES            PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  MRT-BILLED              PIC $$$,$$$,$$9.99-.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  MRT-HISTORY             PIC Z,ZZZ,ZZ9.

01     MERGE-REPORT-INVOICES.
       02  FILLER                  PIC X(24)
           VALUE "INVOICE NUMBERS ISSUED ".
       02  MRI-FIRST               PIC 9(10).
       02  FILLER                  PIC X(4) VALUE " TO ".
       02  MRI-LAST                PIC 9(10).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "BILLINGMERGE REQUIRES THE BILLING PERIOD YYYYMM"
               " AS ITS PARAMETER"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO MERGE-PERIOD-YYYYMM
       MOVE "START" TO WS-RUNHISTORY-EVENT
       PERFORM WRITE-RUN-HISTORY-RECORD
       PERFORM LOAD-PARTITION-SET
       PERFORM ACQUIRE-BATCH-RESOURCE-LOCK
       PERFORM VERIFY-PARTITIONS-COMPLETE
       PERFORM ACQUIRE-PERIOD-MERGE-LOCK
       PERFORM LOAD-INVOICE-NUMBER-CONTROL
       PERFORM MERGE-INVOICE-FEEDS
       PERFORM SAVE-INVOICE-NUMBER-CONTROL
       PERFORM MERGE-GL-EXTRACTS
       PERFORM MERGE-CONTROL-TOTALS
       MOVE "Listing14-2" TO WS-PIECE-STEM
       MOVE ".tse" TO WS-PIECE-EXTENSION
       PERFORM COMBINE-PARTITION-PIECES
       MOVE "Listing14-2" TO WS-PIECE-STEM
       MOVE ".exc" TO WS-PIECE-EXTENSION
       PERFORM COMBINE-PARTITION-PIECES
       MOVE "Listing14-2" TO WS-PIECE-STEM
       MOVE ".qtn" TO WS-PIECE-EXTENSION
       PERFORM COMBINE-PARTITION-PIECES
       MOVE "Listing14-2-pool" TO WS-PIECE-STEM
       MOVE ".dat" TO WS-PIECE-EXTENSION
       PERFORM COMBINE-PARTITION-PIECES
       MOVE "PrepaidCutoff" TO WS-PIECE-STEM
       MOVE ".feed" TO WS-PIECE-EXTENSION
       PERFORM COMBINE-PARTITION-PIECES
       MOVE SPACES TO WS-PIECE-STEM
       STRING "Wholesale-" MERGE-PERIOD-YYYYMM
           DELIMITED BY SIZE INTO WS-PIECE-STEM
       END-STRING
       MOVE ".dtl" TO WS-PIECE-EXTENSION
       PERFORM COMBINE-PARTITION-PIECES
       PERFORM POST-PARTITION-HISTORY-STAGES
       PERFORM PRODUCE-TOPSPENDERS-REPORT
       PERFORM RETIRE-CONSUMED-INPUT-FILES
       PERFORM PRODUCE-MERGE-REPORT
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       PERFORM MARK-PERIOD-POSTED
       PERFORM RELEASE-BATCH-RESOURCE-LOCK
       DISPLAY "BILLINGMERGE -- PERIOD " MERGE-PERIOD-YYYYMM
           " MERGED FROM " WS-PARTITION-COUNT " PARTITIONS"
       DISPLAY "  INVOICES: " MGT-FEED-RECORDS
           "  NUMBERS " WS-FIRST-INVOICE-NUMBER " TO " WS-INVOICE-NUMBER
           "  GL LINES: " MGT-GL-RECORDS
           "  HISTORY: " MGT-HISTORY-RECORDS
       MOVE "END" TO WS-RUNHISTORY-EVENT
       PERFORM WRITE-RUN-HISTORY-RECORD
       STOP RUN.

LOAD-PARTITION-SET.
       OPEN INPUT BILLINGPARTITIONFILE
       IF WS-BPT-STATUS NOT EQUAL TO "00"
           DISPLAY "BillingPartitions.tbl CANNOT BE OPENED - FILE STATUS "
               WS-BPT-STATUS " - MERGE REFUSED"
           MOVE 12 TO WS-RUNHISTORY-RC
           PERFORM REFUSE-MERGE
       END-IF
       PERFORM READ-BILLING-PARTITION-RECORD
       PERFORM UNTIL ENDOFPARTITIONTABLE
           IF BPT-EFFECTIVE-PERIOD NOT GREATER THAN MERGE-PERIOD-YYYYMM
                   AND BPT-EFFECTIVE-PERIOD NOT LESS THAN
                       WS-PARTITION-SET-PERIOD
               IF BPT-EFFECTIVE-PERIOD GREATER THAN
                       WS-PARTITION-SET-PERIOD
                   MOVE BPT-EFFECTIVE-PERIOD TO WS-PARTITION-SET-PERIOD
                   MOVE ZERO TO WS-PARTITION-COUNT
               END-IF
               IF WS-PARTITION-COUNT EQUAL TO 9
                   DISPLAY "MORE THAN 9 PARTITIONS IN FORCE FOR PERIOD "
                       MERGE-PERIOD-YYYYMM " - MERGE REFUSED"
                   MOVE 12 TO WS-RUNHISTORY-RC
                   PERFORM REFUSE-MERGE
               END-IF
               ADD 1 TO WS-PARTITION-COUNT
               INITIALIZE PTN-ENTRY(WS-PARTITION-COUNT)
               MOVE BPT-PARTITION TO PTN-NUMBER(WS-PARTITION-COUNT)
               MOVE BPT-LOW-ID TO PTN-LOW-ID(WS-PARTITION-COUNT)
               MOVE BPT-HIGH-ID TO PTN-HIGH-ID(WS-PARTITION-COUNT)
           END-IF
           PERFORM READ-BILLING-PARTITION-RECORD
       END-PERFORM
       CLOSE BILLINGPARTITIONFILE
       IF WS-PARTITION-COUNT EQUAL TO ZERO
           DISPLAY "NO PARTITION SET IS IN FORCE FOR PERIOD "
               MERGE-PERIOD-YYYYMM " - MERGE REFUSED"
           MOVE 12 TO WS-RUNHISTORY-RC
           PERFORM REFUSE-MERGE
       END-IF
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX NOT LESS THAN WS-PARTITION-COUNT
           PERFORM VARYING PTN-SCAN-IDX FROM 1 BY 1
                   UNTIL PTN-SCAN-IDX GREATER THAN
                       WS-PARTITION-COUNT - PTN-IDX
               IF PTN-LOW-ID(PTN-SCAN-IDX) GREATER THAN
                       PTN-LOW-ID(PTN-SCAN-IDX + 1)
                   MOVE PTN-ENTRY(PTN-SCAN-IDX) TO WS-PARTITION-SWAP
                   MOVE PTN-ENTRY(PTN-SCAN-IDX + 1)
                       TO PTN-ENTRY(PTN-SCAN-IDX)
                   MOVE SWP-NUMBER TO PTN-NUMBER(PTN-SCAN-IDX + 1)
                   MOVE SWP-LOW-ID TO PTN-LOW-ID(PTN-SCAN-IDX + 1)
                   MOVE SWP-HIGH-ID TO PTN-HIGH-ID(PTN-SCAN-IDX + 1)
               END-IF
           END-PERFORM
       END-PERFORM
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           IF PTN-NUMBER(PTN-IDX) EQUAL TO ZERO
                   OR PTN-LOW-ID(PTN-IDX) GREATER THAN PTN-HIGH-ID(PTN-IDX)
               DISPLAY "PARTITION " PTN-NUMBER(PTN-IDX)
                   " HAS AN INVALID RANGE - MERGE REFUSED"
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM REFUSE-MERGE
           END-IF
           IF PTN-IDX GREATER THAN 1
               IF PTN-LOW-ID(PTN-IDX) NOT GREATER THAN
                       PTN-HIGH-ID(PTN-IDX - 1)
                   DISPLAY "PARTITIONS " PTN-NUMBER(PTN-IDX - 1) " AND "
                       PTN-NUMBER(PTN-IDX)
                       " HAVE OVERLAPPING RANGES - MERGE REFUSED"
                   MOVE 12 TO WS-RUNHISTORY-RC
                   PERFORM REFUSE-MERGE
               END-IF
           END-IF
           PERFORM VARYING PTN-SCAN-IDX FROM 1 BY 1
                   UNTIL PTN-SCAN-IDX NOT LESS THAN PTN-IDX
               IF PTN-NUMBER(PTN-SCAN-IDX) EQUAL TO PTN-NUMBER(PTN-IDX)
                   DISPLAY "PARTITION " PTN-NUMBER(PTN-IDX)
                       " IS DEFINED MORE THAN ONCE - MERGE REFUSED"
                   MOVE 12 TO WS-RUNHISTORY-RC
                   PERFORM REFUSE-MERGE
               END-IF
           END-PERFORM
       END-PERFORM.

READ-BILLING-PARTITION-RECORD.
       READ BILLINGPARTITIONFILE AT END SET ENDOFPARTITIONTABLE TO TRUE
       END-READ
       IF WS-BPT-STATUS NOT EQUAL TO "00" AND WS-BPT-STATUS NOT EQUAL TO "10"
           MOVE "BILLINGPARTITIONFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-BPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

ACQUIRE-BATCH-RESOURCE-LOCK.
       MOVE "SUBSCRIBERMASTER" TO WS-LOCK-RESOURCE
       MOVE "A" TO WS-LOCK-ACTION
       CALL "RESOURCELOCK" USING WS-LOCK-RESOURCE, WS-LOCK-ACTION,
           WS-LOCK-PROGRAM, WS-LOCK-RESULT
       IF NOT RESOURCE-LOCK-GRANTED
           DISPLAY "SUBSCRIBER MASTER IS LOCKED BY ANOTHER RUN - "
               "MERGE REFUSED"
           MOVE 12 TO WS-RUNHISTORY-RC
           PERFORM REFUSE-MERGE
       END-IF
       SET BATCH-LOCK-HELD TO TRUE.

RELEASE-BATCH-RESOURCE-LOCK.
       MOVE "SUBSCRIBERMASTER" TO WS-LOCK-RESOURCE
       MOVE "R" TO WS-LOCK-ACTION
       CALL "RESOURCELOCK" USING WS-LOCK-RESOURCE, WS-LOCK-ACTION,
           WS-LOCK-PROGRAM, WS-LOCK-RESULT
       MOVE "N" TO WS-BATCH-LOCK-SWITCH.

ACQUIRE-PERIOD-MERGE-LOCK.
       PERFORM OPEN-POSTED-PERIOD-FILE
       MOVE MERGE-PERIOD-YYYYMM TO PP-PERIOD
       MOVE SPACES TO PP-CYCLE
       READ POSTEDPERIODFILE
           INVALID KEY
               MOVE MERGE-PERIOD-YYYYMM TO PP-PERIOD
               MOVE SPACES TO PP-CYCLE
               MOVE "I" TO PP-STATUS
               MOVE RUN-DATE-YYYYMMDD TO PP-RUNDATE
               WRITE POSTEDPERIODREC
               IF WS-PPD-STATUS NOT EQUAL TO "00"
                   MOVE "POSTEDPERIODFILE" TO ABEND-FILE-NAME
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE WS-PPD-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
           NOT INVALID KEY
               PERFORM EXAMINE-EXISTING-PERIOD-LOCK
       END-READ
       CLOSE POSTEDPERIODFILE.

EXAMINE-EXISTING-PERIOD-LOCK.
       IF PERIOD-ALREADY-POSTED
           DISPLAY "PERIOD " MERGE-PERIOD-YYYYMM
               " IS ALREADY POSTED - MERGE REFUSED"
           CLOSE POSTEDPERIODFILE
           MOVE 12 TO WS-RUNHISTORY-RC
           PERFORM REFUSE-MERGE
       END-IF
       ACCEPT WS-UNLOCK-PARM FROM ENVIRONMENT "BILLINGUNLOCK"
       IF WS-UNLOCK-PARM(1:1) EQUAL TO "Y"
               OR WS-UNLOCK-PARM(1:1) EQUAL TO "y"
           DISPLAY "*** PERIOD " MERGE-PERIOD-YYYYMM
               " LOCK OVERRIDDEN BY BILLINGUNLOCK - RESTARTING MERGE ***"
           MOVE "I" TO PP-STATUS
           MOVE RUN-DATE-YYYYMMDD TO PP-RUNDATE
           REWRITE POSTEDPERIODREC
       ELSE
           DISPLAY "PERIOD " MERGE-PERIOD-YYYYMM
               " IS MARKED IN PROGRESS - ANOTHER MERGE OR WHOLE-PERIOD"
               " RUN MAY BE ACTIVE. SET BILLINGUNLOCK=Y TO RESTART"
               " AFTER A FAILURE"
           CLOSE POSTEDPERIODFILE
           MOVE 12 TO WS-RUNHISTORY-RC
           PERFORM REFUSE-MERGE
       END-IF.

OPEN-POSTED-PERIOD-FILE.
       OPEN I-O POSTEDPERIODFILE
       IF WS-PPD-STATUS EQUAL TO "35"
           OPEN OUTPUT POSTEDPERIODFILE
           CLOSE POSTEDPERIODFILE
           OPEN I-O POSTEDPERIODFILE
       END-IF
       IF WS-PPD-STATUS NOT EQUAL TO "00"
           MOVE "POSTEDPERIODFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PPD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

VERIFY-PARTITIONS-COMPLETE.
       PERFORM OPEN-POSTED-PERIOD-FILE
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           MOVE MERGE-PERIOD-YYYYMM TO PP-PERIOD
           MOVE SPACES TO PP-CYCLE
           STRING "P" PTN-NUMBER(PTN-IDX) DELIMITED BY SIZE INTO PP-CYCLE
           END-STRING
           READ POSTEDPERIODFILE
               INVALID KEY
                   MOVE SPACE TO PP-STATUS
           END-READ
           IF NOT PERIOD-ALREADY-POSTED
               DISPLAY "PARTITION " PTN-NUMBER(PTN-IDX) " OF PERIOD "
                   MERGE-PERIOD-YYYYMM " HAS NOT COMPLETED - MERGE"
                   " REFUSED"
               CLOSE POSTEDPERIODFILE
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM REFUSE-MERGE
           END-IF
       END-PERFORM
       CLOSE POSTEDPERIODFILE
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           PERFORM BUILD-PARTITION-SUFFIX
           MOVE SPACES TO WS-PCT-FILENAME
           STRING "Listing14-2-" MERGE-PERIOD-YYYYMM WS-PARTITION-SUFFIX
               ".ctl" DELIMITED BY SIZE INTO WS-PCT-FILENAME
           END-STRING
           OPEN INPUT PARTITIONCONTROLFILE
           IF WS-PCT-STATUS NOT EQUAL TO "00"
               DISPLAY "NO CONTROL TOTALS FOR PARTITION "
                   PTN-NUMBER(PTN-IDX) " (" WS-PCT-FILENAME
                   ") - MERGE REFUSED"
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM REFUSE-MERGE
           END-IF
           READ PARTITIONCONTROLFILE
               AT END
                   DISPLAY "CONTROL TOTALS FOR PARTITION "
                       PTN-NUMBER(PTN-IDX) " ARE EMPTY - MERGE REFUSED"
                   CLOSE PARTITIONCONTROLFILE
                   MOVE 12 TO WS-RUNHISTORY-RC
                   PERFORM REFUSE-MERGE
           END-READ
           IF PCT-PERIOD NOT EQUAL TO MERGE-PERIOD-YYYYMM
               DISPLAY "CONTROL TOTALS FOR PARTITION "
                   PTN-NUMBER(PTN-IDX) " CARRY PERIOD " PCT-PERIOD
                   " - MERGE REFUSED"
               CLOSE PARTITIONCONTROLFILE
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM REFUSE-MERGE
           END-IF
           MOVE PCT-FEED-RECORD-COUNT TO PTN-CTL-FEED-COUNT(PTN-IDX)
           MOVE PCT-FEED-BILLED-TOTAL TO PTN-CTL-FEED-BILLED(PTN-IDX)
           MOVE PCT-SUBSCRIBER-COUNT TO PTN-CTL-SUBSCRIBERS(PTN-IDX)
           CLOSE PARTITIONCONTROLFILE
       END-PERFORM.

BUILD-PARTITION-SUFFIX.
       MOVE SPACES TO WS-PARTITION-SUFFIX
       STRING "-P" PTN-NUMBER(PTN-IDX)
           DELIMITED BY SIZE INTO WS-PARTITION-SUFFIX
       END-STRING.

LOAD-INVOICE-NUMBER-CONTROL.
       MOVE ZERO TO WS-INVOICE-NUMBER
       OPEN INPUT INVOICECONTROLFILE
       IF WS-ICN-STATUS EQUAL TO "00"
           READ INVOICECONTROLFILE
               AT END MOVE ZERO TO WS-INVOICE-NUMBER
               NOT AT END MOVE ICN-LAST-USED-NUMBER
                   TO WS-INVOICE-NUMBER
           END-READ
           CLOSE INVOICECONTROLFILE
       END-IF.

SAVE-INVOICE-NUMBER-CONTROL.
       OPEN OUTPUT INVOICECONTROLFILE
       IF WS-ICN-STATUS NOT EQUAL TO "00"
           MOVE "INVOICECONTROLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ICN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-INVOICE-NUMBER TO ICN-LAST-USED-NUMBER
       WRITE INVOICECONTROLREC
       IF WS-ICN-STATUS NOT EQUAL TO "00"
           MOVE "INVOICECONTROLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-ICN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE INVOICECONTROLFILE.

MERGE-INVOICE-FEEDS.
       SORT FEEDSORTFILE
           ON ASCENDING KEY FSR-DOCTYPE FSR-SUBSCRIBERID
           WITH DUPLICATES IN ORDER
           INPUT PROCEDURE IS RELEASE-PARTITION-FEEDS
           OUTPUT PROCEDURE IS WRITE-MERGED-FEED
       IF WS-FSR-STATUS NOT EQUAL TO "00"
           MOVE "FEEDSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-FSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

RELEASE-PARTITION-FEEDS.
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           PERFORM BUILD-PARTITION-SUFFIX
           MOVE SPACES TO WS-PFD-FILENAME
           STRING "Listing14-2-invoice" WS-PARTITION-SUFFIX ".feed"
               DELIMITED BY SIZE INTO WS-PFD-FILENAME
           END-STRING
           OPEN INPUT PARTITIONFEEDFILE
           IF WS-PFD-STATUS NOT EQUAL TO "00"
               MOVE "PARTITIONFEEDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PFD-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE "N" TO WS-PFD-EOF-SWITCH
           PERFORM READ-PARTITION-FEED-RECORD
           PERFORM UNTIL ENDOFPARTITIONFEED
               IF PFD-BILLINGPERIOD NOT EQUAL TO MERGE-PERIOD-YYYYMM
                   DISPLAY "FEED FOR PARTITION " PTN-NUMBER(PTN-IDX)
                       " CARRIES PERIOD " PFD-BILLINGPERIOD
                       " - MERGE REFUSED"
                   MOVE 12 TO WS-RUNHISTORY-RC
                   PERFORM REFUSE-MERGE
               END-IF
               ADD 1 TO PTN-FEED-RECORDS(PTN-IDX)
               RELEASE FEEDSORTREC FROM PARTITIONFEEDREC
               PERFORM READ-PARTITION-FEED-RECORD
           END-PERFORM
           CLOSE PARTITIONFEEDFILE
           IF PTN-FEED-RECORDS(PTN-IDX) NOT EQUAL TO
                   PTN-CTL-FEED-COUNT(PTN-IDX)
               DISPLAY "FEED FOR PARTITION " PTN-NUMBER(PTN-IDX)
                   " HOLDS " PTN-FEED-RECORDS(PTN-IDX)
                   " RECORDS BUT ITS CONTROL TOTALS SHOW "
                   PTN-CTL-FEED-COUNT(PTN-IDX) " - MERGE REFUSED"
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM REFUSE-MERGE
           END-IF
       END-PERFORM.

READ-PARTITION-FEED-RECORD.
       READ PARTITIONFEEDFILE AT END SET ENDOFPARTITIONFEED TO TRUE
       END-READ
       IF WS-PFD-STATUS NOT EQUAL TO "00" AND WS-PFD-STATUS NOT EQUAL TO "10"
           MOVE "PARTITIONFEEDFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-PFD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-MERGED-FEED.
       OPEN OUTPUT INVOICEFEEDFILE
       IF WS-INV-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEFEEDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM RETURN-SORTED-FEED-RECORD
       PERFORM UNTIL ENDOFSORTEDFEED
           MOVE FEEDSORTREC TO INVOICEFEEDREC
           ADD 1 TO WS-INVOICE-NUMBER
           IF WS-FIRST-INVOICE-NUMBER EQUAL TO ZERO
               MOVE WS-INVOICE-NUMBER TO WS-FIRST-INVOICE-NUMBER
           END-IF
           MOVE WS-INVOICE-NUMBER TO INV-INVOICENUMBER
           WRITE INVOICEFEEDREC
           IF WS-INV-STATUS NOT EQUAL TO "00"
               MOVE "INVOICEFEEDFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           ADD 1 TO MGT-FEED-RECORDS
           ADD INV-BILLEDAMOUNT TO MGT-FEED-BILLED
           PERFORM RETURN-SORTED-FEED-RECORD
       END-PERFORM
       CLOSE INVOICEFEEDFILE
       IF WS-INV-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEFEEDFILE" TO ABEND-FILE-NAME
           MOVE "CLOSE" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

RETURN-SORTED-FEED-RECORD.
       RETURN FEEDSORTFILE AT END SET ENDOFSORTEDFEED TO TRUE
       END-RETURN.

MERGE-GL-EXTRACTS.
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           PERFORM BUILD-PARTITION-SUFFIX
           MOVE SPACES TO WS-PGL-FILENAME
           STRING "Listing14-2" WS-PARTITION-SUFFIX ".gl"
               DELIMITED BY SIZE INTO WS-PGL-FILENAME
           END-STRING
           OPEN INPUT PARTITIONGLFILE
           IF WS-PGL-STATUS NOT EQUAL TO "00"
               MOVE "PARTITIONGLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PGL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE "N" TO WS-PGL-EOF-SWITCH
           PERFORM READ-PARTITION-GL-RECORD
           PERFORM UNTIL ENDOFPARTITIONGL
               PERFORM ACCUMULATE-GL-LINE
               PERFORM READ-PARTITION-GL-RECORD
           END-PERFORM
           CLOSE PARTITIONGLFILE
       END-PERFORM
       OPEN OUTPUT GLEXTRACTFILE
       IF WS-GLX-STATUS NOT EQUAL TO "00"
           MOVE "GLEXTRACTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-GLX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM VARYING GLT-IDX FROM 1 BY 1
               UNTIL GLT-IDX GREATER THAN WS-GL-COUNT
           MOVE GLT-CODE(GLT-IDX) TO GLX-SERVICETYPE-CODE
           MOVE GLT-DESC(GLT-IDX) TO GLX-SERVICETYPE-DESC
           MOVE GLT-TOTAL(GLT-IDX) TO GLX-TOTALBILLED
           MOVE WS-FIRST-INVOICE-NUMBER TO GLX-FIRST-INVOICE
           MOVE WS-INVOICE-NUMBER TO GLX-LAST-INVOICE
           WRITE GLEXTRACTREC
           IF WS-GLX-STATUS NOT EQUAL TO "00"
               MOVE "GLEXTRACTFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-GLX-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           ADD 1 TO MGT-GL-RECORDS
       END-PERFORM
       CLOSE GLEXTRACTFILE
       IF WS-GLX-STATUS NOT EQUAL TO "00"
           MOVE "GLEXTRACTFILE" TO ABEND-FILE-NAME
           MOVE "CLOSE" TO ABEND-OPERATION
           MOVE WS-GLX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

ACCUMULATE-GL-LINE.
       MOVE "N" TO WS-GL-FOUND-SWITCH
       PERFORM VARYING GLT-IDX FROM 1 BY 1
               UNTIL GLT-IDX GREATER THAN WS-GL-COUNT OR GL-CODE-FOUND
           IF GLT-CODE(GLT-IDX) EQUAL TO PGL-SERVICETYPE-CODE
               ADD PGL-TOTALBILLED TO GLT-TOTAL(GLT-IDX)
               SET GL-CODE-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT GL-CODE-FOUND
           IF WS-GL-COUNT EQUAL TO 20
               DISPLAY "TOO MANY GL SERVICE TYPES IN PARTITION "
                   PTN-NUMBER(PTN-IDX) " - MERGE REFUSED"
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM REFUSE-MERGE
           END-IF
           ADD 1 TO WS-GL-COUNT
           MOVE PGL-SERVICETYPE-CODE TO GLT-CODE(WS-GL-COUNT)
           MOVE PGL-SERVICETYPE-DESC TO GLT-DESC(WS-GL-COUNT)
           MOVE PGL-TOTALBILLED TO GLT-TOTAL(WS-GL-COUNT)
       END-IF.

READ-PARTITION-GL-RECORD.
       READ PARTITIONGLFILE AT END SET ENDOFPARTITIONGL TO TRUE
       END-READ
       IF WS-PGL-STATUS NOT EQUAL TO "00" AND WS-PGL-STATUS NOT EQUAL TO "10"
           MOVE "PARTITIONGLFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-PGL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

MERGE-CONTROL-TOTALS.
       INITIALIZE CONTROLTOTALSREC
       MOVE MERGE-PERIOD-YYYYMM TO CTL-PERIOD
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           PERFORM BUILD-PARTITION-SUFFIX
           MOVE SPACES TO WS-PCT-FILENAME
           STRING "Listing14-2-" MERGE-PERIOD-YYYYMM WS-PARTITION-SUFFIX
               ".ctl" DELIMITED BY SIZE INTO WS-PCT-FILENAME
           END-STRING
           OPEN INPUT PARTITIONCONTROLFILE
           IF WS-PCT-STATUS NOT EQUAL TO "00"
               MOVE "PARTITIONCONTROLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PCT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ PARTITIONCONTROLFILE
           IF WS-PCT-STATUS NOT EQUAL TO "00"
               MOVE "PARTITIONCONTROLFILE" TO ABEND-FILE-NAME
               MOVE "READ" TO ABEND-OPERATION
               MOVE WS-PCT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM ADD-PARTITION-CONTROL-TOTALS
           CLOSE PARTITIONCONTROLFILE
       END-PERFORM
       MOVE MGT-FEED-RECORDS TO CTL-FEED-RECORD-COUNT
       MOVE MGT-FEED-BILLED TO CTL-FEED-BILLED-TOTAL
       MOVE SPACES TO WS-CTL-FILENAME
       STRING "Listing14-2-" MERGE-PERIOD-YYYYMM ".ctl"
           DELIMITED BY SIZE INTO WS-CTL-FILENAME
       END-STRING
       OPEN OUTPUT CONTROLTOTALSFILE
       IF WS-CTL-STATUS NOT EQUAL TO "00"
           MOVE "CONTROLTOTALSFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CTL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       WRITE CONTROLTOTALSREC
       IF WS-CTL-STATUS NOT EQUAL TO "00"
           MOVE "CONTROLTOTALSFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CTL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE CONTROLTOTALSFILE
       MOVE CTL-SUBSCRIBER-COUNT TO MGT-SUBSCRIBERS.

ADD-PARTITION-CONTROL-TOTALS.
       ADD PCT-SUBSCRIBER-COUNT TO CTL-SUBSCRIBER-COUNT
       ADD PCT-TOTAL-REVENUE TO CTL-TOTAL-REVENUE
       ADD PCT-TOTAL-TAX TO CTL-TOTAL-TAX
       ADD PCT-TOTAL-BILLED TO CTL-TOTAL-BILLED
       ADD PCT-PRIOR-REVENUE TO CTL-PRIOR-REVENUE
       ADD PCT-PRIOR-BILLED TO CTL-PRIOR-BILLED
       ADD PCT-VOICE-REVENUE TO CTL-VOICE-REVENUE
       ADD PCT-SMS-REVENUE TO CTL-SMS-REVENUE
       ADD PCT-DATA-REVENUE TO CTL-DATA-REVENUE
       ADD PCT-ROAMING-REVENUE TO CTL-ROAMING-REVENUE
       ADD PCT-LATEFEE-REVENUE TO CTL-LATEFEE-REVENUE
       ADD PCT-DISCOUNT-TOTAL TO CTL-DISCOUNT-TOTAL
       ADD PCT-VOICE-MINUTES TO CTL-VOICE-MINUTES
       ADD PCT-SMS-COUNT TO CTL-SMS-COUNT
       ADD PCT-DATA-MEGABYTES TO CTL-DATA-MEGABYTES
       ADD PCT-ROAMING-COUNT TO CTL-ROAMING-COUNT
       ADD PCT-VOICE-COUNT TO CTL-VOICE-COUNT
       ADD PCT-DATA-COUNT TO CTL-DATA-COUNT
       ADD PCT-RECURRING-REVENUE TO CTL-RECURRING-REVENUE
       ADD PCT-ETF-REVENUE TO CTL-ETF-REVENUE
       ADD PCT-INSTALLMENT-REVENUE TO CTL-INSTALLMENT-REVENUE
       ADD PCT-ADDON-REVENUE TO CTL-ADDON-REVENUE
       ADD PCT-PREMIUM-REVENUE TO CTL-PREMIUM-REVENUE
       ADD PCT-UNBILLED-VOICE-SECONDS TO CTL-UNBILLED-VOICE-SECONDS
       ADD PCT-WHOLESALE-REVENUE TO CTL-WHOLESALE-REVENUE
       ADD PCT-WHOLESALE-RECORDS TO CTL-WHOLESALE-RECORDS
       ADD PCT-WHOLESALE-SUBSCRIBERS TO CTL-WHOLESALE-SUBSCRIBERS
       PERFORM VARYING UBS-IDX FROM 1 BY 1 UNTIL UBS-IDX GREATER THAN 6
           ADD PCT-RETAIL-USAGE-RECORDS(UBS-IDX)
               TO CTL-RETAIL-USAGE-RECORDS(UBS-IDX)
           ADD PCT-WHOLESALE-USAGE-RECORDS(UBS-IDX)
               TO CTL-WHOLESALE-USAGE-RECORDS(UBS-IDX)
           ADD PCT-SCREENED-USAGE-RECORDS(UBS-IDX)
               TO CTL-SCREENED-USAGE-RECORDS(UBS-IDX)
       END-PERFORM.

COMBINE-PARTITION-PIECES.
       MOVE SPACES TO WS-CPC-FILENAME
       STRING WS-PIECE-STEM DELIMITED BY SPACE
           WS-PIECE-EXTENSION DELIMITED BY SPACE
           INTO WS-CPC-FILENAME
       END-STRING
       OPEN OUTPUT COMBINEDPIECEFILE
       IF WS-CPC-STATUS NOT EQUAL TO "00"
           MOVE "COMBINEDPIECEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CPC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE ZERO TO WS-PIECE-RECORDS
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           PERFORM BUILD-PARTITION-SUFFIX
           MOVE SPACES TO WS-PPC-FILENAME
           STRING WS-PIECE-STEM DELIMITED BY SPACE
               WS-PARTITION-SUFFIX DELIMITED BY SIZE
               WS-PIECE-EXTENSION DELIMITED BY SPACE
               INTO WS-PPC-FILENAME
           END-STRING
           OPEN INPUT PARTITIONPIECEFILE
           IF WS-PPC-STATUS EQUAL TO "35"
               DISPLAY "NO " WS-PPC-FILENAME " PRESENT - SKIPPED"
           ELSE
               IF WS-PPC-STATUS NOT EQUAL TO "00"
                   MOVE "PARTITIONPIECEFILE" TO ABEND-FILE-NAME
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE WS-PPC-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE "N" TO WS-PPC-EOF-SWITCH
               PERFORM READ-PARTITION-PIECE-RECORD
               PERFORM UNTIL ENDOFPARTITIONPIECE
                   WRITE COMBINEDPIECEREC FROM PARTITIONPIECEREC
                   IF WS-CPC-STATUS NOT EQUAL TO "00"
                       MOVE "COMBINEDPIECEFILE" TO ABEND-FILE-NAME
                       MOVE "WRITE" TO ABEND-OPERATION
                       MOVE WS-CPC-STATUS TO ABEND-FILE-STATUS
                       PERFORM FILE-ERROR-HANDLER
                   END-IF
                   ADD 1 TO WS-PIECE-RECORDS
                   PERFORM READ-PARTITION-PIECE-RECORD
               END-PERFORM
               CLOSE PARTITIONPIECEFILE
           END-IF
       END-PERFORM
       CLOSE COMBINEDPIECEFILE
       IF WS-CPC-STATUS NOT EQUAL TO "00"
           MOVE "COMBINEDPIECEFILE" TO ABEND-FILE-NAME
           MOVE "CLOSE" TO ABEND-OPERATION
           MOVE WS-CPC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       DISPLAY WS-CPC-FILENAME " COMBINED - " WS-PIECE-RECORDS
           " RECORDS".

READ-PARTITION-PIECE-RECORD.
       READ PARTITIONPIECEFILE AT END SET ENDOFPARTITIONPIECE TO TRUE
       END-READ
       IF WS-PPC-STATUS NOT EQUAL TO "00" AND WS-PPC-STATUS NOT EQUAL TO "10"
           MOVE "PARTITIONPIECEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-PPC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

POST-PARTITION-HISTORY-STAGES.
       OPEN I-O BILLINGHISTORYFILE
       IF WS-BHI-STATUS EQUAL TO "35"
           OPEN OUTPUT BILLINGHISTORYFILE
           CLOSE BILLINGHISTORYFILE
           OPEN I-O BILLINGHISTORYFILE
       END-IF
       IF WS-BHI-STATUS NOT EQUAL TO "00"
           MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           PERFORM BUILD-PARTITION-SUFFIX
           MOVE SPACES TO WS-BHS-FILENAME
           STRING "BillingHistoryStage" WS-PARTITION-SUFFIX ".dat"
               DELIMITED BY SIZE INTO WS-BHS-FILENAME
           END-STRING
           OPEN INPUT BILLINGHISTORYSTAGE
           IF WS-BHS-STATUS EQUAL TO "35"
               DISPLAY "NO STAGED BILLING HISTORY FOR PARTITION "
                   PTN-NUMBER(PTN-IDX) " - SKIPPED"
           ELSE
               IF WS-BHS-STATUS NOT EQUAL TO "00"
                   MOVE "BILLINGHISTORYSTAGE" TO ABEND-FILE-NAME
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE WS-BHS-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE "N" TO WS-BHS-EOF-SWITCH
               PERFORM READ-HISTORY-STAGE-RECORD
               PERFORM UNTIL ENDOFHISTORYSTAGE
                   MOVE BILLINGHISTORYSTAGEREC TO BILLINGHISTORYREC
                   WRITE BILLINGHISTORYREC
                       INVALID KEY
                           REWRITE BILLINGHISTORYREC
                           IF WS-BHI-STATUS NOT EQUAL TO "00"
                               MOVE "BILLINGHISTORYFILE"
                                   TO ABEND-FILE-NAME
                               MOVE "REWRITE" TO ABEND-OPERATION
                               MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
                               PERFORM FILE-ERROR-HANDLER
                           END-IF
                   END-WRITE
                   ADD 1 TO PTN-HISTORY-RECORDS(PTN-IDX)
                   ADD 1 TO MGT-HISTORY-RECORDS
                   PERFORM READ-HISTORY-STAGE-RECORD
               END-PERFORM
               CLOSE BILLINGHISTORYSTAGE
           END-IF
       END-PERFORM
       CLOSE BILLINGHISTORYFILE.

READ-HISTORY-STAGE-RECORD.
       READ BILLINGHISTORYSTAGE AT END SET ENDOFHISTORYSTAGE TO TRUE
       END-READ
       IF WS-BHS-STATUS NOT EQUAL TO "00" AND WS-BHS-STATUS NOT EQUAL TO "10"
           MOVE "BILLINGHISTORYSTAGE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-BHS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRODUCE-TOPSPENDERS-REPORT.
       SORT TOPSPENDERSSORTFILE ON DESCENDING KEY TSS-SUBSCRIBERTOTAL
           USING TOPSPENDERSEXTRACT
           GIVING TOPSPENDERSSORTED
       IF WS-TSS-STATUS NOT EQUAL TO "00"
           MOVE "TOPSPENDERSSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-TSS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT TOPSPENDERSFILE
       IF WS-TSP-STATUS NOT EQUAL TO "00"
           MOVE "TOPSPENDERSFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-TSP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE MERGE-PERIOD-YYYYMM TO MRH-PERIOD
       MOVE RUN-DATE-YYYYMMDD TO MRH-RUNDATE
       MOVE MERGE-REPORT-HEADING TO TOPSPENDERSLINE
       WRITE TOPSPENDERSLINE
       MOVE TOPSPENDERSHEADER TO TOPSPENDERSLINE
       WRITE TOPSPENDERSLINE
       OPEN INPUT TOPSPENDERSSORTED
       IF WS-TSD-STATUS NOT EQUAL TO "00"
           MOVE "TOPSPENDERSSORTED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-TSD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-TOPSPENDERSSORTED
       PERFORM UNTIL ENDOFTOPSPENDERSFILE
           MOVE TSD-SUBSCRIBERID TO PRNTSD-SUBSCRIBERID
           MOVE TSD-SUBSCRIBERTOTAL TO PRNTSD-SUBSCRIBERTOTAL
           MOVE TOPSPENDERSDETAILLINE TO TOPSPENDERSLINE
           WRITE TOPSPENDERSLINE
           IF WS-TSP-STATUS NOT EQUAL TO "00"
               MOVE "TOPSPENDERSFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-TSP-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-TOPSPENDERSSORTED
       END-PERFORM
       CLOSE TOPSPENDERSSORTED
       CLOSE TOPSPENDERSFILE.

READ-TOPSPENDERSSORTED.
       READ TOPSPENDERSSORTED
           AT END MOVE HIGH-VALUES TO TSD-RECORD
       END-READ.

RETIRE-CONSUMED-INPUT-FILES.
       OPEN INPUT RESUBMITFILE
       IF WS-RSB-STATUS EQUAL TO "00"
           CLOSE RESUBMITFILE
           OPEN OUTPUT RESUBMITFILE
           CLOSE RESUBMITFILE
           DISPLAY "RESUBMISSION FILE RETIRED - THE PARTITIONS' MERGE"
               " IS NOW COMMITTED"
       END-IF
       MOVE SPACES TO WS-LCD-FILENAME
       STRING "LateCdrs-" MERGE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-LCD-FILENAME
       END-STRING
       OPEN INPUT LATECDRFILE
       IF WS-LCD-STATUS EQUAL TO "00"
           CLOSE LATECDRFILE
           OPEN OUTPUT LATECDRFILE
           CLOSE LATECDRFILE
           DISPLAY "LATE CDR FILE RETIRED - ITS PRIOR-PERIOD"
               " CHARGES ARE NOW COMMITTED"
       END-IF.

PRODUCE-MERGE-REPORT.
       OPEN OUTPUT MERGEREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "MERGEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE MERGE-PERIOD-YYYYMM TO MRH-PERIOD
       MOVE RUN-DATE-YYYYMMDD TO MRH-RUNDATE
       MOVE MERGE-REPORT-HEADING TO MERGEREPORTLINE
       PERFORM WRITE-MERGE-REPORT-LINE
       MOVE SPACES TO MERGEREPORTLINE
       PERFORM WRITE-MERGE-REPORT-LINE
       MOVE MERGE-REPORT-COLUMNS TO MERGEREPORTLINE
       PERFORM WRITE-MERGE-REPORT-LINE
       PERFORM VARYING PTN-IDX FROM 1 BY 1
               UNTIL PTN-IDX GREATER THAN WS-PARTITION-COUNT
           MOVE PTN-NUMBER(PTN-IDX) TO MRD-PARTITION
           MOVE PTN-LOW-ID(PTN-IDX) TO MRD-LOW-ID
           MOVE PTN-HIGH-ID(PTN-IDX) TO MRD-HIGH-ID
           MOVE PTN-CTL-SUBSCRIBERS(PTN-IDX) TO MRD-SUBSCRIBERS
           MOVE PTN-FEED-RECORDS(PTN-IDX) TO MRD-INVOICES
           MOVE PTN-CTL-FEED-BILLED(PTN-IDX) TO MRD-BILLED
           MOVE PTN-HISTORY-RECORDS(PTN-IDX) TO MRD-HISTORY
           MOVE MERGE-REPORT-DETAIL TO MERGEREPORTLINE
           PERFORM WRITE-MERGE-REPORT-LINE
       END-PERFORM
       MOVE MGT-SUBSCRIBERS TO MRT-SUBSCRIBERS
       MOVE MGT-FEED-RECORDS TO MRT-INVOICES
       MOVE MGT-FEED-BILLED TO MRT-BILLED
       MOVE MGT-HISTORY-RECORDS TO MRT-HISTORY
       MOVE MERGE-REPORT-TOTAL TO MERGEREPORTLINE
       PERFORM WRITE-MERGE-REPORT-LINE
       MOVE SPACES TO MERGEREPORTLINE
       PERFORM WRITE-MERGE-REPORT-LINE
       MOVE WS-FIRST-INVOICE-NUMBER TO MRI-FIRST
       MOVE WS-INVOICE-NUMBER TO MRI-LAST
       MOVE MERGE-REPORT-INVOICES TO MERGEREPORTLINE
       PERFORM WRITE-MERGE-REPORT-LINE
       CLOSE MERGEREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "MERGEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "CLOSE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-MERGE-REPORT-LINE.
       WRITE MERGEREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "MERGEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO MGT-REPORT-LINES.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "BillingMerge.rpt" TO WS-REG-REPORT-NAME
       MOVE "BillingMerge.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE MERGE-PERIOD-YYYYMM TO WS-REG-PERIOD
       MOVE MGT-REPORT-LINES TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

MARK-PERIOD-POSTED.
       PERFORM OPEN-POSTED-PERIOD-FILE
       MOVE MERGE-PERIOD-YYYYMM TO PP-PERIOD
       MOVE SPACES TO PP-CYCLE
       READ POSTEDPERIODFILE
           INVALID KEY
               MOVE MERGE-PERIOD-YYYYMM TO PP-PERIOD
               MOVE SPACES TO PP-CYCLE
               MOVE "P" TO PP-STATUS
               MOVE RUN-DATE-YYYYMMDD TO PP-RUNDATE
               WRITE POSTEDPERIODREC
           NOT INVALID KEY
               MOVE "P" TO PP-STATUS
               MOVE RUN-DATE-YYYYMMDD TO PP-RUNDATE
               REWRITE POSTEDPERIODREC
       END-READ
       CLOSE POSTEDPERIODFILE.

REFUSE-MERGE.
       MOVE WS-RUNHISTORY-RC TO RETURN-CODE
       IF BATCH-LOCK-HELD
           PERFORM RELEASE-BATCH-RESOURCE-LOCK
       END-IF
       MOVE "END" TO WS-RUNHISTORY-EVENT
       PERFORM WRITE-RUN-HISTORY-RECORD
       STOP RUN.

WRITE-RUN-HISTORY-RECORD.
       OPEN EXTEND RUNHISTORYFILE
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT RUNHISTORYFILE
       END-IF
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RUN HISTORY - FILE STATUS "
               WS-RHL-STATUS
       ELSE
           MOVE SPACES TO RUNHISTORYREC
           MOVE "BILLINGMERGE" TO RHL-PROGRAMNAME
           MOVE MERGE-PERIOD-YYYYMM TO RHL-BILLINGPERIOD
           MOVE WS-RUNHISTORY-EVENT TO RHL-EVENT
           ACCEPT RUN-TIME-HHMMSSCC FROM TIME
           STRING RUN-DATE-YYYYMMDD RUN-TIME-HHMMSSCC(1:6)
               DELIMITED BY SIZE INTO RHL-TIMESTAMP
           END-STRING
           ACCEPT WS-OPERATOR-PARM FROM ENVIRONMENT "BILLINGOPERATOR"
           MOVE WS-OPERATOR-PARM TO RHL-OPERATORID
           MOVE MGT-FEED-RECORDS TO RHL-RECORDS-IN
           MOVE MGT-FEED-RECORDS TO RHL-RECORDS-OUT
           MOVE WS-RUNHISTORY-RC TO RHL-RETURNCODE
           WRITE RUNHISTORYREC
           CLOSE RUNHISTORYFILE
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
