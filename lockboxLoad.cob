IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKBOXLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LOCKBOXLAYOUTFILE ASSIGN TO "LockboxLayouts.tbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBL-STATUS.

       SELECT LOCKBOXFILE ASSIGN TO DYNAMIC WS-LBX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBX-STATUS.

       SELECT LOCKBOXWORKFILE ASSIGN TO "LockboxLoad.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

       SELECT LOCKBOXHISTORYFILE ASSIGN TO "LockboxHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBH-STATUS.

       SELECT PAYMENTRECEIPTS ASSIGN TO "PaymentReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

       SELECT LOCKBOXREPORTFILE ASSIGN TO "LockboxLoad.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     LOCKBOXLAYOUTFILE.
       COPY "LOCKBOXLAYOUT.cpy"
           REPLACING ==:RECNAME:== BY ==LOCKBOXLAYOUTREC==
                     ==:PREFIX:==  BY ==LBL-==.

FD     LOCKBOXFILE.
01     LOCKBOXREC                  PIC X(200).

FD     LOCKBOXWORKFILE.
01     LOCKBOXWORKREC              PIC X(54).

FD     LOCKBOXHISTORYFILE.
01     LOCKBOXHISTORYREC.
       02  LBH-BANKID              PIC X(4).
       02  LBH-BATCHID             PIC X(20).
       02  LBH-LOADDATE            PIC 9(8).
       02  LBH-RECORDS             PIC 9(7).
       02  LBH-AMOUNT              PIC 9(9)V99.

FD     PAYMENTRECEIPTS.
01     PAYMENTRECEIPTREC.
       02  PAY-SUBSCRIBERID        PIC 9(10).
       02  PAY-PAYMENTDATE         PIC 9(8).
       02  PAY-AMOUNT              PIC 9(7)V99.
       02  PAY-TENDERTYPE          PIC X.
           88  VALID-TENDERTYPE    VALUES "C" "Q" "D" "P" "S".
       02  PAY-INVOICENUMBER       PIC X(10).
       02  PAY-STORECODE           PIC X(4).
       02  PAY-TILLID              PIC X(4).
       02  PAY-CASHIERID           PIC X(8).

FD     LOCKBOXREPORTFILE.
01     LOCKBOXREPORTLINE           PIC X(80).

WORKING-STORAGE SECTION.
01     WS-LBL-STATUS               PIC XX.
01     WS-LBX-STATUS               PIC XX.
01     WS-WRK-STATUS               PIC XX.
01     WS-LBH-STATUS               PIC XX.
01     WS-PAY-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-LBX-FILENAME             PIC X(40).

01     WS-LBL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFLOCKBOXLAYOUTS     VALUE "Y".
01     WS-LBX-EOF-SWITCH           PIC X.
       88  ENDOFLOCKBOXFILE        VALUE "Y".
01     WS-WRK-EOF-SWITCH           PIC X.
       88  ENDOFLOCKBOXWORK        VALUE "Y".
01     WS-LBH-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFLOCKBOXHISTORY     VALUE "Y".

       COPY "LOCKBOXLAYOUT.cpy"
           REPLACING ==:RECNAME:== BY ==LOCKBOX-LAYOUT==
                     ==:PREFIX:==  BY ==LAY-==.

01     LAYOUT-TABLE.
       02  LLT-COUNT               PIC 99 VALUE ZERO.
       02  LLT-ENTRY               PIC X(150) OCCURS 20 TIMES.
01     LLT-IDX                     PIC 99.

01     HISTORY-TABLE.
       02  LHT-COUNT               PIC 9(4) VALUE ZERO.
       02  LHT-ENTRY OCCURS 5000 TIMES.
           03  LHT-BANKID          PIC X(4).
           03  LHT-BATCHID         PIC X(20).
           03  LHT-LOADDATE        PIC 9(8).
01     LHT-IDX                     PIC 9(4).

01     NORMALISED-RECEIPT.
       02  NRM-SUBSCRIBERID        PIC 9(10).
       02  NRM-PAYMENTDATE         PIC 9(8).
       02  NRM-AMOUNT              PIC 9(7)V99.
       02  NRM-TENDERTYPE          PIC X.
       02  NRM-INVOICENUMBER       PIC X(10).
       02  NRM-STORECODE           PIC X(4) VALUE SPACES.
       02  NRM-TILLID              PIC X(4) VALUE SPACES.
       02  NRM-CASHIERID           PIC X(8) VALUE SPACES.

01     BATCH-TOTALS.
       02  LBT-RECORDS-READ        PIC 9(7).
       02  LBT-DETAIL-COUNT        PIC 9(7).
       02  LBT-DETAIL-AMOUNT       PIC S9(9)V99.
       02  LBT-BATCHID             PIC X(20).
       02  LBT-HDR-COUNT           PIC 9(7).
       02  LBT-HDR-AMOUNT          PIC S9(9)V99.
       02  LBT-TRL-COUNT           PIC 9(7).
       02  LBT-TRL-AMOUNT          PIC S9(9)V99.
       02  LBT-HEADER-SWITCH       PIC X.
           88  BATCH-HEADER-SEEN   VALUE "Y".
       02  LBT-TRAILER-SWITCH      PIC X.
           88  BATCH-TRAILER-SEEN  VALUE "Y".
       02  LBT-REJECT-REASON       PIC X(60).

01     RUN-TOTALS.
       02  LRT-FILES-ACCEPTED      PIC 9(4) VALUE ZERO.
       02  LRT-FILES-REJECTED      PIC 9(4) VALUE ZERO.
       02  LRT-FILES-ABSENT        PIC 9(4) VALUE ZERO.
       02  LRT-RECEIPTS-WRITTEN    PIC 9(7) VALUE ZERO.
       02  LRT-AMOUNT-WRITTEN      PIC S9(9)V99 VALUE ZERO.

01     SPLIT-FIELD-TABLE.
       02  LBX-SPLIT-FIELD         PIC X(30) OCCURS 20 TIMES.
01     LBX-SPLIT-COUNT             PIC 99.
01     LBX-SPLIT-IDX               PIC 99.
01     WS-TRAILINGSPACES           PIC 999.
01     WS-RECORDLENGTH             PIC 999.
01     WS-POINTER                  PIC 999.

01     WS-SPEC-START               PIC 9(3).
01     WS-SPEC-LENGTH              PIC 99.
01     WS-FIELD-RAW                PIC X(30).
01     WS-FIELD-VALUE              PIC X(30).
01     WS-FIELD-LENGTH             PIC 99.
01     WS-LEADING-SPACES           PIC 99.
01     WS-FIELD-TRAILING           PIC 99.
01     WS-CHAR-IDX                 PIC 99.
01     WS-DIGIT-COUNT              PIC 99.
01     WS-POINT-COUNT              PIC 99.
01     WS-OTHER-COUNT              PIC 99.
01     WS-FIELD-NUMERIC-SWITCH     PIC X.
       88  FIELD-IS-NUMERIC        VALUE "Y".
01     WS-FIELD-INTEGER            PIC 9(18).
01     WS-FIELD-AMOUNT             PIC S9(16)V99.
01     WS-FIELD-DATE               PIC X(8).
01     WS-DATE-WORK.
       02  WS-DATE-CCYY            PIC 9(4).
       02  WS-DATE-MM              PIC 99.
       02  WS-DATE-DD              PIC 99.
01     WS-TENDER-IDX               PIC 9.
01     WS-DETAIL-ERROR             PIC X(40).
01     WS-CANDIDATE-REASON         PIC X(60).
01     PRN-RECORD-NUMBER           PIC Z(6)9.
01     WS-TODAY                    PIC 9(8).

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "LOCKBOXLOAD".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.

01     REPORTHEADERLINE.
       02  FILLER                  PIC X(34)
               VALUE "LOCKBOX INTAKE CONTROL REPORT  RUN".
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-RUN-DATE            PIC 9(8).

01     BATCHHEADLINE.
       02  FILLER                  PIC X(5) VALUE "BANK ".
       02  PRN-BANKID              PIC X(4).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-BANKNAME            PIC X(20).
       02  FILLER                  PIC X(7) VALUE " BATCH ".
       02  PRN-BATCHID             PIC X(20).

01     BATCHFILELINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  FILLER                  PIC X(6) VALUE "FILE  ".
       02  PRN-FILENAME            PIC X(40).

01     BATCHTOTALLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-TOTAL-CAPTION       PIC X(10).
       02  FILLER                  PIC X(9) VALUE "RECORDS ".
       02  PRN-TOTAL-COUNT         PIC Z(6)9.
       02  FILLER                  PIC X(10) VALUE "  AMOUNT ".
       02  PRN-TOTAL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.

01     BATCHRESULTLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-RESULT-TEXT         PIC X(70).

01     RUNTOTALLINE.
       02  FILLER                  PIC X(18) VALUE "FILES ACCEPTED ".
       02  PRN-FILES-ACCEPTED      PIC ZZZ9.
       02  FILLER                  PIC X(12) VALUE "  REJECTED ".
       02  PRN-FILES-REJECTED      PIC ZZZ9.
       02  FILLER                  PIC X(11) VALUE "  RECEIPTS ".
       02  PRN-RECEIPTS-WRITTEN    PIC Z(6)9.
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-AMOUNT-WRITTEN      PIC -ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM LOAD-LOCKBOX-LAYOUTS
       PERFORM LOAD-LOCKBOX-HISTORY
       OPEN OUTPUT LOCKBOXREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LOCKBOXREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-TODAY TO PRN-RUN-DATE
       MOVE REPORTHEADERLINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       PERFORM VARYING LLT-IDX FROM 1 BY 1 UNTIL LLT-IDX > LLT-COUNT
           MOVE LLT-ENTRY(LLT-IDX) TO LOCKBOX-LAYOUT
           PERFORM LOAD-ONE-LOCKBOX-FILE
       END-PERFORM
       MOVE SPACES TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE LRT-FILES-ACCEPTED TO PRN-FILES-ACCEPTED
       MOVE LRT-FILES-REJECTED TO PRN-FILES-REJECTED
       MOVE LRT-RECEIPTS-WRITTEN TO PRN-RECEIPTS-WRITTEN
       MOVE LRT-AMOUNT-WRITTEN TO PRN-AMOUNT-WRITTEN
       MOVE RUNTOTALLINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       CLOSE LOCKBOXREPORTFILE
       MOVE "LOCKBOX INTAKE CONTROL" TO WS-REG-REPORT-NAME
       MOVE "LockboxLoad.rpt" TO WS-REG-FILENAME
       MOVE WS-TODAY(1:6) TO WS-REG-PERIOD
       MOVE 1 TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "LOCKBOXLOAD -- FILES ACCEPTED: " LRT-FILES-ACCEPTED
           "  REJECTED: " LRT-FILES-REJECTED
           "  NOT PRESENT: " LRT-FILES-ABSENT
       DISPLAY "  RECEIPTS ADDED TO PaymentReceipts.dat: "
           LRT-RECEIPTS-WRITTEN
       IF LRT-FILES-REJECTED GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-LOCKBOX-LAYOUTS.
       OPEN INPUT LOCKBOXLAYOUTFILE
       IF WS-LBL-STATUS NOT EQUAL TO "00"
           MOVE "LOCKBOXLAYOUTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LBL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       READ LOCKBOXLAYOUTFILE
           AT END SET ENDOFLOCKBOXLAYOUTS TO TRUE
       END-READ
       PERFORM UNTIL ENDOFLOCKBOXLAYOUTS
           IF LLT-COUNT LESS THAN 20
               ADD 1 TO LLT-COUNT
               MOVE LOCKBOXLAYOUTREC TO LLT-ENTRY(LLT-COUNT)
           ELSE
               DISPLAY "LOCKBOX LAYOUT TABLE FULL - BANK " LBL-BANKID
                   " IGNORED"
           END-IF
           READ LOCKBOXLAYOUTFILE
               AT END SET ENDOFLOCKBOXLAYOUTS TO TRUE
           END-READ
       END-PERFORM
       CLOSE LOCKBOXLAYOUTFILE.

LOAD-LOCKBOX-HISTORY.
       OPEN INPUT LOCKBOXHISTORYFILE
       IF WS-LBH-STATUS EQUAL TO "00"
           READ LOCKBOXHISTORYFILE
               AT END SET ENDOFLOCKBOXHISTORY TO TRUE
           END-READ
           PERFORM UNTIL ENDOFLOCKBOXHISTORY
               IF LHT-COUNT LESS THAN 5000
                   ADD 1 TO LHT-COUNT
                   MOVE LBH-BANKID TO LHT-BANKID(LHT-COUNT)
                   MOVE LBH-BATCHID TO LHT-BATCHID(LHT-COUNT)
                   MOVE LBH-LOADDATE TO LHT-LOADDATE(LHT-COUNT)
               END-IF
               READ LOCKBOXHISTORYFILE
                   AT END SET ENDOFLOCKBOXHISTORY TO TRUE
               END-READ
           END-PERFORM
           CLOSE LOCKBOXHISTORYFILE
       END-IF.

LOAD-ONE-LOCKBOX-FILE.
       MOVE LAY-FILENAME TO WS-LBX-FILENAME
       OPEN INPUT LOCKBOXFILE
       IF WS-LBX-STATUS EQUAL TO "35"
           DISPLAY "NO LOCKBOX FILE FOR BANK " LAY-BANKID
               " PRESENT - SKIPPED"
           ADD 1 TO LRT-FILES-ABSENT
       ELSE
           IF WS-LBX-STATUS NOT EQUAL TO "00"
               MOVE "LOCKBOXFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-LBX-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT LOCKBOXWORKFILE
           IF WS-WRK-STATUS NOT EQUAL TO "00"
               MOVE "LOCKBOXWORKFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-WRK-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           INITIALIZE BATCH-TOTALS
           MOVE "N" TO WS-LBX-EOF-SWITCH
           PERFORM READ-LOCKBOX-RECORD
           PERFORM UNTIL ENDOFLOCKBOXFILE
               PERFORM PROCESS-LOCKBOX-RECORD
               PERFORM READ-LOCKBOX-RECORD
           END-PERFORM
           CLOSE LOCKBOXFILE
           CLOSE LOCKBOXWORKFILE
           PERFORM CHECK-BATCH-CONTROLS
           IF LBT-REJECT-REASON EQUAL TO SPACES
               PERFORM ACCEPT-LOCKBOX-BATCH
               ADD 1 TO LRT-FILES-ACCEPTED
           ELSE
               ADD 1 TO LRT-FILES-REJECTED
           END-IF
           PERFORM WRITE-BATCH-REPORT
       END-IF.

READ-LOCKBOX-RECORD.
       READ LOCKBOXFILE AT END SET ENDOFLOCKBOXFILE TO TRUE
       END-READ
       IF WS-LBX-STATUS NOT EQUAL TO "00" AND WS-LBX-STATUS NOT EQUAL TO "10"
           MOVE "LOCKBOXFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-LBX-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PROCESS-LOCKBOX-RECORD.
       ADD 1 TO LBT-RECORDS-READ
       MOVE LBT-RECORDS-READ TO PRN-RECORD-NUMBER
       IF LAY-DELIMITED
           PERFORM SPLIT-LOCKBOX-RECORD
       END-IF
       IF BATCH-TRAILER-SEEN
           MOVE SPACES TO WS-CANDIDATE-REASON
           STRING "RECORD " PRN-RECORD-NUMBER " FOLLOWS THE TRAILER"
               DELIMITED BY SIZE INTO WS-CANDIDATE-REASON
           END-STRING
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       MOVE LAY-RECTYPE-START TO WS-SPEC-START
       MOVE LAY-RECTYPE-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       EVALUATE TRUE
           WHEN WS-FIELD-VALUE EQUAL TO LAY-HEADERCODE
               PERFORM PROCESS-LOCKBOX-HEADER
           WHEN WS-FIELD-VALUE EQUAL TO LAY-DETAILCODE
               PERFORM PROCESS-LOCKBOX-DETAIL
           WHEN WS-FIELD-VALUE EQUAL TO LAY-TRAILERCODE
               PERFORM PROCESS-LOCKBOX-TRAILER
           WHEN OTHER
               MOVE SPACES TO WS-CANDIDATE-REASON
               STRING "RECORD " PRN-RECORD-NUMBER
                   " HAS AN UNKNOWN RECORD TYPE"
                   DELIMITED BY SIZE INTO WS-CANDIDATE-REASON
               END-STRING
               PERFORM SET-BATCH-REJECT-REASON
       END-EVALUATE.

PROCESS-LOCKBOX-HEADER.
       IF BATCH-HEADER-SEEN OR LBT-DETAIL-COUNT GREATER THAN ZERO
           MOVE SPACES TO WS-CANDIDATE-REASON
           STRING "RECORD " PRN-RECORD-NUMBER
               " IS A HEADER OUT OF SEQUENCE"
               DELIMITED BY SIZE INTO WS-CANDIDATE-REASON
           END-STRING
           PERFORM SET-BATCH-REJECT-REASON
       ELSE
           SET BATCH-HEADER-SEEN TO TRUE
           MOVE LAY-BATCHID-START TO WS-SPEC-START
           MOVE LAY-BATCHID-LENGTH TO WS-SPEC-LENGTH
           PERFORM EXTRACT-LOCKBOX-FIELD
           MOVE WS-FIELD-VALUE TO LBT-BATCHID
           IF LAY-HDRCOUNT-START GREATER THAN ZERO
               MOVE LAY-HDRCOUNT-START TO WS-SPEC-START
               MOVE LAY-HDRCOUNT-LENGTH TO WS-SPEC-LENGTH
               PERFORM EXTRACT-LOCKBOX-FIELD
               PERFORM CONVERT-FIELD-INTEGER
               IF FIELD-IS-NUMERIC
                       AND WS-FIELD-INTEGER LESS THAN 10000000
                   MOVE WS-FIELD-INTEGER TO LBT-HDR-COUNT
               ELSE
                   MOVE "HEADER RECORD COUNT IS NOT NUMERIC"
                       TO WS-CANDIDATE-REASON
                   PERFORM SET-BATCH-REJECT-REASON
               END-IF
           END-IF
           IF LAY-HDRAMOUNT-START GREATER THAN ZERO
               MOVE LAY-HDRAMOUNT-START TO WS-SPEC-START
               MOVE LAY-HDRAMOUNT-LENGTH TO WS-SPEC-LENGTH
               PERFORM EXTRACT-LOCKBOX-FIELD
               PERFORM CONVERT-FIELD-AMOUNT
               IF FIELD-IS-NUMERIC
                   MOVE WS-FIELD-AMOUNT TO LBT-HDR-AMOUNT
               ELSE
                   MOVE "HEADER AMOUNT IS NOT NUMERIC"
                       TO WS-CANDIDATE-REASON
                   PERFORM SET-BATCH-REJECT-REASON
               END-IF
           END-IF
       END-IF.

PROCESS-LOCKBOX-TRAILER.
       SET BATCH-TRAILER-SEEN TO TRUE
       MOVE LAY-TRLCOUNT-START TO WS-SPEC-START
       MOVE LAY-TRLCOUNT-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       PERFORM CONVERT-FIELD-INTEGER
       IF FIELD-IS-NUMERIC AND WS-FIELD-INTEGER LESS THAN 10000000
           MOVE WS-FIELD-INTEGER TO LBT-TRL-COUNT
       ELSE
           MOVE "TRAILER RECORD COUNT IS NOT NUMERIC"
               TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       MOVE LAY-TRLAMOUNT-START TO WS-SPEC-START
       MOVE LAY-TRLAMOUNT-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       PERFORM CONVERT-FIELD-AMOUNT
       IF FIELD-IS-NUMERIC
           MOVE WS-FIELD-AMOUNT TO LBT-TRL-AMOUNT
       ELSE
           MOVE "TRAILER AMOUNT IS NOT NUMERIC" TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF.

PROCESS-LOCKBOX-DETAIL.
       ADD 1 TO LBT-DETAIL-COUNT
       MOVE SPACES TO WS-DETAIL-ERROR
       IF NOT BATCH-HEADER-SEEN
           MOVE "DETAIL BEFORE THE HEADER" TO WS-DETAIL-ERROR
       END-IF
       MOVE LAY-SUBSCRIBERID-START TO WS-SPEC-START
       MOVE LAY-SUBSCRIBERID-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       PERFORM CONVERT-FIELD-INTEGER
       IF FIELD-IS-NUMERIC AND WS-FIELD-INTEGER GREATER THAN ZERO
               AND WS-FIELD-INTEGER LESS THAN 10000000000
           MOVE WS-FIELD-INTEGER TO NRM-SUBSCRIBERID
       ELSE
           IF WS-DETAIL-ERROR EQUAL TO SPACES
               MOVE "SUBSCRIBER ID NOT VALID" TO WS-DETAIL-ERROR
           END-IF
       END-IF
       MOVE LAY-PAYMENTDATE-START TO WS-SPEC-START
       MOVE LAY-PAYMENTDATE-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       PERFORM CONVERT-FIELD-DATE
       IF FIELD-IS-NUMERIC
           MOVE WS-DATE-WORK TO NRM-PAYMENTDATE
       ELSE
           IF WS-DETAIL-ERROR EQUAL TO SPACES
               MOVE "PAYMENT DATE NOT VALID" TO WS-DETAIL-ERROR
           END-IF
       END-IF
       MOVE LAY-AMOUNT-START TO WS-SPEC-START
       MOVE LAY-AMOUNT-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       PERFORM CONVERT-FIELD-AMOUNT
       IF FIELD-IS-NUMERIC AND WS-FIELD-AMOUNT GREATER THAN ZERO
               AND WS-FIELD-AMOUNT LESS THAN 10000000
           MOVE WS-FIELD-AMOUNT TO NRM-AMOUNT
           ADD WS-FIELD-AMOUNT TO LBT-DETAIL-AMOUNT
       ELSE
           IF WS-DETAIL-ERROR EQUAL TO SPACES
               MOVE "PAYMENT AMOUNT NOT VALID" TO WS-DETAIL-ERROR
           END-IF
       END-IF
       PERFORM TRANSLATE-TENDER-TYPE
       MOVE LAY-INVOICE-START TO WS-SPEC-START
       MOVE LAY-INVOICE-LENGTH TO WS-SPEC-LENGTH
       PERFORM EXTRACT-LOCKBOX-FIELD
       IF WS-FIELD-LENGTH EQUAL TO ZERO
           MOVE SPACES TO NRM-INVOICENUMBER
       ELSE
           PERFORM CONVERT-FIELD-INTEGER
           IF FIELD-IS-NUMERIC
                   AND WS-FIELD-INTEGER LESS THAN 10000000000
               MOVE WS-FIELD-INTEGER(9:10) TO NRM-INVOICENUMBER
           ELSE
               IF WS-DETAIL-ERROR EQUAL TO SPACES
                   MOVE "INVOICE NUMBER NOT VALID" TO WS-DETAIL-ERROR
               END-IF
           END-IF
       END-IF
       IF WS-DETAIL-ERROR EQUAL TO SPACES
           WRITE LOCKBOXWORKREC FROM NORMALISED-RECEIPT
           IF WS-WRK-STATUS NOT EQUAL TO "00"
               MOVE "LOCKBOXWORKFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-WRK-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       ELSE
           MOVE SPACES TO WS-CANDIDATE-REASON
           STRING "RECORD " PRN-RECORD-NUMBER " " WS-DETAIL-ERROR
               DELIMITED BY SIZE INTO WS-CANDIDATE-REASON
           END-STRING
           PERFORM SET-BATCH-REJECT-REASON
       END-IF.

TRANSLATE-TENDER-TYPE.
       MOVE LAY-DEFAULTTENDER TO NRM-TENDERTYPE
       IF LAY-TENDER-START GREATER THAN ZERO
           MOVE LAY-TENDER-START TO WS-SPEC-START
           MOVE LAY-TENDER-LENGTH TO WS-SPEC-LENGTH
           PERFORM EXTRACT-LOCKBOX-FIELD
           IF WS-FIELD-LENGTH GREATER THAN ZERO
               MOVE SPACE TO NRM-TENDERTYPE
               PERFORM VARYING WS-TENDER-IDX FROM 1 BY 1
                       UNTIL WS-TENDER-IDX > 4
                   IF LAY-BANKTENDER(WS-TENDER-IDX) NOT EQUAL TO SPACES
                           AND LAY-BANKTENDER(WS-TENDER-IDX)
                               EQUAL TO WS-FIELD-VALUE
                       MOVE LAY-TENDERTYPE(WS-TENDER-IDX)
                           TO NRM-TENDERTYPE
                   END-IF
               END-PERFORM
           END-IF
       END-IF
       MOVE NRM-TENDERTYPE TO PAY-TENDERTYPE
       IF NOT VALID-TENDERTYPE AND WS-DETAIL-ERROR EQUAL TO SPACES
           MOVE "TENDER TYPE NOT IN THE BANK LAYOUT" TO WS-DETAIL-ERROR
       END-IF.

SPLIT-LOCKBOX-RECORD.
       MOVE SPACES TO SPLIT-FIELD-TABLE
       MOVE ZERO TO WS-TRAILINGSPACES
       INSPECT FUNCTION REVERSE(LOCKBOXREC)
           TALLYING WS-TRAILINGSPACES FOR LEADING SPACES
       COMPUTE WS-RECORDLENGTH = 200 - WS-TRAILINGSPACES
       MOVE 1 TO WS-POINTER
       MOVE ZERO TO LBX-SPLIT-COUNT
       PERFORM VARYING LBX-SPLIT-IDX FROM 1 BY 1
               UNTIL LBX-SPLIT-IDX > 20
                  OR WS-POINTER > WS-RECORDLENGTH
           UNSTRING LOCKBOXREC(1:WS-RECORDLENGTH)
               DELIMITED BY LAY-DELIMITER
               INTO LBX-SPLIT-FIELD(LBX-SPLIT-IDX)
               WITH POINTER WS-POINTER
           END-UNSTRING
           ADD 1 TO LBX-SPLIT-COUNT
       END-PERFORM.

EXTRACT-LOCKBOX-FIELD.
       MOVE SPACES TO WS-FIELD-RAW
       MOVE SPACES TO WS-FIELD-VALUE
       MOVE ZERO TO WS-FIELD-LENGTH
       IF WS-SPEC-START GREATER THAN ZERO
           IF LAY-DELIMITED
               IF WS-SPEC-START NOT GREATER THAN LBX-SPLIT-COUNT
                   MOVE LBX-SPLIT-FIELD(WS-SPEC-START) TO WS-FIELD-RAW
               END-IF
           ELSE
               IF WS-SPEC-LENGTH GREATER THAN ZERO
                       AND WS-SPEC-LENGTH NOT GREATER THAN 30
                       AND WS-SPEC-START + WS-SPEC-LENGTH
                           NOT GREATER THAN 201
                   MOVE LOCKBOXREC(WS-SPEC-START:WS-SPEC-LENGTH)
                       TO WS-FIELD-RAW
               END-IF
           END-IF
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT WS-FIELD-RAW TALLYING WS-LEADING-SPACES
               FOR LEADING SPACES
           IF WS-LEADING-SPACES LESS THAN 30
               MOVE WS-FIELD-RAW(WS-LEADING-SPACES + 1:)
                   TO WS-FIELD-VALUE
               MOVE ZERO TO WS-FIELD-TRAILING
               INSPECT FUNCTION REVERSE(WS-FIELD-VALUE)
                   TALLYING WS-FIELD-TRAILING FOR LEADING SPACES
               COMPUTE WS-FIELD-LENGTH = 30 - WS-FIELD-TRAILING
           END-IF
       END-IF.

CHECK-FIELD-DIGITS.
       MOVE ZERO TO WS-DIGIT-COUNT
       MOVE ZERO TO WS-POINT-COUNT
       MOVE ZERO TO WS-OTHER-COUNT
       PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-FIELD-LENGTH
           EVALUATE TRUE
               WHEN WS-FIELD-VALUE(WS-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
               WHEN WS-FIELD-VALUE(WS-CHAR-IDX:1) EQUAL TO "."
                   ADD 1 TO WS-POINT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
       END-PERFORM
       MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
       IF WS-DIGIT-COUNT GREATER THAN ZERO
               AND WS-OTHER-COUNT EQUAL TO ZERO
               AND WS-POINT-COUNT LESS THAN 2
           SET FIELD-IS-NUMERIC TO TRUE
       END-IF.

CONVERT-FIELD-INTEGER.
       MOVE ZERO TO WS-FIELD-INTEGER
       PERFORM CHECK-FIELD-DIGITS
       IF WS-POINT-COUNT GREATER THAN ZERO OR WS-DIGIT-COUNT > 18
           MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
       END-IF
       IF FIELD-IS-NUMERIC
           COMPUTE WS-FIELD-INTEGER =
               FUNCTION NUMVAL(WS-FIELD-VALUE(1:WS-FIELD-LENGTH))
       END-IF.

CONVERT-FIELD-AMOUNT.
       MOVE ZERO TO WS-FIELD-AMOUNT
       PERFORM CHECK-FIELD-DIGITS
       IF WS-DIGIT-COUNT GREATER THAN 18
           MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
       END-IF
       IF LAY-IMPLIED-CENTS AND WS-POINT-COUNT GREATER THAN ZERO
           MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
       END-IF
       IF FIELD-IS-NUMERIC
           IF LAY-IMPLIED-CENTS
               COMPUTE WS-FIELD-AMOUNT =
                   FUNCTION NUMVAL(WS-FIELD-VALUE(1:WS-FIELD-LENGTH))
                   / 100
           ELSE
               COMPUTE WS-FIELD-AMOUNT =
                   FUNCTION NUMVAL(WS-FIELD-VALUE(1:WS-FIELD-LENGTH))
           END-IF
           IF WS-FIELD-AMOUNT NOT LESS THAN 1000000000
               MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
           END-IF
       END-IF.

CONVERT-FIELD-DATE.
       PERFORM CHECK-FIELD-DIGITS
       IF WS-FIELD-LENGTH NOT EQUAL TO 8 OR WS-POINT-COUNT > ZERO
           MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
       END-IF
       IF FIELD-IS-NUMERIC
           MOVE WS-FIELD-VALUE(1:8) TO WS-FIELD-DATE
           EVALUATE TRUE
               WHEN LAY-DATE-DMY
                   MOVE WS-FIELD-DATE(5:4) TO WS-DATE-CCYY
                   MOVE WS-FIELD-DATE(3:2) TO WS-DATE-MM
                   MOVE WS-FIELD-DATE(1:2) TO WS-DATE-DD
               WHEN LAY-DATE-MDY
                   MOVE WS-FIELD-DATE(5:4) TO WS-DATE-CCYY
                   MOVE WS-FIELD-DATE(1:2) TO WS-DATE-MM
                   MOVE WS-FIELD-DATE(3:2) TO WS-DATE-DD
               WHEN OTHER
                   MOVE WS-FIELD-DATE TO WS-DATE-WORK
           END-EVALUATE
           IF WS-DATE-MM LESS THAN 1 OR WS-DATE-MM GREATER THAN 12
                   OR WS-DATE-DD LESS THAN 1
                   OR WS-DATE-DD GREATER THAN 31
                   OR WS-DATE-WORK GREATER THAN WS-TODAY
               MOVE "N" TO WS-FIELD-NUMERIC-SWITCH
           END-IF
       END-IF.

SET-BATCH-REJECT-REASON.
       IF LBT-REJECT-REASON EQUAL TO SPACES
           MOVE WS-CANDIDATE-REASON TO LBT-REJECT-REASON
       END-IF.

CHECK-BATCH-CONTROLS.
       IF BATCH-HEADER-SEEN AND LBT-BATCHID NOT EQUAL TO SPACES
           PERFORM VARYING LHT-IDX FROM 1 BY 1 UNTIL LHT-IDX > LHT-COUNT
               IF LHT-BANKID(LHT-IDX) EQUAL TO LAY-BANKID
                       AND LHT-BATCHID(LHT-IDX) EQUAL TO LBT-BATCHID
                   MOVE SPACES TO WS-CANDIDATE-REASON
                   STRING "BATCH ALREADY LOADED ON "
                       LHT-LOADDATE(LHT-IDX)
                       DELIMITED BY SIZE INTO WS-CANDIDATE-REASON
                   END-STRING
                   MOVE WS-CANDIDATE-REASON TO LBT-REJECT-REASON
               END-IF
           END-PERFORM
       END-IF
       IF NOT BATCH-HEADER-SEEN
           MOVE "NO HEADER RECORD" TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       IF BATCH-HEADER-SEEN AND LBT-BATCHID EQUAL TO SPACES
           MOVE "NO BATCH ID ON THE HEADER" TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       IF NOT BATCH-TRAILER-SEEN
           MOVE "NO TRAILER RECORD" TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       IF BATCH-TRAILER-SEEN
           IF LBT-TRL-COUNT NOT EQUAL TO LBT-DETAIL-COUNT
               MOVE "TRAILER RECORD COUNT DOES NOT MATCH THE DETAILS"
                   TO WS-CANDIDATE-REASON
               PERFORM SET-BATCH-REJECT-REASON
           END-IF
           IF LBT-TRL-AMOUNT NOT EQUAL TO LBT-DETAIL-AMOUNT
               MOVE "TRAILER AMOUNT DOES NOT MATCH THE DETAILS"
                   TO WS-CANDIDATE-REASON
               PERFORM SET-BATCH-REJECT-REASON
           END-IF
       END-IF
       IF LAY-HDRCOUNT-START GREATER THAN ZERO
               AND LBT-HDR-COUNT NOT EQUAL TO LBT-DETAIL-COUNT
           MOVE "HEADER RECORD COUNT DOES NOT MATCH THE DETAILS"
               TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       IF LAY-HDRAMOUNT-START GREATER THAN ZERO
               AND LBT-HDR-AMOUNT NOT EQUAL TO LBT-DETAIL-AMOUNT
           MOVE "HEADER AMOUNT DOES NOT MATCH THE DETAILS"
               TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF
       IF LBT-DETAIL-COUNT EQUAL TO ZERO
           MOVE "BATCH HAS NO DETAIL RECORDS" TO WS-CANDIDATE-REASON
           PERFORM SET-BATCH-REJECT-REASON
       END-IF.

ACCEPT-LOCKBOX-BATCH.
       OPEN EXTEND PAYMENTRECEIPTS
       IF WS-PAY-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT PAYMENTRECEIPTS
       END-IF
       IF WS-PAY-STATUS NOT EQUAL TO "00"
           MOVE "PAYMENTRECEIPTS" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PAY-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT LOCKBOXWORKFILE
       MOVE "N" TO WS-WRK-EOF-SWITCH
       READ LOCKBOXWORKFILE AT END SET ENDOFLOCKBOXWORK TO TRUE
       END-READ
       PERFORM UNTIL ENDOFLOCKBOXWORK
           WRITE PAYMENTRECEIPTREC FROM LOCKBOXWORKREC
           IF WS-PAY-STATUS NOT EQUAL TO "00"
               MOVE "PAYMENTRECEIPTS" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-PAY-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           ADD 1 TO LRT-RECEIPTS-WRITTEN
           READ LOCKBOXWORKFILE AT END SET ENDOFLOCKBOXWORK TO TRUE
           END-READ
       END-PERFORM
       CLOSE LOCKBOXWORKFILE
       CLOSE PAYMENTRECEIPTS
       ADD LBT-DETAIL-AMOUNT TO LRT-AMOUNT-WRITTEN
       OPEN EXTEND LOCKBOXHISTORYFILE
       IF WS-LBH-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT LOCKBOXHISTORYFILE
       END-IF
       IF WS-LBH-STATUS NOT EQUAL TO "00"
           MOVE "LOCKBOXHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-LBH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE LAY-BANKID TO LBH-BANKID
       MOVE LBT-BATCHID TO LBH-BATCHID
       MOVE WS-TODAY TO LBH-LOADDATE
       MOVE LBT-DETAIL-COUNT TO LBH-RECORDS
       MOVE LBT-DETAIL-AMOUNT TO LBH-AMOUNT
       WRITE LOCKBOXHISTORYREC
       IF WS-LBH-STATUS NOT EQUAL TO "00"
           MOVE "LOCKBOXHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-LBH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE LOCKBOXHISTORYFILE
       IF LHT-COUNT LESS THAN 5000
           ADD 1 TO LHT-COUNT
           MOVE LAY-BANKID TO LHT-BANKID(LHT-COUNT)
           MOVE LBT-BATCHID TO LHT-BATCHID(LHT-COUNT)
           MOVE WS-TODAY TO LHT-LOADDATE(LHT-COUNT)
       END-IF.

WRITE-BATCH-REPORT.
       MOVE SPACES TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE LAY-BANKID TO PRN-BANKID
       MOVE LAY-BANKNAME TO PRN-BANKNAME
       MOVE LBT-BATCHID TO PRN-BATCHID
       MOVE BATCHHEADLINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE LAY-FILENAME TO PRN-FILENAME
       MOVE BATCHFILELINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       MOVE "DETAILS" TO PRN-TOTAL-CAPTION
       MOVE LBT-DETAIL-COUNT TO PRN-TOTAL-COUNT
       MOVE LBT-DETAIL-AMOUNT TO PRN-TOTAL-AMOUNT
       MOVE BATCHTOTALLINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       IF LAY-HDRCOUNT-START GREATER THAN ZERO
               OR LAY-HDRAMOUNT-START GREATER THAN ZERO
           MOVE "HEADER" TO PRN-TOTAL-CAPTION
           MOVE LBT-HDR-COUNT TO PRN-TOTAL-COUNT
           MOVE LBT-HDR-AMOUNT TO PRN-TOTAL-AMOUNT
           MOVE BATCHTOTALLINE TO LOCKBOXREPORTLINE
           PERFORM WRITE-REPORT-LINE
       END-IF
       MOVE "TRAILER" TO PRN-TOTAL-CAPTION
       MOVE LBT-TRL-COUNT TO PRN-TOTAL-COUNT
       MOVE LBT-TRL-AMOUNT TO PRN-TOTAL-AMOUNT
       MOVE BATCHTOTALLINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE
       IF LBT-REJECT-REASON EQUAL TO SPACES
           MOVE "ACCEPTED - RECEIPTS ADDED TO PaymentReceipts.dat"
               TO PRN-RESULT-TEXT
       ELSE
           MOVE SPACES TO PRN-RESULT-TEXT
           STRING "REJECTED - " LBT-REJECT-REASON
               DELIMITED BY SIZE INTO PRN-RESULT-TEXT
           END-STRING
           DISPLAY "LOCKBOX FILE FOR BANK " LAY-BANKID " REJECTED - "
               LBT-REJECT-REASON
       END-IF
       MOVE BATCHRESULTLINE TO LOCKBOXREPORTLINE
       PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
       WRITE LOCKBOXREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "LOCKBOXREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
