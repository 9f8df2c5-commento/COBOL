           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDR-STATUS.

       SELECT NOTICEISSUEDFILE ASSIGN TO "DdNoticeIssued.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DNI-STATUS.

       SELECT DDHISTORYFILE ASSIGN TO "DdCollectHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDH-STATUS.

       SELECT COLLECTREPORTFILE ASSIGN TO "DdCollect.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       02  DDR-TENDERTYPE          PIC X.
       02  DDR-INVOICENUMBER       PIC 9(10).

FD     NOTICEISSUEDFILE.
       COPY "DDADVANCENOTICE.cpy"
           REPLACING ==:RECNAME:== BY ==NOTICEISSUEDREC==
                     ==:PREFIX:==  BY ==DNI-==.

FD     DDHISTORYFILE.
       COPY "DDCOLLECTHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==DDHISTORYREC==
                     ==:PREFIX:==  BY ==DDH-==.

FD     COLLECTREPORTFILE.
01     COLLECTREPORTLINE           PIC X(100).

01     WS-BCL-STATUS               PIC XX.
01     WS-DDR-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-DNI-STATUS               PIC XX.
01     WS-DDH-STATUS               PIC XX.

01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".
01     WS-DNI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFISSUEDNOTICES      VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).

01     WS-FIRST-DUEDATE            PIC 9(8) VALUE ZERO.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-NOTICE-DAYS-PARM         PIC X(2) VALUE SPACES.
01     WS-NOTICE-MIN-DAYS          PIC 99 VALUE 10.
01     WS-NOTICE-CUTOFF-INTEGER    PIC 9(8).
01     WS-LEAD-DAYS                PIC S9(7).
01     WS-NOTICE-REASON            PIC X(36).
01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "DIRECT DEBIT COLLECTION".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.

01     ISSUED-NOTICE-LIMIT         PIC 9(5) VALUE 20000.
01     ISSUED-NOTICE-STORAGE.
       02  INS-COUNT               PIC 9(5) VALUE ZERO.
       02  INS-ENTRY OCCURS 20000 TIMES.
           03  INS-SUBSCRIBERID    PIC 9(10).
           03  INS-INVOICENUMBER   PIC 9(10).
           03  INS-AMOUNT          PIC 9(7)V99.
           03  INS-NOTICEDATE      PIC 9(8).
01     INS-IDX                     PIC 9(5).
01     INS-FOUND-IDX               PIC 9(5).

01     COLLECT-TOTALS.
       02  DCT-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  DCT-COLLECTIONS         PIC 9(7) VALUE ZERO.
       02  DCT-COLLECT-VALUE       PIC 9(11)V99 VALUE ZERO.
       02  DCT-NO-MANDATE          PIC 9(7) VALUE ZERO.
       02  DCT-SUSPENDED-MANDATE   PIC 9(7) VALUE ZERO.
       02  DCT-BANK-INVALID        PIC 9(7) VALUE ZERO.
       02  DCT-NO-NOTICE           PIC 9(7) VALUE ZERO.

01     WS-BANK-RESULT              PIC 9.
       88  BANK-DETAILS-VALID      VALUE 0.
01     WS-BANK-REASON              PIC X(30).

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-NOTICE-DAYS-PARM FROM ENVIRONMENT "DDNOTICEMINDAYS"
       IF WS-NOTICE-DAYS-PARM NUMERIC
           MOVE WS-NOTICE-DAYS-PARM TO WS-NOTICE-MIN-DAYS
       END-IF
       ACCEPT WS-CYCLE-PARM FROM COMMAND-LINE
       IF WS-CYCLE-PARM NOT EQUAL TO SPACES
           MOVE SPACES TO WS-INV-FILENAME
       END-IF
       MOVE "DIRECT DEBIT COLLECTION RUN" TO COLLECTREPORTLINE
       PERFORM WRITE-COLLECT-REPORT-LINE
       PERFORM LOAD-ISSUED-ADVANCE-NOTICES
       PERFORM READ-INVOICE-FEED-RECORD
       PERFORM UNTIL ENDOFINVOICEFEED
           ADD 1 TO DCT-FEED-RECORDS
       CLOSE DDRECEIPTFILE
       PERFORM PRINT-COLLECT-SUMMARY
       CLOSE COLLECTREPORTFILE
       PERFORM WRITE-DD-HISTORY-RECORD
       DISPLAY "DDCOLLECT -- FEED: " DCT-FEED-RECORDS
           "  COLLECTIONS: " DCT-COLLECTIONS
           "  NO MANDATE: " DCT-NO-MANDATE
           "  HELD BANK DETAILS: " DCT-BANK-INVALID
           "  NO ADVANCE NOTICE: " DCT-NO-NOTICE
       IF DCT-BANK-INVALID GREATER THAN ZERO
               OR DCT-NO-NOTICE GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

SELECT-ONE-INVOICE-FOR-COLLECTION.
                       "SUBSCRIBER " INV-SUBSCRIBERID
               NOT INVALID KEY
                   IF BMD-MANDATE-ACTIVE
                       PERFORM SCREEN-MANDATE-BANK-DETAILS
                   ELSE
                       ADD 1 TO DCT-SUSPENDED-MANDATE
                   END-IF
       END-IF
       END-IF.

SCREEN-MANDATE-BANK-DETAILS.
       CALL "VALIDATEBANKDETAILS" USING BMD-BANKSORT, BMD-BANKACCT,
           WS-BANK-RESULT, WS-BANK-REASON
       IF BANK-DETAILS-VALID
           PERFORM CHECK-ADVANCE-NOTICE
       ELSE
           ADD 1 TO DCT-BANK-INVALID
           MOVE "BANK" TO WS-MSK-FIELD-TYPE
           MOVE BMD-BANKACCT TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE SPACES TO COLLECTREPORTLINE
           STRING "HELD " INV-SUBSCRIBERID " INVOICE "
               INV-INVOICENUMBER " SORT " BMD-BANKSORT
               " ACCT " WS-MSK-VALUE-OUT(1:8) " - " WS-BANK-REASON
               DELIMITED BY SIZE INTO COLLECTREPORTLINE
           END-STRING
           PERFORM WRITE-COLLECT-REPORT-LINE
       END-IF.

LOAD-ISSUED-ADVANCE-NOTICES.
       COMPUTE WS-NOTICE-CUTOFF-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD) - 60
       OPEN INPUT NOTICEISSUEDFILE
       IF WS-DNI-STATUS EQUAL TO "35"
           DISPLAY "NO ADVANCE NOTICES ISSUED - "
               "NO DIRECT DEBIT WILL BE COLLECTED"
       ELSE
       IF WS-DNI-STATUS NOT EQUAL TO "00"
           MOVE "NOTICEISSUEDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DNI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           PERFORM READ-ISSUED-NOTICE
           PERFORM UNTIL ENDOFISSUEDNOTICES
               IF FUNCTION INTEGER-OF-DATE(DNI-COLLECTDATE)
                       NOT LESS THAN WS-NOTICE-CUTOFF-INTEGER
                   IF INS-COUNT LESS THAN ISSUED-NOTICE-LIMIT
                       ADD 1 TO INS-COUNT
                       MOVE DNI-SUBSCRIBERID
                           TO INS-SUBSCRIBERID(INS-COUNT)
                       MOVE DNI-INVOICENUMBER
                           TO INS-INVOICENUMBER(INS-COUNT)
                       MOVE DNI-AMOUNT TO INS-AMOUNT(INS-COUNT)
                       MOVE DNI-NOTICEDATE TO INS-NOTICEDATE(INS-COUNT)
                   ELSE
                       DISPLAY "ISSUED NOTICE TABLE FULL - NOTICE FOR "
                           DNI-SUBSCRIBERID " INVOICE "
                           DNI-INVOICENUMBER " NOT LOADED"
                   END-IF
               END-IF
               PERFORM READ-ISSUED-NOTICE
           END-PERFORM
           CLOSE NOTICEISSUEDFILE
       END-IF
       END-IF.

CHECK-ADVANCE-NOTICE.
       MOVE ZERO TO INS-FOUND-IDX
       PERFORM VARYING INS-IDX FROM 1 BY 1
               UNTIL INS-IDX GREATER THAN INS-COUNT
           IF INS-INVOICENUMBER(INS-IDX) EQUAL TO INV-INVOICENUMBER
                   AND INS-SUBSCRIBERID(INS-IDX) EQUAL TO
                       INV-SUBSCRIBERID
               MOVE INS-IDX TO INS-FOUND-IDX
               MOVE INS-COUNT TO INS-IDX
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-NOTICE-REASON
       IF INS-FOUND-IDX EQUAL TO ZERO
           MOVE "NO ADVANCE NOTICE ISSUED" TO WS-NOTICE-REASON
       ELSE
       IF INS-AMOUNT(INS-FOUND-IDX) NOT EQUAL TO INV-BILLEDAMOUNT
           MOVE "AMOUNT DIFFERS FROM ADVANCE NOTICE"
               TO WS-NOTICE-REASON
       ELSE
           COMPUTE WS-LEAD-DAYS =
               FUNCTION INTEGER-OF-DATE(INV-DUEDATE)
               - FUNCTION INTEGER-OF-DATE(INS-NOTICEDATE(INS-FOUND-IDX))
           IF WS-LEAD-DAYS LESS THAN WS-NOTICE-MIN-DAYS
               STRING "NOTICE ISSUED " INS-NOTICEDATE(INS-FOUND-IDX)
                   " - TOO LATE"
                   DELIMITED BY SIZE INTO WS-NOTICE-REASON
               END-STRING
           END-IF
       END-IF
       END-IF
       IF WS-NOTICE-REASON EQUAL TO SPACES
           PERFORM WRITE-ONE-COLLECTION
       ELSE
           ADD 1 TO DCT-NO-NOTICE
           MOVE SPACES TO COLLECTREPORTLINE
           STRING "NOT COLLECTED " INV-SUBSCRIBERID " INVOICE "
               INV-INVOICENUMBER " DUE " INV-DUEDATE " - "
               WS-NOTICE-REASON
               DELIMITED BY SIZE INTO COLLECTREPORTLINE
           END-STRING
           PERFORM WRITE-COLLECT-REPORT-LINE
       END-IF.

WRITE-ONE-COLLECTION.
       IF WS-FIRST-DUEDATE EQUAL TO ZERO
           MOVE INV-DUEDATE TO WS-FIRST-DUEDATE
           DELIMITED BY SIZE INTO COLLECTREPORTLINE
       END-STRING
       PERFORM WRITE-COLLECT-REPORT-LINE
       MOVE DCT-BANK-INVALID TO PRN-COUNT
       MOVE SPACES TO COLLECTREPORTLINE
       STRING "HELD - MANDATE BANK DETAILS FAIL VALIDATION: " PRN-COUNT
           DELIMITED BY SIZE INTO COLLECTREPORTLINE
       END-STRING
       PERFORM WRITE-COLLECT-REPORT-LINE
       MOVE DCT-NO-NOTICE TO PRN-COUNT
       MOVE SPACES TO COLLECTREPORTLINE
       STRING "NOT COLLECTED - NO ADVANCE NOTICE " WS-NOTICE-MIN-DAYS
           " DAYS AHEAD: " PRN-COUNT
           DELIMITED BY SIZE INTO COLLECTREPORTLINE
       END-STRING
       PERFORM WRITE-COLLECT-REPORT-LINE
       MOVE "RECEIPTS FOR VALUE DATE WRITTEN TO DdReceipts.dat - "
           TO COLLECTREPORTLINE
       PERFORM WRITE-COLLECT-REPORT-LINE
           TO COLLECTREPORTLINE
       PERFORM WRITE-COLLECT-REPORT-LINE.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-COLLECT-REPORT-LINE.
       WRITE COLLECTREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-ISSUED-NOTICE.
       READ NOTICEISSUEDFILE AT END SET ENDOFISSUEDNOTICES TO TRUE
       END-READ.

WRITE-DD-HISTORY-RECORD.
       OPEN EXTEND DDHISTORYFILE
       IF WS-DDH-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT DDHISTORYFILE
       END-IF
       IF WS-DDH-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING DIRECT DEBIT HISTORY - FILE STATUS "
               WS-DDH-STATUS
       ELSE
           MOVE "C" TO DDH-RECORDTYPE
           ACCEPT DDH-RUNDATE FROM DATE YYYYMMDD
           MOVE DCT-COLLECTIONS TO DDH-ITEMCOUNT
           MOVE DCT-COLLECT-VALUE TO DDH-ITEMVALUE
           WRITE DDHISTORYREC
           CLOSE DDHISTORYFILE
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
