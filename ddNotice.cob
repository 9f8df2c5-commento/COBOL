IDENTIFICATION DIVISION.
PROGRAM-ID. DDNOTICE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT INVOICEFEEDFILE ASSIGN TO DYNAMIC WS-INV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT BANKMANDATEFILE ASSIGN TO "BankMandates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT ADVANCENOTICEFEED ASSIGN TO "DdAdvanceNotices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDN-STATUS.

       SELECT NOTICEREPORTFILE ASSIGN TO "DdNotice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     INVOICEFEEDFILE.
       COPY "INVOICEFEED.cpy"
           REPLACING ==:RECNAME:== BY ==INVOICEFEEDREC==
                     ==:PREFIX:==  BY ==INV-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     BANKMANDATEFILE.
       COPY "BANKMANDATE.cpy"
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     ADVANCENOTICEFEED.
       COPY "DDADVANCENOTICE.cpy"
           REPLACING ==:RECNAME:== BY ==ADVANCENOTICEREC==
                     ==:PREFIX:==  BY ==DDN-==.

FD     NOTICEREPORTFILE.
01     NOTICEREPORTLINE            PIC X(100).

WORKING-STORAGE SECTION.
01     WS-INV-FILENAME             PIC X(40)
           VALUE "Listing14-2-invoice.feed".
01     WS-CYCLE-PARM               PIC X(2) VALUE SPACES.
01     WS-INV-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-BMD-STATUS               PIC XX.
01     WS-DDN-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-NOTICE-DAYS-PARM         PIC X(2) VALUE SPACES.
01     WS-NOTICE-MIN-DAYS          PIC 99 VALUE 10.
01     WS-LEAD-DAYS                PIC S9(7).

01     NOTICE-TOTALS.
       02  DNT-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  DNT-NOTICES             PIC 9(7) VALUE ZERO.
       02  DNT-NOTICE-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  DNT-SHORT-NOTICE        PIC 9(7) VALUE ZERO.
       02  DNT-NO-MANDATE          PIC 9(7) VALUE ZERO.
       02  DNT-SUSPENDED-MANDATE   PIC 9(7) VALUE ZERO.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.

01     NOTICEDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-INVOICENUMBER       PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-NOTICE-AMOUNT       PIC $$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COLLECTDATE         PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-MASKEDACCOUNT       PIC X(17).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-NOTICE-NOTE         PIC X(30).

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
           STRING "Listing14-2-invoice-" WS-CYCLE-PARM ".feed"
               DELIMITED BY SIZE INTO WS-INV-FILENAME
           END-STRING
       END-IF
       OPEN INPUT INVOICEFEEDFILE
       IF WS-INV-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEFEEDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT BANKMANDATEFILE
       IF WS-BMD-STATUS NOT EQUAL TO "00"
           DISPLAY "NO BANK MANDATE FILE PRESENT - "
               "ADVANCE NOTICE RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND ADVANCENOTICEFEED
       IF WS-DDN-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT ADVANCENOTICEFEED
       END-IF
       IF WS-DDN-STATUS NOT EQUAL TO "00"
           MOVE "ADVANCENOTICEFEED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DDN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT NOTICEREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "NOTICEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO NOTICEREPORTLINE
       STRING "DIRECT DEBIT ADVANCE NOTICES - " WS-INV-FILENAME
           DELIMITED BY SIZE INTO NOTICEREPORTLINE
       END-STRING
       PERFORM WRITE-NOTICE-REPORT-LINE
       MOVE SPACES TO NOTICEREPORTLINE
       PERFORM WRITE-NOTICE-REPORT-LINE
       PERFORM READ-INVOICE-FEED-RECORD
       PERFORM UNTIL ENDOFINVOICEFEED
           ADD 1 TO DNT-FEED-RECORDS
           PERFORM SELECT-ONE-INVOICE-FOR-NOTICE
           PERFORM READ-INVOICE-FEED-RECORD
       END-PERFORM
       CLOSE INVOICEFEEDFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE BANKMANDATEFILE
       CLOSE ADVANCENOTICEFEED
       PERFORM PRINT-NOTICE-SUMMARY
       CLOSE NOTICEREPORTFILE
       DISPLAY "DDNOTICE -- FEED: " DNT-FEED-RECORDS
           "  NOTICES QUEUED: " DNT-NOTICES
           "  SHORT NOTICE: " DNT-SHORT-NOTICE
           "  NO MANDATE: " DNT-NO-MANDATE
       IF DNT-SHORT-NOTICE GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

SELECT-ONE-INVOICE-FOR-NOTICE.
       IF INV-BILLEDAMOUNT NOT GREATER THAN ZERO
           CONTINUE
       ELSE
       MOVE INV-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY MOVE SPACE TO SMF-PAYTYPE
       END-READ
       IF SMF-PAYTYPE EQUAL TO "D"
           MOVE INV-SUBSCRIBERID TO BMD-SUBSCRIBERID
           READ BANKMANDATEFILE
               INVALID KEY
                   ADD 1 TO DNT-NO-MANDATE
                   DISPLAY "NO BANK MANDATE FOR DIRECT DEBIT "
                       "SUBSCRIBER " INV-SUBSCRIBERID
               NOT INVALID KEY
                   IF BMD-MANDATE-ACTIVE
                       PERFORM WRITE-ONE-ADVANCE-NOTICE
                   ELSE
                       ADD 1 TO DNT-SUSPENDED-MANDATE
                   END-IF
           END-READ
       END-IF
       END-IF.

WRITE-ONE-ADVANCE-NOTICE.
       MOVE SPACES TO ADVANCENOTICEREC
       MOVE INV-SUBSCRIBERID TO DDN-SUBSCRIBERID
       MOVE INV-INVOICENUMBER TO DDN-INVOICENUMBER
       MOVE INV-BILLEDAMOUNT TO DDN-AMOUNT
       MOVE INV-DUEDATE TO DDN-COLLECTDATE
       MOVE BMD-SUBSCRIBERID TO DDN-MANDATEREF
       STRING BMD-BANKSORT(1:2) "-" BMD-BANKSORT(3:2) "-"
           BMD-BANKSORT(5:2) " ****" BMD-BANKACCT(5:4)
           DELIMITED BY SIZE INTO DDN-MASKEDACCOUNT
       END-STRING
       MOVE RUN-DATE-YYYYMMDD TO DDN-NOTICEDATE
       WRITE ADVANCENOTICEREC
       IF WS-DDN-STATUS NOT EQUAL TO "00"
           MOVE "ADVANCENOTICEFEED" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DDN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO DNT-NOTICES
       ADD INV-BILLEDAMOUNT TO DNT-NOTICE-VALUE
       MOVE DDN-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE DDN-INVOICENUMBER TO PRN-INVOICENUMBER
       MOVE DDN-AMOUNT TO PRN-NOTICE-AMOUNT
       MOVE DDN-COLLECTDATE TO PRN-COLLECTDATE
       MOVE DDN-MASKEDACCOUNT TO PRN-MASKEDACCOUNT
       COMPUTE WS-LEAD-DAYS =
           FUNCTION INTEGER-OF-DATE(DDN-COLLECTDATE)
           - FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       IF WS-LEAD-DAYS LESS THAN WS-NOTICE-MIN-DAYS
           ADD 1 TO DNT-SHORT-NOTICE
           MOVE "SHORT NOTICE - WILL NOT COLLECT" TO PRN-NOTICE-NOTE
       ELSE
           MOVE SPACES TO PRN-NOTICE-NOTE
       END-IF
       MOVE NOTICEDETAILLINE TO NOTICEREPORTLINE
       PERFORM WRITE-NOTICE-REPORT-LINE.

PRINT-NOTICE-SUMMARY.
       MOVE SPACES TO NOTICEREPORTLINE
       PERFORM WRITE-NOTICE-REPORT-LINE
       MOVE DNT-NOTICES TO PRN-COUNT
       MOVE DNT-NOTICE-VALUE TO PRN-AMOUNT
       MOVE SPACES TO NOTICEREPORTLINE
       STRING "ADVANCE NOTICES QUEUED: " PRN-COUNT
           "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO NOTICEREPORTLINE
       END-STRING
       PERFORM WRITE-NOTICE-REPORT-LINE
       MOVE DNT-SHORT-NOTICE TO PRN-COUNT
       MOVE SPACES TO NOTICEREPORTLINE
       STRING "LESS THAN " WS-NOTICE-MIN-DAYS
           " DAYS BEFORE COLLECTION: " PRN-COUNT
           DELIMITED BY SIZE INTO NOTICEREPORTLINE
       END-STRING
       PERFORM WRITE-NOTICE-REPORT-LINE
       MOVE DNT-NO-MANDATE TO PRN-COUNT
       MOVE SPACES TO NOTICEREPORTLINE
       STRING "DIRECT DEBIT SUBSCRIBERS WITH NO MANDATE: " PRN-COUNT
           DELIMITED BY SIZE INTO NOTICEREPORTLINE
       END-STRING
       PERFORM WRITE-NOTICE-REPORT-LINE
       MOVE DNT-SUSPENDED-MANDATE TO PRN-COUNT
       MOVE SPACES TO NOTICEREPORTLINE
       STRING "SUSPENDED MANDATES SKIPPED: " PRN-COUNT
           DELIMITED BY SIZE INTO NOTICEREPORTLINE
       END-STRING
       PERFORM WRITE-NOTICE-REPORT-LINE
       MOVE "NOTICES WRITTEN TO DdAdvanceNotices.dat - RUN NOTIFYENGINE"
           TO NOTICEREPORTLINE
       PERFORM WRITE-NOTICE-REPORT-LINE.

WRITE-NOTICE-REPORT-LINE.
       WRITE NOTICEREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "NOTICEREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-INVOICE-FEED-RECORD.
       READ INVOICEFEEDFILE AT END SET ENDOFINVOICEFEED TO TRUE
       END-READ
       IF WS-INV-STATUS NOT EQUAL TO "00" AND WS-INV-STATUS NOT EQUAL TO "10"
           MOVE "INVOICEFEEDFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
