IDENTIFICATION DIVISION.
PROGRAM-ID. INVOICEREPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT REPRINTREQUESTFILE ASSIGN TO "ReprintRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPQ-STATUS.

       SELECT BILLINGHISTORYFILE ASSIGN TO "BillingHistory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BH-HISTORY-KEY
           FILE STATUS IS WS-BHI-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO DYNAMIC WS-SMF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT SUBSCRIBERCHANGELOG ASSIGN TO "SubscriberChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT REPRINTFILE ASSIGN TO "InvoiceReprint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.

       SELECT REPRINTLOGFILE ASSIGN TO "ReprintLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     REPRINTREQUESTFILE.
01     REPRINTREQUESTREC.
       02  RPQ-SUBSCRIBERID        PIC 9(10).
       02  RPQ-PERIOD              PIC 9(6).
       02  RPQ-VERSION             PIC X(2).

FD     BILLINGHISTORYFILE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYREC==
                     ==:PREFIX:==  BY ==BH-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     SUBSCRIBERCHANGELOG.
01     SUBSCRIBERCHANGELOGREC.
       02  LOG-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X.
       02  LOG-ACTION          PIC X.
       02  FILLER              PIC X.
       02  LOG-PLANCODE        PIC X(4).
       02  FILLER              PIC X.
       02  LOG-OPERATORID      PIC X(8).
       02  FILLER              PIC X.
       02  LOG-ENTRYTIMESTAMP  PIC 9(14).
       02  FILLER              PIC X.
       02  LOG-PRIOR-NAME      PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-ADDRESS1  PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-ADDRESS2  PIC X(25).

FD     REPRINTFILE.
01     REPRINTLINE                 PIC X(80).

FD     REPRINTLOGFILE.
01     REPRINTLOGREC.
       02  RPL-TIMESTAMP           PIC 9(14).
       02  RPL-OPERATORID          PIC X(8).
       02  RPL-SUBSCRIBERID        PIC 9(10).
       02  RPL-PERIOD              PIC 9(6).
       02  RPL-VERSION             PIC 99.
       02  RPL-RESULT              PIC X.
           88  RPL-REPRINTED       VALUE "P".
           88  RPL-NOT-ON-HISTORY  VALUE "N".
       02  RPL-ADDRESS-SOURCE      PIC X.
           88  RPL-ADDRESS-FROM-LOG    VALUE "L".
           88  RPL-ADDRESS-FROM-MASTER VALUE "M".
           88  RPL-ADDRESS-FROM-IMAGE  VALUE "I".

WORKING-STORAGE SECTION.
01     WS-RPQ-STATUS               PIC XX.
01     WS-BHI-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-LOG-STATUS               PIC XX.
01     WS-PRT-STATUS               PIC XX.
01     WS-RPL-STATUS               PIC XX.

01     WS-SMF-FILENAME             PIC X(40)
           VALUE "Listing14-2-subscribers.mst".
01     WS-SMF-PARM                 PIC X(40) VALUE SPACES.
01     WS-MASTER-IMAGE-SWITCH      PIC X VALUE "N".
       88  RUNNING-ON-MASTER-IMAGE VALUE "Y".

01     WS-RPQ-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFREPRINTREQUESTS    VALUE "Y".
01     WS-LOG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCHANGELOG          VALUE "Y".
01     WS-HISTORY-FOUND-SWITCH     PIC X VALUE "N".
       88  HISTORY-FOUND           VALUE "Y".
01     WS-SUPERSEDED-SWITCH        PIC X VALUE "N".
       88  VERSION-SUPERSEDED      VALUE "Y".

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     RUN-TIME-HHMMSSCC           PIC 9(8).

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "INVOICEREPRINT".

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "INVREPRINT".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.
01     WS-REG-DATE                 PIC 9(8).

01     WS-REQUEST-VERSION          PIC 99.
01     WS-LATEST-VERSION           PIC 99.
01     WS-ASAT-NAME                PIC X(25).
01     WS-ASAT-ADDRESS1            PIC X(25).
01     WS-ASAT-ADDRESS2            PIC X(25).
01     WS-ASAT-PLANCODE            PIC X(4).
01     WS-ASAT-SOURCE              PIC X.
01     WS-LATER-CHANGE-STAMP       PIC 9(14).
01     WS-EARLIER-PLAN-STAMP       PIC 9(14).

01     REPRINT-COUNTS.
       02  RPC-REQUESTS            PIC 9(6) VALUE ZERO.
       02  RPC-REPRINTED           PIC 9(6) VALUE ZERO.
       02  RPC-NOT-FOUND           PIC 9(6) VALUE ZERO.
       02  RPC-HISTORIC-ADDRESS    PIC 9(6) VALUE ZERO.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     REMIT-NAME                  PIC X(25) VALUE "UNIVERSAL TELECOMS".
01     REMIT-ADDRESS1              PIC X(25) VALUE "PO BOX 4400".
01     REMIT-ADDRESS2              PIC X(25) VALUE "CENTRAL EXCHANGE HOUSE".

01     DUPLICATESTAMPLINE          PIC X(80) VALUE
           "******** DUPLICATE - NOT A DEMAND FOR PAYMENT ********".

01     DETAILAMOUNTLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-DETAIL-CAPTION      PIC X(20).
       02  PRN-DETAIL-AMOUNT       PIC $$$,$$$,$$9.99.

01     ADDRESSBLOCKLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-ADDRESS-TEXT        PIC X(25).

01     PLANCODELINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  FILLER                  PIC X(5) VALUE "PLAN ".
       02  PRN-PLANCODE            PIC X(4).

01     INVOICEHEADERLINE.
       02  FILLER                  PIC X(19)
               VALUE "INVOICE FOR PERIOD ".
       02  PRN-PERIOD-MONTH        PIC Z9.
       02  FILLER                  PIC X VALUE "/".
       02  PRN-PERIOD-YEAR         PIC 9(4).
       02  FILLER                  PIC X(14) VALUE "   SUBSCRIBER ".
       02  PRN-SUBSCRIBERID        PIC 9(10).

01     VERSIONLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-VERSION-TEXT        PIC X(30).
       02  PRN-VERSION-NUMBER      PIC Z9.

01     REPRINTEDLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  FILLER                  PIC X(13) VALUE "REPRINTED ON ".
       02  PRN-REPRINT-DAY         PIC 99.
       02  FILLER                  PIC X VALUE "/".
       02  PRN-REPRINT-MONTH       PIC 99.
       02  FILLER                  PIC X VALUE "/".
       02  PRN-REPRINT-YEAR        PIC 9(4).
       02  FILLER                  PIC X(4) VALUE " BY ".
       02  PRN-REPRINT-OPERATOR    PIC X(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CHOOSE-SUBSCRIBER-MASTER
       OPEN INPUT REPRINTREQUESTFILE
       IF WS-RPQ-STATUS EQUAL TO "35"
           DISPLAY "NO REPRINT REQUESTS PRESENT"
           STOP RUN
       END-IF
       IF WS-RPQ-STATUS NOT EQUAL TO "00"
           MOVE "REPRINTREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT BILLINGHISTORYFILE
       IF WS-BHI-STATUS NOT EQUAL TO "00"
           MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT REPRINTFILE
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "REPRINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND REPRINTLOGFILE
       IF WS-RPL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT REPRINTLOGFILE
       END-IF
       IF WS-RPL-STATUS NOT EQUAL TO "00"
           MOVE "REPRINTLOGFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-REPRINT-REQUEST
       PERFORM UNTIL ENDOFREPRINTREQUESTS
           PERFORM PROCESS-ONE-REQUEST
           PERFORM READ-REPRINT-REQUEST
       END-PERFORM
       CLOSE REPRINTREQUESTFILE
       CLOSE BILLINGHISTORYFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE REPRINTFILE
       CLOSE REPRINTLOGFILE
       OPEN OUTPUT REPRINTREQUESTFILE
       CLOSE REPRINTREQUESTFILE
       IF RPC-REPRINTED GREATER THAN ZERO
           PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       END-IF
       DISPLAY "INVOICEREPRINT -- REQUESTS: " RPC-REQUESTS
           "  REPRINTED: " RPC-REPRINTED
           "  NOT ON HISTORY: " RPC-NOT-FOUND
       DISPLAY "  NAME AND ADDRESS AS AT BILL DATE FROM CHANGE LOG: "
           RPC-HISTORIC-ADDRESS
       STOP RUN.

CHOOSE-SUBSCRIBER-MASTER.
       ACCEPT WS-SMF-PARM FROM ENVIRONMENT "SUBSCRIBERMASTERFILE"
       IF WS-SMF-PARM NOT EQUAL TO SPACES
           MOVE WS-SMF-PARM TO WS-SMF-FILENAME
           SET RUNNING-ON-MASTER-IMAGE TO TRUE
           DISPLAY "INVOICEREPRINT -- NAME, ADDRESS AND PLAN TAKEN FROM "
               WS-SMF-FILENAME
       END-IF.

PROCESS-ONE-REQUEST.
       ADD 1 TO RPC-REQUESTS
       IF RPQ-VERSION EQUAL TO SPACES
           MOVE ZERO TO WS-REQUEST-VERSION
       ELSE
       IF RPQ-VERSION NOT NUMERIC
           MOVE ZERO TO WS-REQUEST-VERSION
           DISPLAY "VERSION " RPQ-VERSION " FOR SUBSCRIBER "
               RPQ-SUBSCRIBERID " IS NOT NUMERIC - ORIGINAL BILL USED"
       ELSE
           MOVE RPQ-VERSION TO WS-REQUEST-VERSION
       END-IF
       END-IF
       MOVE "N" TO WS-HISTORY-FOUND-SWITCH
       MOVE RPQ-SUBSCRIBERID TO BH-SUBSCRIBERID
       MOVE RPQ-PERIOD TO BH-PERIOD
       MOVE WS-REQUEST-VERSION TO BH-VERSION
       READ BILLINGHISTORYFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY SET HISTORY-FOUND TO TRUE
       END-READ
       MOVE SPACES TO REPRINTLOGREC
       MOVE RPQ-SUBSCRIBERID TO RPL-SUBSCRIBERID
       MOVE RPQ-PERIOD TO RPL-PERIOD
       MOVE WS-REQUEST-VERSION TO RPL-VERSION
       IF NOT HISTORY-FOUND
           ADD 1 TO RPC-NOT-FOUND
           SET RPL-NOT-ON-HISTORY TO TRUE
           DISPLAY "NO BILL ON HISTORY FOR SUBSCRIBER " RPQ-SUBSCRIBERID
               " PERIOD " RPQ-PERIOD " VERSION " WS-REQUEST-VERSION
       ELSE
           PERFORM FIND-LATEST-VERSION
           PERFORM DETERMINE-NAME-AND-ADDRESS
           PERFORM PRINT-DUPLICATE-INVOICE
           ADD 1 TO RPC-REPRINTED
           SET RPL-REPRINTED TO TRUE
           MOVE WS-ASAT-SOURCE TO RPL-ADDRESS-SOURCE
       END-IF
       PERFORM WRITE-REPRINT-LOG-RECORD.

FIND-LATEST-VERSION.
       MOVE "N" TO WS-SUPERSEDED-SWITCH
       MOVE "N" TO WS-HISTORY-FOUND-SWITCH
       MOVE WS-REQUEST-VERSION TO WS-LATEST-VERSION
       PERFORM UNTIL HISTORY-FOUND OR WS-LATEST-VERSION EQUAL TO 99
           MOVE RPQ-SUBSCRIBERID TO BH-SUBSCRIBERID
           MOVE RPQ-PERIOD TO BH-PERIOD
           COMPUTE BH-VERSION = WS-LATEST-VERSION + 1
           READ BILLINGHISTORYFILE
               INVALID KEY
                   SET HISTORY-FOUND TO TRUE
               NOT INVALID KEY
                   SET VERSION-SUPERSEDED TO TRUE
                   MOVE BH-VERSION TO WS-LATEST-VERSION
           END-READ
       END-PERFORM
       MOVE RPQ-SUBSCRIBERID TO BH-SUBSCRIBERID
       MOVE RPQ-PERIOD TO BH-PERIOD
       MOVE WS-REQUEST-VERSION TO BH-VERSION
       READ BILLINGHISTORYFILE
           INVALID KEY
               MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
               MOVE "READ" TO ABEND-OPERATION
               MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
       END-READ.

DETERMINE-NAME-AND-ADDRESS.
       MOVE RPQ-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               MOVE "*** UNKNOWN SUBSCRIBER ***" TO SMF-SUBSCRIBERNAME
               MOVE SPACES TO SMF-ADDRESSLINE1
               MOVE SPACES TO SMF-ADDRESSLINE2
               MOVE SPACES TO SMF-PLANCODE
       END-READ
       MOVE SMF-SUBSCRIBERNAME TO WS-ASAT-NAME
       MOVE SMF-ADDRESSLINE1 TO WS-ASAT-ADDRESS1
       MOVE SMF-ADDRESSLINE2 TO WS-ASAT-ADDRESS2
       MOVE SMF-PLANCODE TO WS-ASAT-PLANCODE
       MOVE "M" TO WS-ASAT-SOURCE
       IF RUNNING-ON-MASTER-IMAGE
           MOVE "I" TO WS-ASAT-SOURCE
       ELSE
           PERFORM FIND-ADDRESS-ON-CHANGE-LOG
       END-IF
       IF WS-ASAT-SOURCE EQUAL TO "L"
           ADD 1 TO RPC-HISTORIC-ADDRESS
       END-IF.

FIND-ADDRESS-ON-CHANGE-LOG.
       MOVE 99999999999999 TO WS-LATER-CHANGE-STAMP
       MOVE ZERO TO WS-EARLIER-PLAN-STAMP
       OPEN INPUT SUBSCRIBERCHANGELOG
       IF WS-LOG-STATUS EQUAL TO "00"
           MOVE "N" TO WS-LOG-EOF-SWITCH
           PERFORM READ-CHANGE-LOG-RECORD
           PERFORM UNTIL ENDOFCHANGELOG
               IF LOG-SUBSCRIBERID EQUAL TO RPQ-SUBSCRIBERID
                   PERFORM EXAMINE-CHANGE-LOG-ENTRY
               END-IF
               PERFORM READ-CHANGE-LOG-RECORD
           END-PERFORM
           CLOSE SUBSCRIBERCHANGELOG
       END-IF.

EXAMINE-CHANGE-LOG-ENTRY.
       IF LOG-ENTRYTIMESTAMP(1:6) GREATER THAN RPQ-PERIOD
           IF LOG-PRIOR-NAME NOT EQUAL TO SPACES
                   AND LOG-ENTRYTIMESTAMP LESS THAN WS-LATER-CHANGE-STAMP
               MOVE LOG-ENTRYTIMESTAMP TO WS-LATER-CHANGE-STAMP
               MOVE LOG-PRIOR-NAME TO WS-ASAT-NAME
               MOVE LOG-PRIOR-ADDRESS1 TO WS-ASAT-ADDRESS1
               MOVE LOG-PRIOR-ADDRESS2 TO WS-ASAT-ADDRESS2
               MOVE "L" TO WS-ASAT-SOURCE
           END-IF
       ELSE
           IF LOG-PLANCODE NOT EQUAL TO SPACES
                   AND LOG-ENTRYTIMESTAMP NOT LESS THAN
                       WS-EARLIER-PLAN-STAMP
               MOVE LOG-ENTRYTIMESTAMP TO WS-EARLIER-PLAN-STAMP
               MOVE LOG-PLANCODE TO WS-ASAT-PLANCODE
           END-IF
       END-IF.

READ-CHANGE-LOG-RECORD.
       READ SUBSCRIBERCHANGELOG AT END SET ENDOFCHANGELOG TO TRUE
       END-READ.

PRINT-DUPLICATE-INVOICE.
       IF RPC-REPRINTED GREATER THAN ZERO
           MOVE SPACES TO REPRINTLINE
           WRITE REPRINTLINE AFTER ADVANCING PAGE
       END-IF
       MOVE DUPLICATESTAMPLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE SPACES TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE REMIT-NAME TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE REMIT-ADDRESS1 TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE REMIT-ADDRESS2 TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE SPACES TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE BH-PERIOD(5:2) TO PRN-PERIOD-MONTH
       MOVE BH-PERIOD(1:4) TO PRN-PERIOD-YEAR
       MOVE BH-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE INVOICEHEADERLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       IF BH-VERSION EQUAL TO ZERO
           MOVE "ORIGINAL BILL" TO PRN-VERSION-TEXT
           MOVE ZERO TO PRN-VERSION-NUMBER
       ELSE
           MOVE "RE-BILL CORRECTION VERSION" TO PRN-VERSION-TEXT
           MOVE BH-VERSION TO PRN-VERSION-NUMBER
       END-IF
       MOVE VERSIONLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       IF VERSION-SUPERSEDED
           MOVE "SUPERSEDED BY LATER CORRECTION" TO PRN-VERSION-TEXT
           MOVE WS-LATEST-VERSION TO PRN-VERSION-NUMBER
           MOVE VERSIONLINE TO REPRINTLINE
           PERFORM WRITE-REPRINT-LINE
       END-IF
       MOVE SPACES TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE WS-ASAT-NAME TO PRN-ADDRESS-TEXT
       MOVE ADDRESSBLOCKLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE WS-ASAT-ADDRESS1 TO PRN-ADDRESS-TEXT
       MOVE ADDRESSBLOCKLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE WS-ASAT-ADDRESS2 TO PRN-ADDRESS-TEXT
       MOVE ADDRESSBLOCKLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE WS-ASAT-PLANCODE TO PRN-PLANCODE
       MOVE PLANCODELINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE SPACES TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE "VOICE CALLS" TO PRN-DETAIL-CAPTION
       MOVE BH-VOICESUBTOTAL TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "TEXT MESSAGES" TO PRN-DETAIL-CAPTION
       MOVE BH-SMSSUBTOTAL TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "DATA" TO PRN-DETAIL-CAPTION
       MOVE BH-DATASUBTOTAL TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "ROAMING" TO PRN-DETAIL-CAPTION
       MOVE BH-ROAMINGSUBTOTAL TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       IF BH-PREMIUMSUBTOTAL NOT EQUAL TO ZERO
           MOVE "PREMIUM CONTENT" TO PRN-DETAIL-CAPTION
           MOVE BH-PREMIUMSUBTOTAL TO PRN-DETAIL-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       MOVE "SERVICE SUBTOTAL" TO PRN-DETAIL-CAPTION
       MOVE BH-SUBSCRIBERTOTAL TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "TAX" TO PRN-DETAIL-CAPTION
       MOVE BH-TAXAMOUNT TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "AMOUNT BILLED" TO PRN-DETAIL-CAPTION
       MOVE BH-BILLEDAMOUNT TO PRN-DETAIL-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE SPACES TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE RUN-DATE-YYYYMMDD(7:2) TO PRN-REPRINT-DAY
       MOVE RUN-DATE-YYYYMMDD(5:2) TO PRN-REPRINT-MONTH
       MOVE RUN-DATE-YYYYMMDD(1:4) TO PRN-REPRINT-YEAR
       MOVE WS-OPERATOR-ID TO PRN-REPRINT-OPERATOR
       MOVE REPRINTEDLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE SPACES TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE
       MOVE DUPLICATESTAMPLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE.

WRITE-DETAIL-AMOUNT-LINE.
       MOVE DETAILAMOUNTLINE TO REPRINTLINE
       PERFORM WRITE-REPRINT-LINE.

WRITE-REPRINT-LINE.
       WRITE REPRINTLINE
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "REPRINTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-REPRINT-LOG-RECORD.
       ACCEPT RUN-TIME-HHMMSSCC FROM TIME
       STRING RUN-DATE-YYYYMMDD RUN-TIME-HHMMSSCC(1:6)
           DELIMITED BY SIZE INTO RPL-TIMESTAMP
       END-STRING
       MOVE WS-OPERATOR-ID TO RPL-OPERATORID
       WRITE REPRINTLOGREC
       IF WS-RPL-STATUS NOT EQUAL TO "00"
           MOVE "REPRINTLOGFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-REPRINT-REQUEST.
       READ REPRINTREQUESTFILE AT END SET ENDOFREPRINTREQUESTS TO TRUE
       END-READ
       IF WS-RPQ-STATUS NOT EQUAL TO "00" AND WS-RPQ-STATUS NOT EQUAL TO "10"
           MOVE "REPRINTREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-RPQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "InvoiceReprint.rpt" TO WS-REG-REPORT-NAME
       MOVE "InvoiceReprint.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-REG-DATE(1:6) TO WS-REG-PERIOD
       MOVE RPC-REPRINTED TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
