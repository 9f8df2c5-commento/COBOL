           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT INVOICEPRINTFILE ASSIGN TO DYNAMIC WS-PRT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

       SELECT INVOICEHOLDFILE ASSIGN TO "InvoiceHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HLD-STATUS.

       SELECT DELIVERYMANIFEST ASSIGN TO "DeliveryManifest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAN-STATUS.

       SELECT PRINTCHECKPOINTFILE ASSIGN TO DYNAMIC WS-CKP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKP-STATUS.

       SELECT RESTARTOUTPUTFILE ASSIGN TO DYNAMIC WS-RST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RST-STATUS.

       SELECT RESTARTWORKFILE ASSIGN TO "InvoicePrint.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-STATUS.

DATA DIVISION.
FILE SECTION.

       02  EBL-TAXAMOUNT           PIC S9(6)V99.
       02  EBL-BILLEDAMOUNT        PIC S9(7)V99.
       02  EBL-DUEDATE             PIC 9(8).
       02  EBL-MESSAGE-COUNT       PIC 9.
       02  EBL-MESSAGE OCCURS 3 TIMES.
           03  EBL-MESSAGEID       PIC X(6).
           03  EBL-MESSAGETEXT     PIC X(60) OCCURS 3 TIMES.
       02  EBL-EBILLADDRESS        PIC X(40).
       02  EBL-LANGUAGECODE        PIC X(2).
       02  EBL-SECOND-LANGUAGE     PIC X(2).

FD     INVOICEHOLDFILE.
01     INVOICEHOLDREC.
       02  HLD-INVOICENUMBER       PIC 9(10).
       02  HLD-SUBSCRIBERID        PIC 9(10).
       02  HLD-BILLINGPERIOD       PIC 9(6).
       02  HLD-BILLEDAMOUNT        PIC S9(7)V99.
       02  HLD-DUEDATE             PIC 9(8).
       02  HLD-HOLDDATE            PIC 9(8).
       02  HLD-RETURNDATE          PIC 9(8).
       02  HLD-RETURNREASON        PIC X(2).

FD     EBILLACKFILE.
01     EBILLACKREC.
       02  MAN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X VALUE SPACE.
       02  MAN-METHOD              PIC X.
       02  FILLER                  PIC X VALUE SPACE.
       02  MAN-BILLEDAMOUNT        PIC S9(7)V99.
       02  FILLER                  PIC X VALUE SPACE.
       02  MAN-REPRINT             PIC X.
           88  MAN-IS-REPRINT      VALUE "R".

FD     PRINTCHECKPOINTFILE.
01     PRINTCHECKPOINTREC.
       02  CKP-STATUS              PIC X.
           88  CKP-PRINT-IN-PROGRESS VALUE "I".
       02  CKP-LAST-INVOICENUMBER  PIC 9(10).
       02  CKP-FEED-RECORDS        PIC 9(7).
       02  CKP-SEGMENTS            PIC 9(3).
       02  CKP-MANIFEST-RECORDS    PIC 9(7).
       02  CKP-MANIFEST-BILLED     PIC S9(11)V99.
       02  CKP-EXTRACT-RECORDS     PIC 9(7).
       02  CKP-HOLD-RECORDS        PIC 9(7).
       02  CKP-INVOICE-COUNT       PIC 9(6).
       02  CKP-DELIVERY-COUNTS     PIC X(30).

FD     RESTARTOUTPUTFILE.
01     RESTARTOUTPUTREC            PIC X(700).

FD     RESTARTWORKFILE.
01     RESTARTWORKREC              PIC X(700).

WORKING-STORAGE SECTION.
01     WS-INV-FILENAME             PIC X(40)
           VALUE "Listing14-2-invoice.feed".
01     WS-CYCLE-PARM               PIC X(2) VALUE SPACES.
01     WS-COMMAND-LINE             PIC X(80).
01     WS-MODE-WORD                PIC X(10).
       88  MODE-IS-REPRINT         VALUE "REPRINT".
01     WS-ARG-2                    PIC X(10).
01     WS-ARG-3                    PIC X(10).
01     WS-ARG-4                    PIC X(10).
01     WS-PRT-FILENAME             PIC X(40) VALUE "InvoicePrint.rpt".
01     WS-CKP-FILENAME             PIC X(40) VALUE "InvoicePrint.ckp".
01     WS-RST-FILENAME             PIC X(40).
01     WS-CKP-STATUS               PIC XX.
01     WS-RST-STATUS               PIC XX.
01     WS-WRK-STATUS               PIC XX.
01     WS-RST-EOF-SWITCH           PIC X.
       88  ENDOFRESTARTOUTPUT      VALUE "Y".
01     WS-RST-KEEP                 PIC 9(7).
01     WS-RST-COUNT                PIC 9(7).
01     WS-PRINT-MODE-SWITCH        PIC X VALUE "N".
       88  REPRINT-MODE            VALUE "R".
01     WS-RESTART-SWITCH           PIC X VALUE "N".
       88  RESTARTING-PRINT        VALUE "Y".
01     WS-REPRINT-FROM             PIC 9(10) VALUE ZERO.
01     WS-REPRINT-TO               PIC 9(10) VALUE ZERO.
01     WS-REPRINT-SWITCH           PIC X.
       88  REPRINT-ON-PAPER        VALUE "Y".

01     PRINT-RESTART-TOTALS.
       02  PRS-LAST-INVOICENUMBER  PIC 9(10) VALUE ZERO.
       02  PRS-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  PRS-SEGMENTS            PIC 9(3) VALUE ZERO.
       02  PRS-MANIFEST-RECORDS    PIC 9(7) VALUE ZERO.
       02  PRS-MANIFEST-BILLED     PIC S9(11)V99 VALUE ZERO.
       02  PRS-EXTRACT-RECORDS     PIC 9(7) VALUE ZERO.
       02  PRS-HOLD-RECORDS        PIC 9(7) VALUE ZERO.
       02  PRS-REPRINTED           PIC 9(6) VALUE ZERO.
       02  PRS-REPRINT-SKIPPED     PIC 9(6) VALUE ZERO.

01     FEED-CONTROL-TOTALS.
       02  FCT-FEED-RECORDS        PIC 9(7) VALUE ZERO.
       02  FCT-FEED-BILLED         PIC S9(11)V99 VALUE ZERO.
01     PRN-RECORD-COUNT            PIC Z,ZZZ,ZZ9.
01     PRN-BILLED-TOTAL            PIC -,---,---,--9.99.
01     WS-INV-STATUS               PIC XX.
01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".
01     WS-EBL-STATUS               PIC XX.
01     WS-ACK-STATUS               PIC XX.
01     WS-MAN-STATUS               PIC XX.
01     WS-HLD-STATUS               PIC XX.
01     WS-HOLD-DATE                PIC 9(8).
01     WS-ACK-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEBILLACKS          VALUE "Y".

       02  DLV-PAPER-COUNT         PIC 9(6) VALUE ZERO.
       02  DLV-EBILL-COUNT         PIC 9(6) VALUE ZERO.
       02  DLV-FALLBACK-COUNT      PIC 9(6) VALUE ZERO.
       02  DLV-DIVERTED-COUNT      PIC 9(6) VALUE ZERO.
       02  DLV-HELD-COUNT          PIC 9(6) VALUE ZERO.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     DETAILAMOUNTLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-DETAIL-CAPTION      PIC X(20).
       02  PRN-DETAIL-AMOUNT       PIC X(14).

01     ADJUSTMENTCAPTIONLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-ADJUSTMENT-CAPTION  PIC X(20).
       02  PRN-ADJUSTMENT-AMOUNT   PIC X(10).

01     ADDRESSBLOCKLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.

01     PLANCODELINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-PLAN-CAPTION        PIC X(5).
       02  PRN-PLANCODE            PIC X(4).

01     INVOICENUMBERLINE.
       02  PRN-INVOICENUMBER-CAPTION PIC X(12).
       02  PRN-INVOICENUMBER       PIC 9(10).

01     INVOICEHEADERLINE.
       02  PRN-PERIOD-CAPTION      PIC X(19).
       02  PRN-PERIOD-MONTH        PIC Z9.
       02  FILLER                  PIC X VALUE "/".
       02  PRN-PERIOD-YEAR         PIC 9(4).
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  PRN-SUBSCRIBER-CAPTION  PIC X(11).
       02  PRN-SUBSCRIBERID        PIC 9(10).

01     DUEDATELINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-DUE-CAPTION         PIC X(20).
       02  PRN-DUE-DATE            PIC X(10).

01     ROLLOVERBALANCELINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-ROLLOVER-CAPTION    PIC X(20).
       02  PRN-ROLLOVER-MINUTES    PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(5) VALUE " MIN ".
       02  PRN-ROLLOVER-MESSAGES   PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(5) VALUE " SMS ".
       02  PRN-ROLLOVER-MB         PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE " MB".

       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.
01     WS-DOC-LANGUAGE             PIC X(2).
01     WS-DOC-FIRST-LANGUAGE       PIC X(2).
01     WS-DOC-SECOND-LANGUAGE      PIC X(2).
01     WS-DOC-TEXT                 PIC X(60).

01     WS-MSG-ACTION               PIC X.
01     WS-MSG-PROGRAM              PIC X(12) VALUE "INVOICEPRINT".
       COPY "BILLMESSAGEBOX.cpy"
           REPLACING ==:RECNAME:== BY ==INVOICE-MESSAGE-BOX==
                     ==:PREFIX:==  BY ==IMB-==.
01     IMB-IDX                     PIC 9.
01     IMB-LINE-IDX                PIC 9.

01     MESSAGEBOXRULE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  FILLER                  PIC X VALUE "+".
       02  FILLER                  PIC X(62) VALUE ALL "-".
       02  FILLER                  PIC X VALUE "+".

01     MESSAGEBOXLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  FILLER                  PIC X(2) VALUE "| ".
       02  PRN-MESSAGE-TEXT        PIC X(60).
       02  FILLER                  PIC X(2) VALUE " |".

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-MODE-WORD WS-ARG-2 WS-ARG-3 WS-ARG-4
       UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
           INTO WS-MODE-WORD WS-ARG-2 WS-ARG-3 WS-ARG-4
       END-UNSTRING
       IF MODE-IS-REPRINT
           PERFORM SET-REPRINT-RANGE
           MOVE WS-ARG-4 TO WS-CYCLE-PARM
       ELSE
           MOVE WS-MODE-WORD TO WS-CYCLE-PARM
       END-IF
       IF WS-CYCLE-PARM NOT EQUAL TO SPACES
           MOVE SPACES TO WS-INV-FILENAME
           STRING "Listing14-2-invoice-" WS-CYCLE-PARM ".feed"
               DELIMITED BY SIZE INTO WS-INV-FILENAME
           END-STRING
           MOVE SPACES TO WS-CKP-FILENAME
           STRING "InvoicePrint-" WS-CYCLE-PARM ".ckp"
               DELIMITED BY SIZE INTO WS-CKP-FILENAME
           END-STRING
       END-IF
       OPEN INPUT INVOICEFEEDFILE
       IF WS-INV-STATUS NOT EQUAL TO "00"
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD
       PERFORM LOAD-FAILED-ACKNOWLEDGMENTS
       IF REPRINT-MODE
           PERFORM PRINT-INVOICE-RANGE
       ELSE
           PERFORM PRINT-ALL-INVOICES
       END-IF
       CLOSE INVOICEFEEDFILE
       CLOSE SUBSCRIBERMASTER
       STOP RUN.

SET-REPRINT-RANGE.
       SET REPRINT-MODE TO TRUE
       MOVE "InvoicePrintReprint.rpt" TO WS-PRT-FILENAME
       IF WS-ARG-2 IS NUMERIC AND WS-ARG-3 IS NUMERIC
           MOVE WS-ARG-2 TO WS-REPRINT-FROM
           MOVE WS-ARG-3 TO WS-REPRINT-TO
       END-IF
       IF WS-REPRINT-FROM EQUAL TO ZERO
               OR WS-REPRINT-TO LESS THAN WS-REPRINT-FROM
           DISPLAY "INVOICEPRINT -- REPRINT NEEDS FROM AND TO "
               "INVOICE NUMBERS OF 10 DIGITS"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

PRINT-ALL-INVOICES.
       PERFORM CHECK-PRINT-CHECKPOINT
       IF RESTARTING-PRINT
           PERFORM TRIM-RESTART-OUTPUTS
           PERFORM OPEN-PRINT-OUTPUTS
           PERFORM SKIP-PRINTED-INVOICES
       ELSE
           PERFORM COUNT-HELD-INVOICES
           PERFORM OPEN-PRINT-OUTPUTS
       END-IF
       ADD 1 TO PRS-SEGMENTS
       PERFORM READ-INVOICE-FEED-RECORD
       PERFORM UNTIL ENDOFINVOICEFEED
           PERFORM DELIVER-ONE-INVOICE
           PERFORM WRITE-PRINT-CHECKPOINT
           PERFORM READ-INVOICE-FEED-RECORD
       END-PERFORM
       CLOSE INVOICEPRINTFILE
       CLOSE EBILLEXTRACTFILE
       CLOSE DELIVERYMANIFEST
       CLOSE INVOICEHOLDFILE
       PERFORM CLEAR-PRINT-CHECKPOINT
       MOVE "F" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           INV-BILLINGPERIOD, SUBSCRIBERMASTERREC, INVOICE-MESSAGE-BOX
       MOVE WS-INVOICE-COUNT TO PRN-INVOICE-COUNT
       DISPLAY "INVOICEPRINT -- INVOICES DELIVERED: "
           PRN-INVOICE-COUNT
       DISPLAY "  PAPER: " DLV-PAPER-COUNT
           "  E-BILL: " DLV-EBILL-COUNT
           "  PAPER FALLBACK: " DLV-FALLBACK-COUNT
       DISPLAY "  UNDELIVERABLE ADDRESS -- DIVERTED TO E-BILL: "
           DLV-DIVERTED-COUNT "  HELD: " DLV-HELD-COUNT
       IF PRS-SEGMENTS GREATER THAN 1
           DISPLAY "  PRINT COMPLETED IN " PRS-SEGMENTS " SEGMENTS"
       END-IF
       PERFORM RECONCILE-MANIFEST-TO-FEED.

OPEN-PRINT-OUTPUTS.
       IF RESTARTING-PRINT
           OPEN EXTEND INVOICEPRINTFILE
       ELSE
           OPEN OUTPUT INVOICEPRINTFILE
       END-IF
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEPRINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF RESTARTING-PRINT
           OPEN EXTEND EBILLEXTRACTFILE
       ELSE
           OPEN OUTPUT EBILLEXTRACTFILE
       END-IF
       IF WS-EBL-STATUS NOT EQUAL TO "00"
           MOVE "EBILLEXTRACTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EBL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF RESTARTING-PRINT
           OPEN EXTEND DELIVERYMANIFEST
       ELSE
           OPEN OUTPUT DELIVERYMANIFEST
       END-IF
       IF WS-MAN-STATUS NOT EQUAL TO "00"
           MOVE "DELIVERYMANIFEST" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-MAN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND INVOICEHOLDFILE
       IF WS-HLD-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT INVOICEHOLDFILE
       END-IF
       IF WS-HLD-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEHOLDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-HLD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CHECK-PRINT-CHECKPOINT.
       OPEN INPUT PRINTCHECKPOINTFILE
       IF WS-CKP-STATUS EQUAL TO "00"
           READ PRINTCHECKPOINTFILE
               AT END MOVE SPACES TO PRINTCHECKPOINTREC
           END-READ
           IF CKP-PRINT-IN-PROGRESS
               SET RESTARTING-PRINT TO TRUE
               MOVE CKP-LAST-INVOICENUMBER TO PRS-LAST-INVOICENUMBER
               MOVE CKP-FEED-RECORDS TO PRS-FEED-RECORDS
               MOVE CKP-SEGMENTS TO PRS-SEGMENTS
               MOVE CKP-MANIFEST-RECORDS TO PRS-MANIFEST-RECORDS
               MOVE CKP-MANIFEST-BILLED TO PRS-MANIFEST-BILLED
               MOVE CKP-EXTRACT-RECORDS TO PRS-EXTRACT-RECORDS
               MOVE CKP-HOLD-RECORDS TO PRS-HOLD-RECORDS
               MOVE CKP-INVOICE-COUNT TO WS-INVOICE-COUNT
               MOVE CKP-DELIVERY-COUNTS TO DELIVERY-COUNTS
           END-IF
           CLOSE PRINTCHECKPOINTFILE
       END-IF
       IF RESTARTING-PRINT
           DISPLAY "INVOICEPRINT -- RESTARTING AFTER INVOICE "
               PRS-LAST-INVOICENUMBER " (" PRS-FEED-RECORDS
               " FEED RECORDS ALREADY DELIVERED)"
       END-IF.

WRITE-PRINT-CHECKPOINT.
       MOVE INV-INVOICENUMBER TO PRS-LAST-INVOICENUMBER
       MOVE FCT-FEED-RECORDS TO PRS-FEED-RECORDS
       MOVE "I" TO CKP-STATUS
       MOVE PRS-LAST-INVOICENUMBER TO CKP-LAST-INVOICENUMBER
       MOVE PRS-FEED-RECORDS TO CKP-FEED-RECORDS
       MOVE PRS-SEGMENTS TO CKP-SEGMENTS
       MOVE PRS-MANIFEST-RECORDS TO CKP-MANIFEST-RECORDS
       MOVE PRS-MANIFEST-BILLED TO CKP-MANIFEST-BILLED
       MOVE PRS-EXTRACT-RECORDS TO CKP-EXTRACT-RECORDS
       MOVE PRS-HOLD-RECORDS TO CKP-HOLD-RECORDS
       MOVE WS-INVOICE-COUNT TO CKP-INVOICE-COUNT
       MOVE DELIVERY-COUNTS TO CKP-DELIVERY-COUNTS
       OPEN OUTPUT PRINTCHECKPOINTFILE
       IF WS-CKP-STATUS NOT EQUAL TO "00"
           MOVE "PRINTCHECKPOINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CKP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       WRITE PRINTCHECKPOINTREC
       IF WS-CKP-STATUS NOT EQUAL TO "00"
           MOVE "PRINTCHECKPOINTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CKP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE PRINTCHECKPOINTFILE.

CLEAR-PRINT-CHECKPOINT.
       OPEN OUTPUT PRINTCHECKPOINTFILE
       IF WS-CKP-STATUS EQUAL TO "00"
           CLOSE PRINTCHECKPOINTFILE
       END-IF.

COUNT-HELD-INVOICES.
       MOVE ZERO TO PRS-HOLD-RECORDS
       MOVE "InvoiceHold.dat" TO WS-RST-FILENAME
       OPEN INPUT RESTARTOUTPUTFILE
       IF WS-RST-STATUS EQUAL TO "00"
           MOVE "N" TO WS-RST-EOF-SWITCH
           READ RESTARTOUTPUTFILE
               AT END SET ENDOFRESTARTOUTPUT TO TRUE
           END-READ
           PERFORM UNTIL ENDOFRESTARTOUTPUT
               ADD 1 TO PRS-HOLD-RECORDS
               READ RESTARTOUTPUTFILE
                   AT END SET ENDOFRESTARTOUTPUT TO TRUE
               END-READ
           END-PERFORM
           CLOSE RESTARTOUTPUTFILE
       END-IF.

TRIM-RESTART-OUTPUTS.
       MOVE "Ebill.extract" TO WS-RST-FILENAME
       MOVE PRS-EXTRACT-RECORDS TO WS-RST-KEEP
       PERFORM TRIM-RESTART-OUTPUT-FILE
       MOVE "DeliveryManifest.dat" TO WS-RST-FILENAME
       MOVE PRS-MANIFEST-RECORDS TO WS-RST-KEEP
       PERFORM TRIM-RESTART-OUTPUT-FILE
       MOVE "InvoiceHold.dat" TO WS-RST-FILENAME
       MOVE PRS-HOLD-RECORDS TO WS-RST-KEEP
       PERFORM TRIM-RESTART-OUTPUT-FILE.

TRIM-RESTART-OUTPUT-FILE.
       OPEN INPUT RESTARTOUTPUTFILE
       IF WS-RST-STATUS NOT EQUAL TO "00"
           MOVE "RESTARTOUTPUTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RST-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT RESTARTWORKFILE
       IF WS-WRK-STATUS NOT EQUAL TO "00"
           MOVE "RESTARTWORKFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-WRK-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE ZERO TO WS-RST-COUNT
       MOVE "N" TO WS-RST-EOF-SWITCH
       PERFORM UNTIL ENDOFRESTARTOUTPUT OR WS-RST-COUNT = WS-RST-KEEP
           READ RESTARTOUTPUTFILE
               AT END SET ENDOFRESTARTOUTPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RST-COUNT
                   WRITE RESTARTWORKREC FROM RESTARTOUTPUTREC
           END-READ
       END-PERFORM
       CLOSE RESTARTOUTPUTFILE
       CLOSE RESTARTWORKFILE
       IF WS-RST-COUNT LESS THAN WS-RST-KEEP
           DISPLAY "INVOICEPRINT -- " WS-RST-FILENAME
               " IS SHORTER THAN THE CHECKPOINT - RESTART ABANDONED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT RESTARTWORKFILE
       OPEN OUTPUT RESTARTOUTPUTFILE
       IF WS-RST-STATUS NOT EQUAL TO "00"
           MOVE "RESTARTOUTPUTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RST-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "N" TO WS-RST-EOF-SWITCH
       PERFORM UNTIL ENDOFRESTARTOUTPUT
           READ RESTARTWORKFILE
               AT END SET ENDOFRESTARTOUTPUT TO TRUE
               NOT AT END
                   WRITE RESTARTOUTPUTREC FROM RESTARTWORKREC
           END-READ
       END-PERFORM
       CLOSE RESTARTWORKFILE
       CLOSE RESTARTOUTPUTFILE.

SKIP-PRINTED-INVOICES.
       PERFORM UNTIL FCT-FEED-RECORDS = PRS-FEED-RECORDS
               OR ENDOFINVOICEFEED
           PERFORM READ-INVOICE-FEED-RECORD
       END-PERFORM
       IF ENDOFINVOICEFEED
               OR INV-INVOICENUMBER NOT EQUAL TO PRS-LAST-INVOICENUMBER
           DISPLAY "INVOICEPRINT -- INVOICE FEED DOES NOT MATCH THE "
               "CHECKPOINT AT INVOICE " PRS-LAST-INVOICENUMBER
               " - RESTART ABANDONED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

RECONCILE-MANIFEST-TO-FEED.
       MOVE FCT-FEED-RECORDS TO PRN-RECORD-COUNT
       MOVE FCT-FEED-BILLED TO PRN-BILLED-TOTAL
       DISPLAY "  INVOICE FEED     -- RECORDS: " PRN-RECORD-COUNT
           "  BILLED: " PRN-BILLED-TOTAL
       MOVE PRS-MANIFEST-RECORDS TO PRN-RECORD-COUNT
       MOVE PRS-MANIFEST-BILLED TO PRN-BILLED-TOTAL
       DISPLAY "  DELIVERY MANIFEST -- RECORDS: " PRN-RECORD-COUNT
           "  BILLED: " PRN-BILLED-TOTAL
       IF PRS-MANIFEST-RECORDS EQUAL TO FCT-FEED-RECORDS
               AND PRS-MANIFEST-BILLED EQUAL TO FCT-FEED-BILLED
           DISPLAY "  DELIVERY MANIFEST RECONCILES TO THE INVOICE FEED"
       ELSE
           DISPLAY "  *** DELIVERY MANIFEST DOES NOT RECONCILE TO THE "
               "INVOICE FEED ***"
           MOVE 8 TO RETURN-CODE
       END-IF.

PRINT-INVOICE-RANGE.
       OPEN OUTPUT INVOICEPRINTFILE
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEPRINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND DELIVERYMANIFEST
       IF WS-MAN-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT DELIVERYMANIFEST
       END-IF
       IF WS-MAN-STATUS NOT EQUAL TO "00"
           MOVE "DELIVERYMANIFEST" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-MAN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-INVOICE-FEED-RECORD
       PERFORM UNTIL ENDOFINVOICEFEED
           IF INV-INVOICENUMBER NOT LESS THAN WS-REPRINT-FROM
                   AND INV-INVOICENUMBER NOT GREATER THAN WS-REPRINT-TO
               PERFORM REPRINT-ONE-INVOICE
           END-IF
           PERFORM READ-INVOICE-FEED-RECORD
       END-PERFORM
       CLOSE INVOICEPRINTFILE
       CLOSE DELIVERYMANIFEST
       DISPLAY "INVOICEPRINT -- REPRINT OF INVOICES " WS-REPRINT-FROM
           " TO " WS-REPRINT-TO
       DISPLAY "  REPRINTED: " PRS-REPRINTED
           "  NOT ON PAPER - SKIPPED: " PRS-REPRINT-SKIPPED.

REPRINT-ONE-INVOICE.
       PERFORM LOOKUP-SUBSCRIBER-MASTER
       PERFORM SELECT-BILL-MESSAGES
       MOVE "N" TO WS-REPRINT-SWITCH
       IF SMF-DELIVERY-EBILL
           PERFORM CHECK-EBILL-FAILURE
           IF EBILL-DELIVERY-FAILED AND NOT SMF-ADDRESS-UNDELIVERABLE
               SET REPRINT-ON-PAPER TO TRUE
               MOVE "F" TO MAN-METHOD
           END-IF
       ELSE
       IF NOT SMF-ADDRESS-UNDELIVERABLE
           SET REPRINT-ON-PAPER TO TRUE
           MOVE "P" TO MAN-METHOD
       END-IF
       END-IF
       IF REPRINT-ON-PAPER
           PERFORM PRINT-ONE-INVOICE
           ADD 1 TO PRS-REPRINTED
           MOVE "R" TO MAN-REPRINT
           PERFORM WRITE-MANIFEST-RECORD
       ELSE
           ADD 1 TO PRS-REPRINT-SKIPPED
       END-IF.

LOAD-FAILED-ACKNOWLEDGMENTS.
       OPEN INPUT EBILLACKFILE
DELIVER-ONE-INVOICE.
       ADD 1 TO WS-INVOICE-COUNT
       PERFORM LOOKUP-SUBSCRIBER-MASTER
       PERFORM SELECT-BILL-MESSAGES
       IF SMF-DELIVERY-EBILL
           PERFORM CHECK-EBILL-FAILURE
           IF EBILL-DELIVERY-FAILED
               IF SMF-ADDRESS-UNDELIVERABLE
                   PERFORM WRITE-INVOICE-HOLD-RECORD
                   ADD 1 TO DLV-HELD-COUNT
                   MOVE "H" TO MAN-METHOD
               ELSE
                   PERFORM PRINT-ONE-INVOICE
                   ADD 1 TO DLV-FALLBACK-COUNT
                   MOVE "F" TO MAN-METHOD
               END-IF
           ELSE
               PERFORM WRITE-EBILL-EXTRACT-RECORD
               ADD 1 TO DLV-EBILL-COUNT
               MOVE "E" TO MAN-METHOD
           END-IF
       ELSE
       IF SMF-ADDRESS-UNDELIVERABLE
           IF SMF-EBILLADDRESS NOT EQUAL TO SPACES
               PERFORM WRITE-EBILL-EXTRACT-RECORD
               ADD 1 TO DLV-DIVERTED-COUNT
               MOVE "D" TO MAN-METHOD
           ELSE
               PERFORM WRITE-INVOICE-HOLD-RECORD
               ADD 1 TO DLV-HELD-COUNT
               MOVE "H" TO MAN-METHOD
           END-IF
       ELSE
           PERFORM PRINT-ONE-INVOICE
           ADD 1 TO DLV-PAPER-COUNT
           MOVE "P" TO MAN-METHOD
       END-IF
       END-IF
       MOVE SPACE TO MAN-REPRINT
       PERFORM WRITE-MANIFEST-RECORD
       ADD 1 TO PRS-MANIFEST-RECORDS
       ADD INV-BILLEDAMOUNT TO PRS-MANIFEST-BILLED.

WRITE-MANIFEST-RECORD.
       MOVE INV-INVOICENUMBER TO MAN-INVOICENUMBER
       MOVE INV-SUBSCRIBERID TO MAN-SUBSCRIBERID
       MOVE INV-BILLEDAMOUNT TO MAN-BILLEDAMOUNT
       WRITE DELIVERYMANIFESTREC
       IF WS-MAN-STATUS NOT EQUAL TO "00"
           MOVE "DELIVERYMANIFEST" TO ABEND-FILE-NAME
           PERFORM FILE-ERROR-HANDLER
       END-IF.

SELECT-BILL-MESSAGES.
       MOVE "B" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           INV-BILLINGPERIOD, SUBSCRIBERMASTERREC, INVOICE-MESSAGE-BOX
       MOVE "L" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           INV-BILLINGPERIOD, SUBSCRIBERMASTERREC, INVOICE-MESSAGE-BOX
       MOVE "S" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           INV-BILLINGPERIOD, SUBSCRIBERMASTERREC, INVOICE-MESSAGE-BOX.

CHECK-EBILL-FAILURE.
       MOVE "N" TO WS-FALLBACK-SWITCH
       PERFORM VARYING FLA-IDX FROM 1 BY 1
       MOVE INV-TAXAMOUNT TO EBL-TAXAMOUNT
       MOVE INV-BILLEDAMOUNT TO EBL-BILLEDAMOUNT
       MOVE INV-DUEDATE TO EBL-DUEDATE
       MOVE SMF-EBILLADDRESS TO EBL-EBILLADDRESS
       MOVE WS-DOC-FIRST-LANGUAGE TO EBL-LANGUAGECODE
       MOVE WS-DOC-SECOND-LANGUAGE TO EBL-SECOND-LANGUAGE
       MOVE IMB-COUNT TO EBL-MESSAGE-COUNT
       PERFORM VARYING IMB-IDX FROM 1 BY 1 UNTIL IMB-IDX > 3
           IF IMB-IDX GREATER THAN IMB-COUNT
               MOVE SPACES TO EBL-MESSAGE(IMB-IDX)
           ELSE
               MOVE IMB-ENTRY(IMB-IDX) TO EBL-MESSAGE(IMB-IDX)
           END-IF
       END-PERFORM
       WRITE EBILLEXTRACTREC
       IF WS-EBL-STATUS NOT EQUAL TO "00"
           MOVE "EBILLEXTRACTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-EBL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO PRS-EXTRACT-RECORDS.

WRITE-INVOICE-HOLD-RECORD.
       MOVE INV-INVOICENUMBER TO HLD-INVOICENUMBER
       MOVE INV-SUBSCRIBERID TO HLD-SUBSCRIBERID
       MOVE INV-BILLINGPERIOD TO HLD-BILLINGPERIOD
       MOVE INV-BILLEDAMOUNT TO HLD-BILLEDAMOUNT
       MOVE INV-DUEDATE TO HLD-DUEDATE
       MOVE WS-HOLD-DATE TO HLD-HOLDDATE
       MOVE SMF-ADDRESSSTATUSDATE TO HLD-RETURNDATE
       MOVE SMF-ADDRESSRETURNREASON TO HLD-RETURNREASON
       WRITE INVOICEHOLDREC
       IF WS-HLD-STATUS NOT EQUAL TO "00"
           MOVE "INVOICEHOLDFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-HLD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO PRS-HOLD-RECORDS.

PRINT-ONE-INVOICE.
       IF DLV-PAPER-COUNT GREATER THAN ZERO
               OR DLV-FALLBACK-COUNT GREATER THAN ZERO
               OR PRS-REPRINTED GREATER THAN ZERO
           MOVE SPACES TO INVOICELINE
           WRITE INVOICELINE AFTER ADVANCING PAGE
       END-IF
       MOVE WS-DOC-FIRST-LANGUAGE TO WS-DOC-LANGUAGE
       PERFORM PRINT-INVOICE-IN-LANGUAGE
       IF WS-DOC-SECOND-LANGUAGE NOT EQUAL TO SPACES
           MOVE WS-DOC-SECOND-LANGUAGE TO WS-DOC-LANGUAGE
           MOVE SPACES TO INVOICELINE
           WRITE INVOICELINE AFTER ADVANCING PAGE
           PERFORM PRINT-INVOICE-IN-LANGUAGE
       END-IF.

PRINT-INVOICE-IN-LANGUAGE.
       MOVE REMIT-NAME TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE REMIT-ADDRESS1 TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE "INVNO" TO TXR-TEXTID
       MOVE "INVOICE NO." TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-INVOICENUMBER-CAPTION
       MOVE INV-INVOICENUMBER TO PRN-INVOICENUMBER
       MOVE INVOICENUMBERLINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE "INVPERD" TO TXR-TEXTID
       MOVE "INVOICE FOR PERIOD" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-PERIOD-CAPTION
       MOVE INV-BILLINGPERIOD(5:2) TO PRN-PERIOD-MONTH
       MOVE INV-BILLINGPERIOD(1:4) TO PRN-PERIOD-YEAR
       MOVE "SUBSCR" TO TXR-TEXTID
       MOVE "SUBSCRIBER" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-SUBSCRIBER-CAPTION
       MOVE INV-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE INVOICEHEADERLINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE SMF-ADDRESSLINE2 TO PRN-ADDRESS-TEXT
       MOVE ADDRESSBLOCKLINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE "PLAN" TO TXR-TEXTID
       MOVE "PLAN" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-PLAN-CAPTION
       MOVE SMF-PLANCODE TO PRN-PLANCODE
       MOVE PLANCODELINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE "INVVOICE" TO TXR-TEXTID
       MOVE "VOICE CALLS" TO TXR-TEXT
       MOVE INV-VOICESUBTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "INVSMS" TO TXR-TEXTID
       MOVE "TEXT MESSAGES" TO TXR-TEXT
       MOVE INV-SMSSUBTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "INVDATA" TO TXR-TEXTID
       MOVE "DATA" TO TXR-TEXT
       MOVE INV-DATASUBTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "INVROAM" TO TXR-TEXTID
       MOVE "ROAMING" TO TXR-TEXT
       MOVE INV-ROAMINGSUBTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       IF INV-INSTALLMENTAMOUNT NOT EQUAL TO ZERO
           MOVE "INVINST" TO TXR-TEXTID
           MOVE "DEVICE INSTALLMENT" TO TXR-TEXT
           MOVE INV-INSTALLMENTAMOUNT TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       IF INV-ETFAMOUNT NOT EQUAL TO ZERO
           MOVE "INVETF" TO TXR-TEXTID
           MOVE "EARLY TERMINATION" TO TXR-TEXT
           MOVE INV-ETFAMOUNT TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       IF INV-RECURRINGCHARGE NOT EQUAL TO ZERO
           MOVE "INVPLAN" TO TXR-TEXTID
           MOVE "MONTHLY PLAN CHARGE" TO TXR-TEXT
           MOVE INV-RECURRINGCHARGE TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       IF INV-ADDONCHARGE NOT EQUAL TO ZERO
           MOVE "INVADDON" TO TXR-TEXTID
           MOVE "ADD-ON BUNDLES" TO TXR-TEXT
           MOVE INV-ADDONCHARGE TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       IF INV-PREMIUMCHARGE NOT EQUAL TO ZERO
           MOVE "INVPREM" TO TXR-TEXTID
           MOVE "PREMIUM CONTENT" TO TXR-TEXT
           MOVE INV-PREMIUMCHARGE TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       MOVE "INVSUBT" TO TXR-TEXTID
       MOVE "SERVICE SUBTOTAL" TO TXR-TEXT
       MOVE INV-SUBSCRIBERTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "TAX" TO TXR-TEXTID
       MOVE "TAX" TO TXR-TEXT
       MOVE INV-TAXAMOUNT TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       IF INV-EXEMPTCERTIFICATE NOT EQUAL TO SPACES
           MOVE "INVEXSAL" TO TXR-TEXTID
           MOVE "TAX EXEMPT SALES" TO TXR-TEXT
           MOVE INV-EXEMPTSALES TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
           MOVE "INVEXCRT" TO TXR-TEXTID
           MOVE "TAX EXEMPTION CERTIFICATE" TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE SPACES TO INVOICELINE
           STRING "  " TXR-TEXT DELIMITED BY "  "
               " " INV-EXEMPTCERTIFICATE DELIMITED BY SIZE
               INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
       END-IF
       PERFORM WRITE-ADJUSTMENT-LINE
       IF INV-DEFERREDAMOUNT NOT EQUAL TO ZERO
           MOVE "INVDEFER" TO TXR-TEXTID
           MOVE "PRIOR DEFERRED CHGS" TO TXR-TEXT
           MOVE INV-DEFERREDAMOUNT TO TXR-AMOUNT
           PERFORM WRITE-DETAIL-AMOUNT-LINE
       END-IF
       MOVE "AMTDUE" TO TXR-TEXTID
       MOVE "AMOUNT DUE" TO TXR-TEXT
       MOVE INV-BILLEDAMOUNT TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE "DUEBY" TO TXR-TEXTID
       MOVE "PAYMENT DUE BY" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-DUE-CAPTION
       MOVE INV-DUEDATE TO TXR-DATE
       PERFORM FORMAT-DOCUMENT-DATE
       MOVE TXR-DATE-TEXT TO PRN-DUE-DATE
       MOVE DUEDATELINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       IF INV-ROLLOVER-MINUTES NOT EQUAL TO ZERO
               OR INV-ROLLOVER-MESSAGES NOT EQUAL TO ZERO
               OR INV-ROLLOVER-MB NOT EQUAL TO ZERO
           MOVE "INVROLL" TO TXR-TEXTID
           MOVE "ROLLOVER BALANCE" TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE TXR-TEXT TO PRN-ROLLOVER-CAPTION
           MOVE INV-ROLLOVER-MINUTES TO PRN-ROLLOVER-MINUTES
           MOVE INV-ROLLOVER-MESSAGES TO PRN-ROLLOVER-MESSAGES
           MOVE INV-ROLLOVER-MB TO PRN-ROLLOVER-MB
           MOVE ROLLOVERBALANCELINE TO INVOICELINE
           PERFORM WRITE-INVOICE-LINE
       END-IF
       IF INV-FINALBILL EQUAL TO "F"
           MOVE SPACES TO INVOICELINE
           PERFORM WRITE-INVOICE-LINE
           MOVE "INVFINAL" TO TXR-TEXTID
           MOVE "FINAL BILL - THIS ACCOUNT IS NOW CLOSED" TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE TXR-TEXT TO INVOICELINE
           PERFORM WRITE-INVOICE-LINE
       END-IF
       IF INV-CYCLECHANGE EQUAL TO "T" OR INV-CYCLECHANGE EQUAL TO "J"
           PERFORM WRITE-CYCLE-CHANGE-NOTICE
       END-IF
       IF IMB-COUNT GREATER THAN ZERO
           PERFORM WRITE-MESSAGE-BOX
       END-IF.

WRITE-MESSAGE-BOX.
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE MESSAGEBOXRULE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       PERFORM VARYING IMB-IDX FROM 1 BY 1 UNTIL IMB-IDX > IMB-COUNT
           IF IMB-IDX GREATER THAN 1
               MOVE SPACES TO PRN-MESSAGE-TEXT
               MOVE MESSAGEBOXLINE TO INVOICELINE
               PERFORM WRITE-INVOICE-LINE
           END-IF
           PERFORM VARYING IMB-LINE-IDX FROM 1 BY 1
                   UNTIL IMB-LINE-IDX > 3
               IF IMB-TEXTLINE(IMB-IDX, IMB-LINE-IDX) NOT EQUAL TO SPACES
                   MOVE IMB-TEXTLINE(IMB-IDX, IMB-LINE-IDX)
                       TO PRN-MESSAGE-TEXT
                   MOVE MESSAGEBOXLINE TO INVOICELINE
                   PERFORM WRITE-INVOICE-LINE
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE MESSAGEBOXRULE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE.

WRITE-CYCLE-CHANGE-NOTICE.
       MOVE SPACES TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE
       MOVE INV-CYCLECHANGEDATE TO TXR-DATE
       PERFORM FORMAT-DOCUMENT-DATE
       IF INV-CYCLECHANGE EQUAL TO "T"
           MOVE "CYCSHORT" TO TXR-TEXTID
           MOVE "BILL CYCLE CHANGE - THIS IS A SHORT-PERIOD BILL"
               TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE TXR-TEXT TO INVOICELINE
           PERFORM WRITE-INVOICE-LINE
           MOVE "CYCBEFOR" TO TXR-TEXTID
           MOVE "PLAN CHARGE, ALLOWANCES AND USAGE COVER THE DAYS BEFORE"
               TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE SPACES TO INVOICELINE
           STRING "  " TXR-TEXT DELIMITED BY "  "
               " " TXR-DATE-TEXT DELIMITED BY SIZE
               INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE "CYCFROM" TO TXR-TEXTID
           MOVE "FROM THAT DATE YOU WILL BE BILLED ON CYCLE" TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE SPACES TO INVOICELINE
           STRING "  " TXR-TEXT DELIMITED BY "  "
               " " INV-NEWBILLCYCLE DELIMITED BY SIZE
               INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
       ELSE
           MOVE "CYCFIRST" TO TXR-TEXTID
           MOVE "BILL CYCLE CHANGE - FIRST BILL ON CYCLE" TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE SPACES TO INVOICELINE
           STRING TXR-TEXT DELIMITED BY "  "
               " " INV-NEWBILLCYCLE DELIMITED BY SIZE
               INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE "CYCPERD" TO TXR-TEXTID
           MOVE "PLAN CHARGE, ALLOWANCES AND USAGE COVER THE PERIOD FROM"
               TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE SPACES TO INVOICELINE
           STRING "  " TXR-TEXT DELIMITED BY "  "
               " " TXR-DATE-TEXT DELIMITED BY SIZE
               INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE "CYCEARLY" TO TXR-TEXTID
           MOVE "EARLIER USAGE WAS BILLED ON YOUR PREVIOUS CYCLE"
               TO TXR-TEXT
           PERFORM GET-DOCUMENT-TEXT
           MOVE SPACES TO INVOICELINE
           STRING "  " TXR-TEXT DELIMITED BY SIZE INTO INVOICELINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
       END-IF.

               MOVE SPACES TO SMF-ADDRESSLINE1
               MOVE SPACES TO SMF-ADDRESSLINE2
               MOVE SPACES TO SMF-PLANCODE
               MOVE SPACE TO SMF-ADDRESSSTATUS
               MOVE SPACES TO SMF-EBILLADDRESS
               MOVE SPACES TO SMF-TAXJURISDICTION
               MOVE SPACES TO SMF-LANGUAGECODE
       END-READ
       PERFORM RESOLVE-DOCUMENT-LANGUAGES.

RESOLVE-DOCUMENT-LANGUAGES.
       MOVE SMF-LANGUAGECODE TO TXR-LANGUAGE
       MOVE SMF-TAXJURISDICTION TO TXR-JURISDICTION
       MOVE WS-HOLD-DATE TO TXR-DATE
       SET TXR-RESOLVE-LANGUAGES TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST
       MOVE TXR-LANGUAGE TO WS-DOC-FIRST-LANGUAGE
       MOVE TXR-SECOND-LANGUAGE TO WS-DOC-SECOND-LANGUAGE
       MOVE WS-DOC-FIRST-LANGUAGE TO WS-DOC-LANGUAGE.

GET-DOCUMENT-TEXT.
       MOVE WS-DOC-LANGUAGE TO TXR-LANGUAGE
       SET TXR-GET-TEXT TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST.

FORMAT-DOCUMENT-AMOUNT.
       MOVE WS-DOC-LANGUAGE TO TXR-LANGUAGE
       SET TXR-FORMAT-AMOUNT TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST.

FORMAT-DOCUMENT-DATE.
       MOVE WS-DOC-LANGUAGE TO TXR-LANGUAGE
       SET TXR-FORMAT-DATE TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST.

WRITE-DETAIL-AMOUNT-LINE.
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-DETAIL-CAPTION
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(11:14) TO PRN-DETAIL-AMOUNT
       MOVE DETAILAMOUNTLINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE.

WRITE-ADJUSTMENT-LINE.
       MOVE "INVADJ" TO TXR-TEXTID
       MOVE "ADJUSTMENTS" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-ADJUSTMENT-CAPTION
       MOVE INV-ADJUSTMENTAMOUNT TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(15:10) TO PRN-ADJUSTMENT-AMOUNT
       MOVE ADJUSTMENTCAPTIONLINE TO INVOICELINE
       PERFORM WRITE-INVOICE-LINE.

           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-INV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF NOT ENDOFINVOICEFEED
           ADD 1 TO FCT-FEED-RECORDS
           ADD INV-BILLEDAMOUNT TO FCT-FEED-BILLED
       END-IF.

FILE-ERROR-HANDLER.
