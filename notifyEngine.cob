           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRF-STATUS.

       SELECT CREDITALERTFEED ASSIGN TO "CreditAlerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRA-STATUS.

       SELECT ADVANCENOTICEFEED ASSIGN TO "DdAdvanceNotices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDN-STATUS.

       SELECT NOTICEISSUEDFILE ASSIGN TO "DdNoticeIssued.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DNI-STATUS.

       SELECT ENOTICEFILE ASSIGN TO "ENotices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENT-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       02  PRM-BALANCE             PIC S9(9)V99.
       02  PRM-REMINDERDATE        PIC 9(8).

FD     CREDITALERTFEED.
01     CREDITALERTREC.
       02  CRA-SUBSCRIBERID        PIC 9(10).
       02  CRA-ALERT-LEVEL         PIC 9.
       02  CRA-EXPOSURE            PIC S9(9)V99.
       02  CRA-LIMITAMOUNT         PIC 9(7)V99.
       02  CRA-ALERTDATE           PIC 9(8).

FD     ADVANCENOTICEFEED.
       COPY "DDADVANCENOTICE.cpy"
           REPLACING ==:RECNAME:== BY ==ADVANCENOTICEREC==
                     ==:PREFIX:==  BY ==DDN-==.

FD     NOTICEISSUEDFILE.
       COPY "DDADVANCENOTICE.cpy"
           REPLACING ==:RECNAME:== BY ==NOTICEISSUEDREC==
                     ==:PREFIX:==  BY ==DNI-==.

FD     ENOTICEFILE.
01     ENOTICEREC.
       02  ENT-SUBSCRIBERID        PIC 9(10).
       02  ENT-EBILLADDRESS        PIC X(40).
       02  ENT-NOTICETYPE          PIC X(2).
       02  ENT-INVOICENUMBER       PIC 9(10).
       02  ENT-AMOUNT              PIC 9(7)V99.
       02  ENT-COLLECTDATE         PIC 9(8).
       02  ENT-MANDATEREF          PIC 9(10).
       02  ENT-MASKEDACCOUNT       PIC X(17).
       02  ENT-LANGUAGECODE        PIC X(2).
       02  ENT-SECOND-LANGUAGE     PIC X(2).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
       02  NTL-USAGE-FLAG          PIC X.
       02  NTL-PIN-FLAG            PIC X.
       02  NTL-PAYMENT-FLAG        PIC X.
       02  NTL-CREDIT-FLAG         PIC X.
       02  FILLER                  PIC X VALUE SPACE.
       02  NTL-CHANNEL             PIC X.

WORKING-STORAGE SECTION.
01     WS-ALR-STATUS               PIC XX.
01     WS-RST-STATUS               PIC XX.
01     WS-PRF-STATUS               PIC XX.
01     WS-CRA-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-NTC-STATUS               PIC XX.
01     WS-NTL-STATUS               PIC XX.
01     WS-DDN-STATUS               PIC XX.
01     WS-DNI-STATUS               PIC XX.
01     WS-ENT-STATUS               PIC XX.

01     WS-ALR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFUSAGEALERTS        VALUE "Y".
       88  ENDOFPINRESETS          VALUE "Y".
01     WS-PRF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYREMINDERS       VALUE "Y".
01     WS-CRA-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCREDITALERTS       VALUE "Y".
01     WS-NTL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFNOTICELOG          VALUE "Y".
01     WS-DDN-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFADVANCENOTICES     VALUE "Y".
01     WS-DNI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFISSUEDNOTICES      VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
           03  NTR-PAYMENT-FLAG    PIC X.
           03  NTR-USAGE-COST      PIC 9(7)V99.
           03  NTR-DUNNING-LEVEL   PIC 9.
           03  NTR-CREDIT-FLAG     PIC X.
           03  NTR-CREDIT-LEVEL    PIC 9.
           03  NTR-CREDIT-LIMIT    PIC 9(7)V99.
           03  NTR-ALREADY-SENT    PIC X.
01     NTR-IDX                     PIC 9(4).
01     NTR-FOUND-IDX               PIC 9(4).
01     WS-TRIGGER-SUBSCRIBERID     PIC 9(10).

01     DD-NOTICE-TABLE-LIMIT       PIC 9(4) VALUE 2000.
01     DD-NOTICE-STORAGE.
       02  DNQ-COUNT               PIC 9(4) VALUE ZERO.
       02  DNQ-ENTRY OCCURS 2000 TIMES.
           03  DNQ-SUBSCRIBERID    PIC 9(10).
           03  DNQ-INVOICENUMBER   PIC 9(10).
           03  DNQ-AMOUNT          PIC 9(7)V99.
           03  DNQ-COLLECTDATE     PIC 9(8).
           03  DNQ-MANDATEREF      PIC 9(10).
           03  DNQ-MASKEDACCOUNT   PIC X(17).
           03  DNQ-NOTICE-STATE    PIC X.
               88  DNQ-TO-BE-SENT      VALUE "N".
               88  DNQ-ALREADY-ISSUED  VALUE "Y".
               88  DNQ-UNDELIVERABLE   VALUE "U".
01     DNQ-IDX                     PIC 9(4).
01     WS-DD-CHANNEL               PIC X.
01     WS-NOTICE-CHANNEL           PIC X.

01     WS-CONSENT-PURPOSE          PIC X.
01     WS-CONSENT-CHANNEL          PIC X VALUE SPACE.
01     WS-CONSENT-RESULT           PIC X.
01     WS-CONSENT-USE-CHANNEL      PIC X.
       88  PREFERS-EMAIL           VALUE "E".
       88  PREFERS-POST            VALUE "P".
       88  PREFERS-UNAVAILABLE-CHANNEL VALUES "S" "T".
01     WS-DISPLAY-DATE             PIC X(10).

01     ENGINE-TOTALS.
       02  NET-TRIGGERS-READ       PIC 9(7) VALUE ZERO.
       02  NET-NOTICES-SENT        PIC 9(7) VALUE ZERO.
       02  NET-DUPLICATES-HELD     PIC 9(7) VALUE ZERO.
       02  NET-DD-NOTICES-SENT     PIC 9(7) VALUE ZERO.
       02  NET-DD-BY-EBILL         PIC 9(7) VALUE ZERO.
       02  NET-DD-UNDELIVERABLE    PIC 9(7) VALUE ZERO.
       02  NET-NOTICES-BY-EBILL    PIC 9(7) VALUE ZERO.
       02  NET-PREFERENCE-ON-PAPER PIC 9(7) VALUE ZERO.

01     PRN-AMOUNT                  PIC X(10).
01     WS-NOTICE-LABEL             PIC X(25).

       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.
01     WS-DOC-LANGUAGE             PIC X(2).
01     WS-DOC-FIRST-LANGUAGE       PIC X(2).
01     WS-DOC-SECOND-LANGUAGE      PIC X(2).
01     WS-NOTICE-COUNT             PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
       PERFORM GATHER-USAGE-TRIGGERS
       PERFORM GATHER-PIN-TRIGGERS
       PERFORM GATHER-PAYMENT-TRIGGERS
       PERFORM GATHER-CREDIT-TRIGGERS
       PERFORM GATHER-DD-ADVANCE-NOTICES
       IF NTR-COUNT EQUAL TO ZERO AND DNQ-COUNT EQUAL TO ZERO
           DISPLAY "NOTIFYENGINE -- NO NOTIFICATION TRIGGERS FOUND"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM MARK-NOTICES-ALREADY-SENT
       PERFORM MARK-DD-NOTICES-ALREADY-ISSUED
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
       IF WS-NTL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT NOTICELOGFILE
       END-IF
       OPEN EXTEND ENOTICEFILE
       IF WS-ENT-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT ENOTICEFILE
       END-IF
       IF WS-ENT-STATUS NOT EQUAL TO "00"
           MOVE "ENOTICEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ENT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM RENDER-ONE-NOTICE
           VARYING NTR-IDX FROM 1 BY 1
           UNTIL NTR-IDX GREATER THAN NTR-COUNT
       IF DNQ-COUNT GREATER THAN ZERO
           PERFORM ISSUE-DD-ADVANCE-NOTICES
       END-IF
       CLOSE SUBSCRIBERMASTER
       CLOSE NOTICEFILE
       CLOSE NOTICELOGFILE
       CLOSE ENOTICEFILE
       DISPLAY "NOTIFYENGINE -- TRIGGERS: " NET-TRIGGERS-READ
           "  NOTICES SENT: " NET-NOTICES-SENT
           "  BY E-BILL: " NET-NOTICES-BY-EBILL
           "  ALREADY NOTIFIED TODAY: " NET-DUPLICATES-HELD
       DISPLAY "  PREFERRED SMS/PHONE NOT AVAILABLE - SENT ON PAPER: "
           NET-PREFERENCE-ON-PAPER
       DISPLAY "  DIRECT DEBIT ADVANCE NOTICES: " NET-DD-NOTICES-SENT
           "  BY E-BILL: " NET-DD-BY-EBILL
           "  UNDELIVERABLE - HELD: " NET-DD-UNDELIVERABLE
       IF NET-DD-UNDELIVERABLE GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

GATHER-USAGE-TRIGGERS.
           CLOSE PAYMENTREMINDERFEED
       END-IF.

GATHER-CREDIT-TRIGGERS.
       OPEN INPUT CREDITALERTFEED
       IF WS-CRA-STATUS EQUAL TO "00"
           PERFORM READ-CREDIT-ALERT
           PERFORM UNTIL ENDOFCREDITALERTS
               ADD 1 TO NET-TRIGGERS-READ
               MOVE CRA-SUBSCRIBERID TO WS-TRIGGER-SUBSCRIBERID
               PERFORM LOCATE-TRIGGER-ENTRY
               IF NTR-FOUND-IDX GREATER THAN ZERO
                   MOVE "Y" TO NTR-CREDIT-FLAG(NTR-FOUND-IDX)
                   MOVE CRA-ALERT-LEVEL
                       TO NTR-CREDIT-LEVEL(NTR-FOUND-IDX)
                   MOVE CRA-LIMITAMOUNT
                       TO NTR-CREDIT-LIMIT(NTR-FOUND-IDX)
               END-IF
               PERFORM READ-CREDIT-ALERT
           END-PERFORM
           CLOSE CREDITALERTFEED
       END-IF.

GATHER-DD-ADVANCE-NOTICES.
       OPEN INPUT ADVANCENOTICEFEED
       IF WS-DDN-STATUS EQUAL TO "00"
           PERFORM READ-ADVANCE-NOTICE
           PERFORM UNTIL ENDOFADVANCENOTICES
               ADD 1 TO NET-TRIGGERS-READ
               IF DNQ-COUNT LESS THAN DD-NOTICE-TABLE-LIMIT
                   ADD 1 TO DNQ-COUNT
                   MOVE DDN-SUBSCRIBERID TO DNQ-SUBSCRIBERID(DNQ-COUNT)
                   MOVE DDN-INVOICENUMBER
                       TO DNQ-INVOICENUMBER(DNQ-COUNT)
                   MOVE DDN-AMOUNT TO DNQ-AMOUNT(DNQ-COUNT)
                   MOVE DDN-COLLECTDATE TO DNQ-COLLECTDATE(DNQ-COUNT)
                   MOVE DDN-MANDATEREF TO DNQ-MANDATEREF(DNQ-COUNT)
                   MOVE DDN-MASKEDACCOUNT
                       TO DNQ-MASKEDACCOUNT(DNQ-COUNT)
                   SET DNQ-TO-BE-SENT(DNQ-COUNT) TO TRUE
               ELSE
                   DISPLAY "ADVANCE NOTICE TABLE FULL - NOTICE FOR "
                       DDN-SUBSCRIBERID " INVOICE " DDN-INVOICENUMBER
                       " NOT PROCESSED"
               END-IF
               PERFORM READ-ADVANCE-NOTICE
           END-PERFORM
           CLOSE ADVANCENOTICEFEED
       END-IF.

MARK-DD-NOTICES-ALREADY-ISSUED.
       OPEN INPUT NOTICEISSUEDFILE
       IF WS-DNI-STATUS EQUAL TO "00"
           PERFORM READ-ISSUED-NOTICE
           PERFORM UNTIL ENDOFISSUEDNOTICES
               PERFORM VARYING DNQ-IDX FROM 1 BY 1
                       UNTIL DNQ-IDX GREATER THAN DNQ-COUNT
                   IF DNQ-INVOICENUMBER(DNQ-IDX) EQUAL TO
                           DNI-INVOICENUMBER
                       AND DNQ-SUBSCRIBERID(DNQ-IDX) EQUAL TO
                           DNI-SUBSCRIBERID
                       SET DNQ-ALREADY-ISSUED(DNQ-IDX) TO TRUE
                   END-IF
               END-PERFORM
               PERFORM READ-ISSUED-NOTICE
           END-PERFORM
           CLOSE NOTICEISSUEDFILE
       END-IF.

LOCATE-TRIGGER-ENTRY.
       MOVE ZERO TO NTR-FOUND-IDX
       PERFORM VARYING NTR-IDX FROM 1 BY 1
               MOVE "N" TO NTR-PAYMENT-FLAG(NTR-COUNT)
               MOVE ZERO TO NTR-USAGE-COST(NTR-COUNT)
               MOVE ZERO TO NTR-DUNNING-LEVEL(NTR-COUNT)
               MOVE "N" TO NTR-CREDIT-FLAG(NTR-COUNT)
               MOVE ZERO TO NTR-CREDIT-LEVEL(NTR-COUNT)
               MOVE ZERO TO NTR-CREDIT-LIMIT(NTR-COUNT)
               MOVE "N" TO NTR-ALREADY-SENT(NTR-COUNT)
               MOVE NTR-COUNT TO NTR-FOUND-IDX
           ELSE
               MOVE "*** UNKNOWN SUBSCRIBER ***" TO SMF-SUBSCRIBERNAME
               MOVE SPACES TO SMF-ADDRESSLINE1
               MOVE SPACES TO SMF-ADDRESSLINE2
               MOVE SPACES TO SMF-EBILLADDRESS
               MOVE SPACES TO SMF-LANGUAGECODE
               MOVE SPACES TO SMF-TAXJURISDICTION
       END-READ
       PERFORM RESOLVE-DOCUMENT-LANGUAGES
       IF NTR-PAYMENT-FLAG(NTR-IDX) EQUAL TO "Y"
               OR NTR-CREDIT-FLAG(NTR-IDX) EQUAL TO "Y"
           MOVE "B" TO WS-CONSENT-PURPOSE
       ELSE
           MOVE "S" TO WS-CONSENT-PURPOSE
       END-IF
       CALL "CONSENTCHECK" USING NTR-SUBSCRIBERID(NTR-IDX),
           WS-CONSENT-PURPOSE, WS-CONSENT-CHANNEL,
           WS-CONSENT-RESULT, WS-CONSENT-USE-CHANNEL
       IF PREFERS-EMAIL AND SMF-EBILLADDRESS NOT EQUAL TO SPACES
           PERFORM WRITE-ACCOUNT-ENOTICES
           MOVE "E" TO WS-NOTICE-CHANNEL
       ELSE
           IF PREFERS-UNAVAILABLE-CHANNEL
               ADD 1 TO NET-PREFERENCE-ON-PAPER
           END-IF
           PERFORM PRINT-ACCOUNT-PAPER-NOTICE
           MOVE "P" TO WS-NOTICE-CHANNEL
       END-IF
       PERFORM WRITE-NOTICE-LOG-RECORD
       ADD 1 TO NET-NOTICES-SENT
       END-IF.

PRINT-ACCOUNT-PAPER-NOTICE.
       IF WS-NOTICE-COUNT GREATER THAN ZERO
           MOVE SPACES TO NOTICELINE
           WRITE NOTICELINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-NOTICE-COUNT
       MOVE WS-DOC-FIRST-LANGUAGE TO WS-DOC-LANGUAGE
       PERFORM PRINT-ACCOUNT-NOTICE-TEXT
       IF WS-DOC-SECOND-LANGUAGE NOT EQUAL TO SPACES
           MOVE WS-DOC-SECOND-LANGUAGE TO WS-DOC-LANGUAGE
           MOVE SPACES TO NOTICELINE
           WRITE NOTICELINE AFTER ADVANCING PAGE
           PERFORM PRINT-ACCOUNT-NOTICE-TEXT
       END-IF.

PRINT-ACCOUNT-NOTICE-TEXT.
       MOVE SMF-SUBSCRIBERNAME TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE SMF-ADDRESSLINE1 TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE "NTCIMPT" TO TXR-TEXTID
       MOVE "IMPORTANT INFORMATION ABOUT YOUR ACCOUNT" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       IF NTR-USAGE-FLAG(NTR-IDX) EQUAL TO "Y"
           MOVE "NTCUSAGE" TO TXR-TEXTID
           MOVE "YOUR USAGE THIS MONTH HAS REACHED" TO TXR-TEXT
           MOVE NTR-USAGE-COST(NTR-IDX) TO TXR-AMOUNT
           PERFORM WRITE-NOTICE-AMOUNT-LINE
       END-IF
       IF NTR-PIN-FLAG(NTR-IDX) EQUAL TO "Y"
           MOVE "NTCPIN" TO TXR-TEXTID
           MOVE "PLEASE CHOOSE A NEW PIN - YOURS IS TOO WEAK"
               TO TXR-TEXT
           PERFORM WRITE-NOTICE-TEXT-LINE
       END-IF
       IF NTR-PAYMENT-FLAG(NTR-IDX) EQUAL TO "Y"
           MOVE "NTCOVER" TO TXR-TEXTID
           MOVE "YOUR ACCOUNT IS OVERDUE - PLEASE ARRANGE PAYMENT"
               TO TXR-TEXT
           PERFORM WRITE-NOTICE-TEXT-LINE
       END-IF
       IF NTR-CREDIT-FLAG(NTR-IDX) EQUAL TO "Y"
           MOVE NTR-CREDIT-LIMIT(NTR-IDX) TO TXR-AMOUNT
           IF NTR-CREDIT-LEVEL(NTR-IDX) GREATER THAN 1
               MOVE "NTCCRLIM" TO TXR-TEXTID
               MOVE "YOUR ACCOUNT HAS REACHED ITS CREDIT LIMIT OF"
                   TO TXR-TEXT
               PERFORM WRITE-NOTICE-AMOUNT-LINE
               MOVE "NTCRESTR" TO TXR-TEXTID
               MOVE "OUTGOING SERVICE MAY BE RESTRICTED UNTIL A "
                   & "PAYMENT IS MADE" TO TXR-TEXT
               PERFORM WRITE-NOTICE-TEXT-LINE
           ELSE
               MOVE "NTCCRNR" TO TXR-TEXTID
               MOVE "YOUR ACCOUNT IS NEARING ITS CREDIT LIMIT OF"
                   TO TXR-TEXT
               PERFORM WRITE-NOTICE-AMOUNT-LINE
           END-IF
       END-IF.

WRITE-ACCOUNT-ENOTICES.
       IF NTR-USAGE-FLAG(NTR-IDX) EQUAL TO "Y"
           PERFORM CLEAR-ACCOUNT-ENOTICE
           MOVE "UA" TO ENT-NOTICETYPE
           MOVE NTR-USAGE-COST(NTR-IDX) TO ENT-AMOUNT
           PERFORM WRITE-ENOTICE-RECORD
       END-IF
       IF NTR-PIN-FLAG(NTR-IDX) EQUAL TO "Y"
           PERFORM CLEAR-ACCOUNT-ENOTICE
           MOVE "PN" TO ENT-NOTICETYPE
           PERFORM WRITE-ENOTICE-RECORD
       END-IF
       IF NTR-PAYMENT-FLAG(NTR-IDX) EQUAL TO "Y"
           PERFORM CLEAR-ACCOUNT-ENOTICE
           MOVE "PR" TO ENT-NOTICETYPE
           PERFORM WRITE-ENOTICE-RECORD
       END-IF
       IF NTR-CREDIT-FLAG(NTR-IDX) EQUAL TO "Y"
           PERFORM CLEAR-ACCOUNT-ENOTICE
           MOVE "CL" TO ENT-NOTICETYPE
           MOVE NTR-CREDIT-LIMIT(NTR-IDX) TO ENT-AMOUNT
           PERFORM WRITE-ENOTICE-RECORD
       END-IF
       ADD 1 TO NET-NOTICES-BY-EBILL.

CLEAR-ACCOUNT-ENOTICE.
       MOVE SPACES TO ENOTICEREC
       MOVE NTR-SUBSCRIBERID(NTR-IDX) TO ENT-SUBSCRIBERID
       MOVE SMF-EBILLADDRESS TO ENT-EBILLADDRESS
       MOVE ZERO TO ENT-INVOICENUMBER
       MOVE ZERO TO ENT-AMOUNT
       MOVE ZERO TO ENT-COLLECTDATE
       MOVE ZERO TO ENT-MANDATEREF
       MOVE WS-DOC-FIRST-LANGUAGE TO ENT-LANGUAGECODE
       MOVE WS-DOC-SECOND-LANGUAGE TO ENT-SECOND-LANGUAGE.

WRITE-ENOTICE-RECORD.
       WRITE ENOTICEREC
       IF WS-ENT-STATUS NOT EQUAL TO "00"
           MOVE "ENOTICEFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-ENT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

ISSUE-DD-ADVANCE-NOTICES.
       OPEN EXTEND NOTICEISSUEDFILE
       IF WS-DNI-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT NOTICEISSUEDFILE
       END-IF
       IF WS-DNI-STATUS NOT EQUAL TO "00"
           MOVE "NOTICEISSUEDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DNI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM RENDER-ONE-DD-NOTICE
           VARYING DNQ-IDX FROM 1 BY 1
           UNTIL DNQ-IDX GREATER THAN DNQ-COUNT
       CLOSE NOTICEISSUEDFILE
       OPEN OUTPUT ADVANCENOTICEFEED
       IF WS-DDN-STATUS NOT EQUAL TO "00"
           MOVE "ADVANCENOTICEFEED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DDN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM VARYING DNQ-IDX FROM 1 BY 1
               UNTIL DNQ-IDX GREATER THAN DNQ-COUNT
           IF DNQ-UNDELIVERABLE(DNQ-IDX)
                   AND DNQ-COLLECTDATE(DNQ-IDX) GREATER THAN
                       RUN-DATE-YYYYMMDD
               PERFORM REQUEUE-DD-NOTICE
           END-IF
       END-PERFORM
       CLOSE ADVANCENOTICEFEED.

RENDER-ONE-DD-NOTICE.
       IF DNQ-ALREADY-ISSUED(DNQ-IDX)
           ADD 1 TO NET-DUPLICATES-HELD
       ELSE
       MOVE DNQ-SUBSCRIBERID(DNQ-IDX) TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               MOVE SPACE TO SMF-DELIVERYMETHOD
               MOVE "U" TO SMF-ADDRESSSTATUS
               MOVE SPACES TO SMF-EBILLADDRESS
               MOVE SPACES TO SMF-LANGUAGECODE
               MOVE SPACES TO SMF-TAXJURISDICTION
       END-READ
       PERFORM RESOLVE-DOCUMENT-LANGUAGES
       MOVE "B" TO WS-CONSENT-PURPOSE
       CALL "CONSENTCHECK" USING DNQ-SUBSCRIBERID(DNQ-IDX),
           WS-CONSENT-PURPOSE, WS-CONSENT-CHANNEL,
           WS-CONSENT-RESULT, WS-CONSENT-USE-CHANNEL
       IF PREFERS-POST AND NOT SMF-ADDRESS-UNDELIVERABLE
           PERFORM PRINT-DD-PAPER-NOTICE
           MOVE "P" TO WS-DD-CHANNEL
       ELSE
       IF (SMF-DELIVERY-EBILL OR PREFERS-EMAIL)
               AND SMF-EBILLADDRESS NOT EQUAL TO SPACES
           PERFORM WRITE-DD-ENOTICE
           MOVE "E" TO WS-DD-CHANNEL
       ELSE
       IF SMF-ADDRESS-UNDELIVERABLE
           SET DNQ-UNDELIVERABLE(DNQ-IDX) TO TRUE
           ADD 1 TO NET-DD-UNDELIVERABLE
           DISPLAY "DIRECT DEBIT ADVANCE NOTICE NOT SENT - "
               DNQ-SUBSCRIBERID(DNQ-IDX) " INVOICE "
               DNQ-INVOICENUMBER(DNQ-IDX) " - NO DELIVERABLE ADDRESS"
       ELSE
           PERFORM PRINT-DD-PAPER-NOTICE
           MOVE "P" TO WS-DD-CHANNEL
       END-IF
       END-IF
       END-IF
       IF NOT DNQ-UNDELIVERABLE(DNQ-IDX)
           PERFORM WRITE-NOTICE-ISSUED-RECORD
           ADD 1 TO NET-DD-NOTICES-SENT
       END-IF
       END-IF.

WRITE-DD-ENOTICE.
       MOVE SPACES TO ENOTICEREC
       MOVE DNQ-SUBSCRIBERID(DNQ-IDX) TO ENT-SUBSCRIBERID
       MOVE SMF-EBILLADDRESS TO ENT-EBILLADDRESS
       MOVE "DD" TO ENT-NOTICETYPE
       MOVE DNQ-INVOICENUMBER(DNQ-IDX) TO ENT-INVOICENUMBER
       MOVE DNQ-AMOUNT(DNQ-IDX) TO ENT-AMOUNT
       MOVE DNQ-COLLECTDATE(DNQ-IDX) TO ENT-COLLECTDATE
       MOVE DNQ-MANDATEREF(DNQ-IDX) TO ENT-MANDATEREF
       MOVE DNQ-MASKEDACCOUNT(DNQ-IDX) TO ENT-MASKEDACCOUNT
       MOVE WS-DOC-FIRST-LANGUAGE TO ENT-LANGUAGECODE
       MOVE WS-DOC-SECOND-LANGUAGE TO ENT-SECOND-LANGUAGE
       PERFORM WRITE-ENOTICE-RECORD
       ADD 1 TO NET-DD-BY-EBILL.

PRINT-DD-PAPER-NOTICE.
       IF WS-NOTICE-COUNT GREATER THAN ZERO
           MOVE SPACES TO NOTICELINE
           WRITE NOTICELINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-NOTICE-COUNT
       MOVE WS-DOC-FIRST-LANGUAGE TO WS-DOC-LANGUAGE
       PERFORM PRINT-DD-NOTICE-TEXT
       IF WS-DOC-SECOND-LANGUAGE NOT EQUAL TO SPACES
           MOVE WS-DOC-SECOND-LANGUAGE TO WS-DOC-LANGUAGE
           MOVE SPACES TO NOTICELINE
           WRITE NOTICELINE AFTER ADVANCING PAGE
           PERFORM PRINT-DD-NOTICE-TEXT
       END-IF.

PRINT-DD-NOTICE-TEXT.
       MOVE SMF-SUBSCRIBERNAME TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE SMF-ADDRESSLINE1 TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE SMF-ADDRESSLINE2 TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE "DDADVHDR" TO TXR-TEXTID
       MOVE "ADVANCE NOTICE OF DIRECT DEBIT COLLECTION" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE "DDAMOUNT" TO TXR-TEXTID
       MOVE "AMOUNT TO BE COLLECTED:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO WS-NOTICE-LABEL
       MOVE DNQ-AMOUNT(DNQ-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(15:10) TO PRN-AMOUNT
       MOVE SPACES TO NOTICELINE
       STRING "  " WS-NOTICE-LABEL PRN-AMOUNT
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE "DDONDATE" TO TXR-TEXTID
       MOVE "ON OR SHORTLY AFTER:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO WS-NOTICE-LABEL
       MOVE DNQ-COLLECTDATE(DNQ-IDX) TO TXR-DATE
       PERFORM FORMAT-DOCUMENT-DATE
       MOVE TXR-DATE-TEXT TO WS-DISPLAY-DATE
       MOVE SPACES TO NOTICELINE
       STRING "  " WS-NOTICE-LABEL WS-DISPLAY-DATE
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE "DDMANDAT" TO TXR-TEXTID
       MOVE "MANDATE REFERENCE:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO WS-NOTICE-LABEL
       MOVE SPACES TO NOTICELINE
       STRING "  " WS-NOTICE-LABEL DNQ-MANDATEREF(DNQ-IDX)
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE "DDFROMAC" TO TXR-TEXTID
       MOVE "FROM ACCOUNT:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO WS-NOTICE-LABEL
       MOVE SPACES TO NOTICELINE
       STRING "  " WS-NOTICE-LABEL DNQ-MASKEDACCOUNT(DNQ-IDX)
           DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE
       MOVE SPACES TO NOTICELINE
       PERFORM WRITE-NOTICE-LINE
       MOVE "DDGUARAN" TO TXR-TEXTID
       MOVE "THIS PAYMENT IS PROTECTED BY THE DIRECT DEBIT GUARANTEE"
           TO TXR-TEXT
       PERFORM WRITE-NOTICE-TEXT-LINE.

RESOLVE-DOCUMENT-LANGUAGES.
       MOVE SMF-LANGUAGECODE TO TXR-LANGUAGE
       MOVE SMF-TAXJURISDICTION TO TXR-JURISDICTION
       MOVE RUN-DATE-YYYYMMDD TO TXR-DATE
       SET TXR-RESOLVE-LANGUAGES TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST
       MOVE TXR-LANGUAGE TO WS-DOC-FIRST-LANGUAGE
       MOVE TXR-SECOND-LANGUAGE TO WS-DOC-SECOND-LANGUAGE.

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

WRITE-NOTICE-TEXT-LINE.
       PERFORM GET-DOCUMENT-TEXT
       MOVE SPACES TO NOTICELINE
       STRING "  " TXR-TEXT DELIMITED BY SIZE INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE.

WRITE-NOTICE-AMOUNT-LINE.
       PERFORM GET-DOCUMENT-TEXT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(15:10) TO PRN-AMOUNT
       MOVE SPACES TO NOTICELINE
       STRING "  " TXR-TEXT DELIMITED BY "  "
           " " PRN-AMOUNT DELIMITED BY SIZE
           INTO NOTICELINE
       END-STRING
       PERFORM WRITE-NOTICE-LINE.

WRITE-NOTICE-ISSUED-RECORD.
       MOVE SPACES TO NOTICEISSUEDREC
       MOVE DNQ-SUBSCRIBERID(DNQ-IDX) TO DNI-SUBSCRIBERID
       MOVE DNQ-INVOICENUMBER(DNQ-IDX) TO DNI-INVOICENUMBER
       MOVE DNQ-AMOUNT(DNQ-IDX) TO DNI-AMOUNT
       MOVE DNQ-COLLECTDATE(DNQ-IDX) TO DNI-COLLECTDATE
       MOVE DNQ-MANDATEREF(DNQ-IDX) TO DNI-MANDATEREF
       MOVE DNQ-MASKEDACCOUNT(DNQ-IDX) TO DNI-MASKEDACCOUNT
       MOVE RUN-DATE-YYYYMMDD TO DNI-NOTICEDATE
       MOVE WS-DD-CHANNEL TO DNI-CHANNEL
       WRITE NOTICEISSUEDREC
       IF WS-DNI-STATUS NOT EQUAL TO "00"
           MOVE "NOTICEISSUEDFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DNI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REQUEUE-DD-NOTICE.
       MOVE SPACES TO ADVANCENOTICEREC
       MOVE DNQ-SUBSCRIBERID(DNQ-IDX) TO DDN-SUBSCRIBERID
       MOVE DNQ-INVOICENUMBER(DNQ-IDX) TO DDN-INVOICENUMBER
       MOVE DNQ-AMOUNT(DNQ-IDX) TO DDN-AMOUNT
       MOVE DNQ-COLLECTDATE(DNQ-IDX) TO DDN-COLLECTDATE
       MOVE DNQ-MANDATEREF(DNQ-IDX) TO DDN-MANDATEREF
       MOVE DNQ-MASKEDACCOUNT(DNQ-IDX) TO DDN-MASKEDACCOUNT
       MOVE RUN-DATE-YYYYMMDD TO DDN-NOTICEDATE
       WRITE ADVANCENOTICEREC
       IF WS-DDN-STATUS NOT EQUAL TO "00"
           MOVE "ADVANCENOTICEFEED" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-DDN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-NOTICE-LOG-RECORD.
       MOVE NTR-USAGE-FLAG(NTR-IDX) TO NTL-USAGE-FLAG
       MOVE NTR-PIN-FLAG(NTR-IDX) TO NTL-PIN-FLAG
       MOVE NTR-PAYMENT-FLAG(NTR-IDX) TO NTL-PAYMENT-FLAG
       MOVE NTR-CREDIT-FLAG(NTR-IDX) TO NTL-CREDIT-FLAG
       MOVE WS-NOTICE-CHANNEL TO NTL-CHANNEL
       WRITE NOTICELOGREC
       IF WS-NTL-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING NOTICE LOG - FILE STATUS "
       READ PAYMENTREMINDERFEED AT END SET ENDOFPAYREMINDERS TO TRUE
       END-READ.

READ-CREDIT-ALERT.
       READ CREDITALERTFEED AT END SET ENDOFCREDITALERTS TO TRUE
       END-READ.

READ-NOTICE-LOG-RECORD.
       READ NOTICELOGFILE AT END SET ENDOFNOTICELOG TO TRUE
       END-READ.

READ-ADVANCE-NOTICE.
       READ ADVANCENOTICEFEED AT END SET ENDOFADVANCENOTICES TO TRUE
       END-READ.

READ-ISSUED-NOTICE.
       READ NOTICEISSUEDFILE AT END SET ENDOFISSUEDNOTICES TO TRUE
       END-READ.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
