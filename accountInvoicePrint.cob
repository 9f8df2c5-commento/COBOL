           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASD-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT ACCOUNTPRINTFILE ASSIGN TO "AccountInvoicePrint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.
       02  ASD-BILLEDAMOUNT        PIC 9(7)V99.
       02  ASD-BILLINGPERIOD       PIC 9(6).
       02  ASD-DUEDATE             PIC 9(8).
       02  ASD-POOLED-FLAG         PIC X.
           88  ASD-POOLED-MEMBER   VALUE "Y".
       02  ASD-POOL-MINUTES        PIC 9(7).
       02  ASD-POOL-MESSAGES       PIC 9(7).
       02  ASD-POOL-MB             PIC 9(7).
       02  ASD-USED-MINUTES        PIC 9(7).
       02  ASD-USED-MESSAGES       PIC 9(7).
       02  ASD-USED-MB             PIC 9(7).
       02  ASD-SHARE-MINUTES       PIC 9(7).
       02  ASD-SHARE-MESSAGES      PIC 9(7).
       02  ASD-SHARE-MB            PIC 9(7).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     ACCOUNTPRINTFILE.
01     ACCOUNTPRINTLINE            PIC X(80).
01     WS-AIF-STATUS               PIC XX.
01     WS-ASD-STATUS               PIC XX.
01     WS-PRT-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
       02  API-PAGES-PRINTED       PIC 9(6) VALUE ZERO.
       02  API-BILLED-TOTAL        PIC 9(11)V99 VALUE ZERO.

01     ACCOUNT-POOL-VALUES.
       02  ACP-POOLED-FLAG         PIC X.
           88  ACCOUNT-HAS-POOL    VALUE "Y".
       02  ACP-POOL-MINUTES        PIC 9(7).
       02  ACP-POOL-MESSAGES       PIC 9(7).
       02  ACP-POOL-MB             PIC 9(7).
       02  ACP-USED-MINUTES        PIC 9(7).
       02  ACP-USED-MESSAGES       PIC 9(7).
       02  ACP-USED-MB             PIC 9(7).

01     ACCOUNT-MEMBER-LIMIT        PIC 9(4) VALUE 1000.
01     ACCOUNT-MEMBER-STORAGE.
       02  AMT-COUNT               PIC 9(4) VALUE ZERO.
       02  AMT-ENTRY OCCURS 1000 TIMES.
           03  AMT-SUBSCRIBERID    PIC 9(10).
           03  AMT-SUBSCRIBERTOTAL PIC 9(7)V99.
           03  AMT-TAXAMOUNT       PIC 9(6)V99.
           03  AMT-BILLEDAMOUNT    PIC 9(7)V99.
           03  AMT-POOLED-FLAG     PIC X.
               88  AMT-POOLED-MEMBER VALUE "Y".
           03  AMT-SHARE-MINUTES   PIC 9(7).
           03  AMT-SHARE-MESSAGES  PIC 9(7).
           03  AMT-SHARE-MB        PIC 9(7).
01     AMT-IDX                     PIC 9(4).
01     WS-ACCOUNT-NAME-SWITCH      PIC X.
       88  ACCOUNT-NAME-FOUND      VALUE "Y".
01     WS-ACCOUNT-NAME             PIC X(25).
01     WS-LANGUAGE-SOURCE-SWITCH   PIC X.
       88  LANGUAGE-SOURCE-FOUND   VALUE "Y".
01     WS-ACCOUNT-LANGUAGE         PIC X(2).
01     WS-ACCOUNT-JURISDICTION     PIC X(2).
01     WS-RUN-DATE                 PIC 9(8).

       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.
01     WS-DOC-LANGUAGE             PIC X(2).
01     WS-DOC-FIRST-LANGUAGE       PIC X(2).
01     WS-DOC-SECOND-LANGUAGE      PIC X(2).

01     LINESONPAGE                 PIC 99 VALUE ZERO.
01     MAXLINESPERPAGE             PIC 99 VALUE 55.
01     WS-PAGE-NUMBER              PIC 9(5) VALUE ZERO.

01     PAGENUMBERLINE.
       02  FILLER                  PIC X(68) VALUE SPACES.
       02  PRN-PAGE-CAPTION        PIC X(5).
       02  PRN-PAGE-NUMBER         PIC ZZZZ9.

01     ACCOUNTHEADERLINE.
       02  PRN-ACCOUNT-CAPTION     PIC X(27).
       02  PRN-ACCOUNT-KEY         PIC X(11).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PERIOD-CAPTION      PIC X(7).
       02  PRN-PERIOD-MONTH        PIC Z9.
       02  FILLER                  PIC X VALUE "/".
       02  PRN-PERIOD-YEAR         PIC 9(4).

01     MEMBERSECTIONLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-LINE-CAPTION        PIC X(5).
       02  PRN-MEMBER-ID           PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-CHARGES-CAPTION     PIC X(8).
       02  PRN-MEMBER-CHARGES      PIC X(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-TAX-CAPTION         PIC X(4).
       02  PRN-MEMBER-TAX          PIC X(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-BILLED-CAPTION      PIC X(7).
       02  PRN-MEMBER-BILLED       PIC X(10).

01     MEMBERPOOLSHARELINE.
       02  FILLER                  PIC X(10) VALUE SPACES.
       02  PRN-SHARE-CAPTION       PIC X(16).
       02  PRN-SHARE-MINUTES       PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " MIN  ".
       02  PRN-SHARE-MESSAGES      PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " SMS  ".
       02  PRN-SHARE-MB            PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE " MB".

01     ACCOUNTPOOLLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-POOL-CAPTION        PIC X(21).
       02  PRN-POOL-MINUTES        PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " MIN  ".
       02  PRN-POOL-MESSAGES       PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " SMS  ".
       02  PRN-POOL-MB             PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE " MB".

01     DETAILAMOUNTLINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-DETAIL-CAPTION      PIC X(20).
       02  PRN-DETAIL-AMOUNT       PIC X(14).

01     DUEDATELINE.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-DUE-CAPTION         PIC X(20).
       02  PRN-DUE-DATE            PIC X(10).

01     WS-MSG-ACTION               PIC X.
01     WS-MSG-PROGRAM              PIC X(12) VALUE "ACCTINVPRINT".
       COPY "BILLMESSAGEBOX.cpy"
           REPLACING ==:RECNAME:== BY ==ACCOUNT-MESSAGE-BOX==
                     ==:PREFIX:==  BY ==AMB-==.
01     AMB-IDX                     PIC 9.
01     AMB-LINE-IDX                PIC 9.

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

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-TOTAL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           MOVE WS-ASD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT ACCOUNTPRINTFILE
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "ACCOUNTPRINTFILE" TO ABEND-FILE-NAME
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       PERFORM READ-ACCOUNT-FEED-RECORD
       PERFORM READ-ACCOUNT-SORTED-RECORD
       PERFORM UNTIL ENDOFACCOUNTFEED
       END-PERFORM
       CLOSE ACCOUNTINVOICEFEED
       CLOSE ACCOUNTSORTED
       CLOSE SUBSCRIBERMASTER
       CLOSE ACCOUNTPRINTFILE
       MOVE "F" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           AIF-BILLINGPERIOD, SUBSCRIBERMASTERREC, ACCOUNT-MESSAGE-BOX
       MOVE API-INVOICES-PRINTED TO PRN-COUNT
       DISPLAY "ACCTINVOICEPRINT -- INVOICES: " PRN-COUNT
           "  MEMBER SECTIONS: " API-MEMBER-SECTIONS
       STOP RUN.

PRINT-ONE-ACCOUNT-INVOICE.
       MOVE "B" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           AIF-BILLINGPERIOD, SUBSCRIBERMASTERREC, ACCOUNT-MESSAGE-BOX
       PERFORM SYNCHRONIZE-MEMBER-LINES
       MOVE "S" TO WS-MSG-ACTION
       CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
           AIF-BILLINGPERIOD, SUBSCRIBERMASTERREC, ACCOUNT-MESSAGE-BOX
       PERFORM RESOLVE-DOCUMENT-LANGUAGES
       MOVE WS-DOC-FIRST-LANGUAGE TO WS-DOC-LANGUAGE
       PERFORM PRINT-ACCOUNT-INVOICE-COPY
       IF WS-DOC-SECOND-LANGUAGE NOT EQUAL TO SPACES
           MOVE WS-DOC-SECOND-LANGUAGE TO WS-DOC-LANGUAGE
           PERFORM PRINT-ACCOUNT-INVOICE-COPY
       END-IF
       ADD 1 TO API-INVOICES-PRINTED
       ADD AIF-BILLEDTOTAL TO API-BILLED-TOTAL.

PRINT-ACCOUNT-INVOICE-COPY.
       MOVE "PAGE" TO TXR-TEXTID
       MOVE "PAGE" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-PAGE-CAPTION
       PERFORM START-NEW-INVOICE-PAGE
       MOVE REMIT-NAME TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE SPACES TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE "ACCTINV" TO TXR-TEXTID
       MOVE "CONSOLIDATED INVOICE FOR" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-ACCOUNT-CAPTION
       MOVE "PERIOD" TO TXR-TEXTID
       MOVE "PERIOD" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-PERIOD-CAPTION
       MOVE AIF-ACCOUNT-KEY TO PRN-ACCOUNT-KEY
       MOVE AIF-BILLINGPERIOD(5:2) TO PRN-PERIOD-MONTH
       MOVE AIF-BILLINGPERIOD(1:4) TO PRN-PERIOD-YEAR
       MOVE ACCOUNTHEADERLINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       IF ACCOUNT-NAME-FOUND
           MOVE WS-ACCOUNT-NAME TO PRN-ACCOUNT-NAME
           MOVE ACCOUNTNAMELINE TO ACCOUNTPRINTLINE
           PERFORM WRITE-ACCOUNT-PRINT-LINE
           MOVE SPACES TO ACCOUNTPRINTLINE
           PERFORM WRITE-ACCOUNT-PRINT-LINE
       END-IF
       PERFORM VARYING AMT-IDX FROM 1 BY 1
               UNTIL AMT-IDX GREATER THAN AMT-COUNT
           PERFORM PRINT-MEMBER-SECTION
       END-PERFORM
       IF ACCOUNT-HAS-POOL
           PERFORM PRINT-ACCOUNT-POOL-LINES
       END-IF
       MOVE SPACES TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE "ACCTCHG" TO TXR-TEXTID
       MOVE "ACCOUNT CHARGES" TO TXR-TEXT
       MOVE AIF-ACCOUNTTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "ACCTTAX" TO TXR-TEXTID
       MOVE "ACCOUNT TAX" TO TXR-TEXT
       MOVE AIF-TAXTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "AMTDUE" TO TXR-TEXTID
       MOVE "AMOUNT DUE" TO TXR-TEXT
       MOVE AIF-BILLEDTOTAL TO TXR-AMOUNT
       PERFORM WRITE-DETAIL-AMOUNT-LINE
       MOVE "DUEBY" TO TXR-TEXTID
       MOVE "PAYMENT DUE BY" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-DUE-CAPTION
       MOVE AIF-DUEDATE TO TXR-DATE
       PERFORM FORMAT-DOCUMENT-DATE
       MOVE TXR-DATE-TEXT TO PRN-DUE-DATE
       MOVE DUEDATELINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       IF AMB-COUNT GREATER THAN ZERO
           PERFORM PRINT-ACCOUNT-MESSAGE-BOX
       END-IF.

SYNCHRONIZE-MEMBER-LINES.
       MOVE "N" TO ACP-POOLED-FLAG
       MOVE "N" TO WS-ACCOUNT-NAME-SWITCH
       MOVE "N" TO WS-LANGUAGE-SOURCE-SWITCH
       MOVE SPACES TO WS-ACCOUNT-LANGUAGE
       MOVE SPACES TO WS-ACCOUNT-JURISDICTION
       MOVE ZERO TO AMT-COUNT
       PERFORM UNTIL ENDOFACCOUNTSORTED
               OR ASD-ACCOUNT-KEY GREATER THAN
                   OR EQUAL TO AIF-ACCOUNT-KEY
       END-PERFORM
       IF NOT ENDOFACCOUNTSORTED
               AND ASD-ACCOUNT-KEY EQUAL TO AIF-ACCOUNT-KEY
           SET ACCOUNT-NAME-FOUND TO TRUE
           MOVE ASD-ACCOUNTNAME TO WS-ACCOUNT-NAME
       END-IF
       PERFORM UNTIL ENDOFACCOUNTSORTED
               OR ASD-ACCOUNT-KEY NOT EQUAL TO AIF-ACCOUNT-KEY
           IF AMT-COUNT NOT LESS THAN ACCOUNT-MEMBER-LIMIT
               DISPLAY "ACCTINVOICEPRINT -- ACCOUNT " AIF-ACCOUNT-KEY
                   " HAS MORE THAN " ACCOUNT-MEMBER-LIMIT
                   " MEMBER LINES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO AMT-COUNT
           MOVE ASD-SUBSCRIBERID TO AMT-SUBSCRIBERID(AMT-COUNT)
           MOVE ASD-SUBSCRIBERTOTAL TO AMT-SUBSCRIBERTOTAL(AMT-COUNT)
           MOVE ASD-TAXAMOUNT TO AMT-TAXAMOUNT(AMT-COUNT)
           MOVE ASD-BILLEDAMOUNT TO AMT-BILLEDAMOUNT(AMT-COUNT)
           MOVE ASD-POOLED-FLAG TO AMT-POOLED-FLAG(AMT-COUNT)
           MOVE ASD-SHARE-MINUTES TO AMT-SHARE-MINUTES(AMT-COUNT)
           MOVE ASD-SHARE-MESSAGES TO AMT-SHARE-MESSAGES(AMT-COUNT)
           MOVE ASD-SHARE-MB TO AMT-SHARE-MB(AMT-COUNT)
           IF ASD-POOLED-MEMBER
               PERFORM KEEP-ACCOUNT-POOL-VALUES
           END-IF
           PERFORM CONSIDER-MEMBER-MESSAGES
           ADD 1 TO API-MEMBER-SECTIONS
           PERFORM READ-ACCOUNT-SORTED-RECORD
       END-PERFORM.

CONSIDER-MEMBER-MESSAGES.
       MOVE ASD-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF NOT LANGUAGE-SOURCE-FOUND
                   SET LANGUAGE-SOURCE-FOUND TO TRUE
                   MOVE SMF-LANGUAGECODE TO WS-ACCOUNT-LANGUAGE
                   MOVE SMF-TAXJURISDICTION TO WS-ACCOUNT-JURISDICTION
               END-IF
               MOVE "L" TO WS-MSG-ACTION
               CALL "BILLMESSAGE" USING WS-MSG-ACTION, WS-MSG-PROGRAM,
                   AIF-BILLINGPERIOD, SUBSCRIBERMASTERREC,
                   ACCOUNT-MESSAGE-BOX
       END-READ.

PRINT-MEMBER-SECTION.
       MOVE "LINE" TO TXR-TEXTID
       MOVE "LINE" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-LINE-CAPTION
       MOVE "CHARGES" TO TXR-TEXTID
       MOVE "CHARGES" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-CHARGES-CAPTION
       MOVE "TAX" TO TXR-TEXTID
       MOVE "TAX" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-TAX-CAPTION
       MOVE "BILLED" TO TXR-TEXTID
       MOVE "BILLED" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-BILLED-CAPTION
       MOVE AMT-SUBSCRIBERID(AMT-IDX) TO PRN-MEMBER-ID
       MOVE AMT-SUBSCRIBERTOTAL(AMT-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(15:10) TO PRN-MEMBER-CHARGES
       MOVE AMT-TAXAMOUNT(AMT-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(15:10) TO PRN-MEMBER-TAX
       MOVE AMT-BILLEDAMOUNT(AMT-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(15:10) TO PRN-MEMBER-BILLED
       MOVE MEMBERSECTIONLINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       IF AMT-POOLED-MEMBER(AMT-IDX)
           PERFORM PRINT-MEMBER-POOL-SHARE
       END-IF.

PRINT-ACCOUNT-MESSAGE-BOX.
       MOVE SPACES TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE MESSAGEBOXRULE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       PERFORM VARYING AMB-IDX FROM 1 BY 1 UNTIL AMB-IDX > AMB-COUNT
           IF AMB-IDX GREATER THAN 1
               MOVE SPACES TO PRN-MESSAGE-TEXT
               MOVE MESSAGEBOXLINE TO ACCOUNTPRINTLINE
               PERFORM WRITE-ACCOUNT-PRINT-LINE
           END-IF
           PERFORM VARYING AMB-LINE-IDX FROM 1 BY 1
                   UNTIL AMB-LINE-IDX > 3
               IF AMB-TEXTLINE(AMB-IDX, AMB-LINE-IDX) NOT EQUAL TO SPACES
                   MOVE AMB-TEXTLINE(AMB-IDX, AMB-LINE-IDX)
                       TO PRN-MESSAGE-TEXT
                   MOVE MESSAGEBOXLINE TO ACCOUNTPRINTLINE
                   PERFORM WRITE-ACCOUNT-PRINT-LINE
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE MESSAGEBOXRULE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE.

KEEP-ACCOUNT-POOL-VALUES.
       SET ACCOUNT-HAS-POOL TO TRUE
       MOVE ASD-POOL-MINUTES TO ACP-POOL-MINUTES
       MOVE ASD-POOL-MESSAGES TO ACP-POOL-MESSAGES
       MOVE ASD-POOL-MB TO ACP-POOL-MB
       MOVE ASD-USED-MINUTES TO ACP-USED-MINUTES
       MOVE ASD-USED-MESSAGES TO ACP-USED-MESSAGES
       MOVE ASD-USED-MB TO ACP-USED-MB.

PRINT-MEMBER-POOL-SHARE.
       MOVE "ALLOWSHR" TO TXR-TEXTID
       MOVE "ALLOWANCE SHARE" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-SHARE-CAPTION
       MOVE AMT-SHARE-MINUTES(AMT-IDX) TO PRN-SHARE-MINUTES
       MOVE AMT-SHARE-MESSAGES(AMT-IDX) TO PRN-SHARE-MESSAGES
       MOVE AMT-SHARE-MB(AMT-IDX) TO PRN-SHARE-MB
       MOVE MEMBERPOOLSHARELINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE.

PRINT-ACCOUNT-POOL-LINES.
       MOVE SPACES TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE "POOL" TO TXR-TEXTID
       MOVE "SHARED ALLOWANCE POOL" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-POOL-CAPTION
       MOVE ACP-POOL-MINUTES TO PRN-POOL-MINUTES
       MOVE ACP-POOL-MESSAGES TO PRN-POOL-MESSAGES
       MOVE ACP-POOL-MB TO PRN-POOL-MB
       MOVE ACCOUNTPOOLLINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE "POOLUSED" TO TXR-TEXTID
       MOVE "POOL USED" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-POOL-CAPTION
       MOVE ACP-USED-MINUTES TO PRN-POOL-MINUTES
       MOVE ACP-USED-MESSAGES TO PRN-POOL-MESSAGES
       MOVE ACP-USED-MB TO PRN-POOL-MB
       MOVE ACCOUNTPOOLLINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE.

START-NEW-INVOICE-PAGE.
       IF API-PAGES-PRINTED GREATER THAN ZERO
           MOVE SPACES TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE
       MOVE ZERO TO LINESONPAGE.

RESOLVE-DOCUMENT-LANGUAGES.
       MOVE WS-ACCOUNT-LANGUAGE TO TXR-LANGUAGE
       MOVE WS-ACCOUNT-JURISDICTION TO TXR-JURISDICTION
       MOVE WS-RUN-DATE TO TXR-DATE
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

WRITE-DETAIL-AMOUNT-LINE.
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-DETAIL-CAPTION
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(11:14) TO PRN-DETAIL-AMOUNT
       MOVE DETAILAMOUNTLINE TO ACCOUNTPRINTLINE
       PERFORM WRITE-ACCOUNT-PRINT-LINE.

WRITE-ACCOUNT-PRINT-LINE.
       IF LINESONPAGE GREATER THAN OR EQUAL TO MAXLINESPERPAGE
           MOVE SPACES TO ACCOUNTPRINTLINE
