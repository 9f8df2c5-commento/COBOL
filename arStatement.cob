       02  SBT-PAID-TOTAL          PIC S9(9)V99.
       02  SBT-ITEM-COUNT          PIC 9(5).

01     STATEMENT-ITEM-LIMIT        PIC 9(4) VALUE 500.
01     STATEMENT-ITEM-STORAGE.
       02  STI-COUNT               PIC 9(4) VALUE ZERO.
       02  STI-ENTRY OCCURS 500 TIMES.
           03  STI-INVOICENUMBER   PIC 9(10).
           03  STI-PERIOD          PIC 9(6).
           03  STI-DUEDATE         PIC 9(8).
           03  STI-ORIGINAL        PIC S9(7)V99.
           03  STI-PAID            PIC S9(7)V99.
           03  STI-OPEN            PIC S9(7)V99.
           03  STI-DAYS-OVERDUE    PIC S9(5).
           03  STI-STATUS          PIC X.
01     STI-IDX                     PIC 9(4).

       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.
01     WS-DOC-LANGUAGE             PIC X(2).
01     WS-DOC-FIRST-LANGUAGE       PIC X(2).
01     WS-DOC-SECOND-LANGUAGE      PIC X(2).

01     RUN-TOTALS.
       02  AST-SUBSCRIBERS         PIC 9(7) VALUE ZERO.
       02  AST-ITEMS-READ          PIC 9(7) VALUE ZERO.
       02  AST-OPEN-BALANCE        PIC S9(11)V99 VALUE ZERO.

01     STATEMENTHEADERLINE.
       02  PRN-SUBSCRIBER-CAPTION  PIC X(11).
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-SUBSCRIBERNAME      PIC X(25).

01     ITEMCOLUMNHEADER.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-INVOICE         PIC X(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-PERIOD          PIC X(6).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-DUEDATE         PIC X(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-ORIGINAL        PIC X(11).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-PAID            PIC X(11).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-OPEN            PIC X(11).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COL-DAYS            PIC X(16).
       02  PRN-COL-STATUS          PIC X(8).

01     ITEMDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PERIOD              PIC 9(6).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DUEDATE             PIC X(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ORIGINAL            PIC X(11).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PAID                PIC X(11).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-OPEN                PIC X(11).
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  PRN-DAYS-OVERDUE        PIC ZZZZ9-.
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  PRN-ITEM-STATUS         PIC X.

01     PRN-BALANCE                 PIC $$$,$$$,$$9.99-.
01     PRN-STATEMENT-BALANCE       PIC X(15).
01     PRN-COUNT                   PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
           ADD 1 TO AST-ITEMS-READ
           IF OPI-SUBSCRIBERID NOT EQUAL TO PREV-SUBSCRIBERID
               IF NOT FIRST-OPEN-ITEM
                   PERFORM PRINT-SUBSCRIBER-STATEMENT
               END-IF
               PERFORM START-NEW-SUBSCRIBER-STATEMENT
           END-IF
           PERFORM KEEP-ONE-OPEN-ITEM
           PERFORM READ-OPEN-ITEM-RECORD
       END-PERFORM
       IF NOT FIRST-OPEN-ITEM
           PERFORM PRINT-SUBSCRIBER-STATEMENT
       END-IF
       MOVE SPACES TO STATEMENTREPORTLINE
       PERFORM WRITE-STATEMENT-REPORT-LINE
       MOVE "N" TO WS-FIRST-ITEM-SWITCH
       MOVE OPI-SUBSCRIBERID TO PREV-SUBSCRIBERID
       MOVE ZEROS TO SUBSCRIBER-TOTALS
       MOVE ZERO TO STI-COUNT
       ADD 1 TO AST-SUBSCRIBERS
       MOVE OPI-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               MOVE "*** UNKNOWN SUBSCRIBER ***" TO SMF-SUBSCRIBERNAME
               MOVE SPACES TO SMF-LANGUAGECODE
               MOVE SPACES TO SMF-TAXJURISDICTION
       END-READ
       MOVE SMF-LANGUAGECODE TO TXR-LANGUAGE
       MOVE SMF-TAXJURISDICTION TO TXR-JURISDICTION
       MOVE RUN-DATE-YYYYMMDD TO TXR-DATE
       SET TXR-RESOLVE-LANGUAGES TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST
       MOVE TXR-LANGUAGE TO WS-DOC-FIRST-LANGUAGE
       MOVE TXR-SECOND-LANGUAGE TO WS-DOC-SECOND-LANGUAGE.

KEEP-ONE-OPEN-ITEM.
       COMPUTE WS-PAID-TO-DATE =
           OPI-ORIGINAL-AMOUNT - OPI-OPEN-AMOUNT
       MOVE ZERO TO WS-DAYS-OVERDUE
               MOVE ZERO TO WS-DAYS-OVERDUE
           END-IF
       END-IF
       IF STI-COUNT NOT LESS THAN STATEMENT-ITEM-LIMIT
           DISPLAY "ARSTATEMENT -- SUBSCRIBER " OPI-SUBSCRIBERID
               " HAS MORE THAN " STATEMENT-ITEM-LIMIT " OPEN ITEMS"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO STI-COUNT
       MOVE OPI-INVOICENUMBER TO STI-INVOICENUMBER(STI-COUNT)
       MOVE OPI-BILLINGPERIOD TO STI-PERIOD(STI-COUNT)
       MOVE OPI-DUEDATE TO STI-DUEDATE(STI-COUNT)
       MOVE OPI-ORIGINAL-AMOUNT TO STI-ORIGINAL(STI-COUNT)
       MOVE WS-PAID-TO-DATE TO STI-PAID(STI-COUNT)
       MOVE OPI-OPEN-AMOUNT TO STI-OPEN(STI-COUNT)
       MOVE WS-DAYS-OVERDUE TO STI-DAYS-OVERDUE(STI-COUNT)
       MOVE OPI-STATUS TO STI-STATUS(STI-COUNT)
       ADD 1 TO SBT-ITEM-COUNT
       ADD OPI-OPEN-AMOUNT TO SBT-OPEN-BALANCE
       ADD WS-PAID-TO-DATE TO SBT-PAID-TOTAL.

PRINT-SUBSCRIBER-STATEMENT.
       MOVE WS-DOC-FIRST-LANGUAGE TO WS-DOC-LANGUAGE
       PERFORM PRINT-STATEMENT-IN-LANGUAGE
       IF WS-DOC-SECOND-LANGUAGE NOT EQUAL TO SPACES
           MOVE WS-DOC-SECOND-LANGUAGE TO WS-DOC-LANGUAGE
           PERFORM PRINT-STATEMENT-IN-LANGUAGE
       END-IF
       ADD SBT-OPEN-BALANCE TO AST-OPEN-BALANCE.

PRINT-STATEMENT-IN-LANGUAGE.
       MOVE SPACES TO STATEMENTREPORTLINE
       PERFORM WRITE-STATEMENT-REPORT-LINE
       MOVE "SUBSCR" TO TXR-TEXTID
       MOVE "SUBSCRIBER" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-SUBSCRIBER-CAPTION
       MOVE PREV-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE SMF-SUBSCRIBERNAME TO PRN-SUBSCRIBERNAME
       MOVE STATEMENTHEADERLINE TO STATEMENTREPORTLINE
       PERFORM WRITE-STATEMENT-REPORT-LINE
       PERFORM SET-ITEM-COLUMN-HEADER
       MOVE ITEMCOLUMNHEADER TO STATEMENTREPORTLINE
       PERFORM WRITE-STATEMENT-REPORT-LINE
       PERFORM VARYING STI-IDX FROM 1 BY 1
               UNTIL STI-IDX GREATER THAN STI-COUNT
           PERFORM PRINT-ONE-OPEN-ITEM
       END-PERFORM
       PERFORM PRINT-SUBSCRIBER-TOTALS.

SET-ITEM-COLUMN-HEADER.
       MOVE "COLINV" TO TXR-TEXTID
       MOVE "INVOICE" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-INVOICE
       MOVE "COLPERD" TO TXR-TEXTID
       MOVE "PERIOD" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-PERIOD
       MOVE "COLDUE" TO TXR-TEXTID
       MOVE "DUE DATE" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-DUEDATE
       MOVE "COLORIG" TO TXR-TEXTID
       MOVE "ORIGINAL" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-ORIGINAL
       MOVE "COLPAID" TO TXR-TEXTID
       MOVE "PAID" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-PAID
       MOVE "COLOPEN" TO TXR-TEXTID
       MOVE "OPEN" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-OPEN
       MOVE "COLDAYS" TO TXR-TEXTID
       MOVE "DAYS OVERDUE" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-DAYS
       MOVE "COLSTAT" TO TXR-TEXTID
       MOVE "STATUS" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO PRN-COL-STATUS.

PRINT-ONE-OPEN-ITEM.
       MOVE STI-INVOICENUMBER(STI-IDX) TO PRN-INVOICENUMBER
       MOVE STI-PERIOD(STI-IDX) TO PRN-PERIOD
       MOVE STI-DUEDATE(STI-IDX) TO TXR-DATE
       PERFORM FORMAT-DOCUMENT-DATE
       MOVE TXR-DATE-TEXT TO PRN-DUEDATE
       MOVE STI-ORIGINAL(STI-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(14:11) TO PRN-ORIGINAL
       MOVE STI-PAID(STI-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(14:11) TO PRN-PAID
       MOVE STI-OPEN(STI-IDX) TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(14:11) TO PRN-OPEN
       MOVE STI-DAYS-OVERDUE(STI-IDX) TO PRN-DAYS-OVERDUE
       MOVE STI-STATUS(STI-IDX) TO PRN-ITEM-STATUS
       MOVE ITEMDETAILLINE TO STATEMENTREPORTLINE
       PERFORM WRITE-STATEMENT-REPORT-LINE.

PRINT-SUBSCRIBER-TOTALS.
       MOVE "PAYAPPL" TO TXR-TEXTID
       MOVE "PAYMENTS APPLIED:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE SBT-PAID-TOTAL TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(10:15) TO PRN-STATEMENT-BALANCE
       MOVE SPACES TO STATEMENTREPORTLINE
       STRING "  " TXR-TEXT DELIMITED BY "  "
           " " PRN-STATEMENT-BALANCE DELIMITED BY SIZE
           INTO STATEMENTREPORTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-REPORT-LINE
       MOVE "RESBAL" TO TXR-TEXTID
       MOVE "RESULTING BALANCE:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE SBT-OPEN-BALANCE TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(10:15) TO PRN-STATEMENT-BALANCE
       MOVE SPACES TO STATEMENTREPORTLINE
       STRING "  " TXR-TEXT DELIMITED BY "  "
           " " PRN-STATEMENT-BALANCE DELIMITED BY SIZE
           INTO STATEMENTREPORTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-REPORT-LINE.

READ-OPEN-ITEM-RECORD.
       READ AROPENITEMFILE AT END SET ENDOFOPENITEMS TO TRUE
           PERFORM FILE-ERROR-HANDLER
       END-IF.

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

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
