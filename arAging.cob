       02  AGT-FINAL-NOTICES       PIC 9(6) VALUE ZERO.
       02  AGT-SUSPENSIONS         PIC 9(6) VALUE ZERO.
       02  AGT-ARRANGEMENT-HELD    PIC 9(6) VALUE ZERO.
       02  AGT-UNDELIVERABLE-HELD  PIC 9(6) VALUE ZERO.

01     AGINGHEADER                 PIC X(120) VALUE
           "SUBSCRIBERID  NAME                            BALANCE       CURRENT        30 DAY        60 DAY       90 PLUS".
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-LETTER-TEXT         PIC X(40).

01     PRN-LETTER-AMOUNT           PIC X(14).
01     WS-LETTER-COUNT             PIC 9(6) VALUE ZERO.
01     WS-LETTER-DATE              PIC 9(8).

       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.
01     WS-DOC-LANGUAGE             PIC X(2).
01     WS-DOC-SECOND-LANGUAGE      PIC X(2).

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
       IF ARRANGEMENT-SUPPRESSES-DUNNING
           ADD 1 TO AGT-ARRANGEMENT-HELD
       ELSE
       IF SMF-ADDRESS-UNDELIVERABLE AND AR-BALANCE GREATER THAN ZERO
           ADD 1 TO AGT-UNDELIVERABLE-HELD
       ELSE
       IF AR-BALANCE GREATER THAN ZERO
           IF AR-AGE-90PLUS GREATER THAN ZERO
               SET DUNNING-SUSPENSION TO TRUE
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

AGE-ACCOUNT-LEVEL-BALANCES.
       END-IF.

PRINT-DUNNING-LETTER.
       ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD
       MOVE SMF-LANGUAGECODE TO TXR-LANGUAGE
       MOVE SMF-TAXJURISDICTION TO TXR-JURISDICTION
       MOVE WS-LETTER-DATE TO TXR-DATE
       SET TXR-RESOLVE-LANGUAGES TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST
       MOVE TXR-LANGUAGE TO WS-DOC-LANGUAGE
       MOVE TXR-SECOND-LANGUAGE TO WS-DOC-SECOND-LANGUAGE
       IF WS-LETTER-COUNT GREATER THAN ZERO
           MOVE SPACES TO DUNNINGLETTERLINE
           WRITE DUNNINGLETTERLINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-LETTER-COUNT
       PERFORM PRINT-DUNNING-LETTER-TEXT
       IF WS-DOC-SECOND-LANGUAGE NOT EQUAL TO SPACES
           MOVE WS-DOC-SECOND-LANGUAGE TO WS-DOC-LANGUAGE
           MOVE SPACES TO DUNNINGLETTERLINE
           WRITE DUNNINGLETTERLINE AFTER ADVANCING PAGE
           PERFORM PRINT-DUNNING-LETTER-TEXT
       END-IF.

PRINT-DUNNING-LETTER-TEXT.
       MOVE SMF-SUBSCRIBERNAME TO PRN-LETTER-TEXT
       MOVE LETTERNAMELINE TO DUNNINGLETTERLINE
       PERFORM WRITE-DUNNING-LETTER-LINE
       PERFORM WRITE-DUNNING-LETTER-LINE
       EVALUATE TRUE
           WHEN DUNNING-FIRST-NOTICE
               MOVE "DUNFIRST" TO TXR-TEXTID
               MOVE "FIRST NOTICE - YOUR ACCOUNT IS OVERDUE"
                   TO TXR-TEXT
           WHEN DUNNING-FINAL-NOTICE
               MOVE "DUNFINAL" TO TXR-TEXTID
               MOVE "FINAL NOTICE - PAYMENT REQUIRED IMMEDIATELY"
                   TO TXR-TEXT
           WHEN DUNNING-SUSPENSION
               MOVE "DUNSUSP" TO TXR-TEXTID
               MOVE "SUSPENSION WARNING - SERVICE WILL BE INTERRUPTED"
                   TO TXR-TEXT
       END-EVALUATE
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO DUNNINGLETTERLINE
       PERFORM WRITE-DUNNING-LETTER-LINE
       MOVE "OUTBAL" TO TXR-TEXTID
       MOVE "OUTSTANDING BALANCE:" TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE AR-BALANCE TO TXR-AMOUNT
       PERFORM FORMAT-DOCUMENT-AMOUNT
       MOVE TXR-AMOUNT-TEXT(11:14) TO PRN-LETTER-AMOUNT
       MOVE SPACES TO DUNNINGLETTERLINE
       STRING TXR-TEXT DELIMITED BY "  "
           " " PRN-LETTER-AMOUNT DELIMITED BY SIZE
           INTO DUNNINGLETTERLINE
       END-STRING
       PERFORM WRITE-DUNNING-LETTER-LINE
       MOVE "REMIT" TO TXR-TEXTID
       MOVE "PLEASE REMIT PAYMENT TO UNIVERSAL TELECOMS, PO BOX 4400"
           TO TXR-TEXT
       PERFORM GET-DOCUMENT-TEXT
       MOVE TXR-TEXT TO DUNNINGLETTERLINE
       PERFORM WRITE-DUNNING-LETTER-LINE.

GET-DOCUMENT-TEXT.
       MOVE WS-DOC-LANGUAGE TO TXR-LANGUAGE
       SET TXR-GET-TEXT TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST.

FORMAT-DOCUMENT-AMOUNT.
       MOVE WS-DOC-LANGUAGE TO TXR-LANGUAGE
       SET TXR-FORMAT-AMOUNT TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST.

PRINT-AGING-SUMMARY.
       MOVE SPACES TO AGINGREPORTLINE
       PERFORM WRITE-AGING-REPORT-LINE
           "  SUSPENSION WARNING: " AGT-SUSPENSIONS
           DELIMITED BY SIZE INTO AGINGREPORTLINE
       END-STRING
       PERFORM WRITE-AGING-REPORT-LINE
       MOVE SPACES TO AGINGREPORTLINE
       STRING "DUNNING HELD -- UNDELIVERABLE ADDRESS: "
           AGT-UNDELIVERABLE-HELD
           DELIMITED BY SIZE INTO AGINGREPORTLINE
       END-STRING
       PERFORM WRITE-AGING-REPORT-LINE.

LOOKUP-SUBSCRIBER-MASTER.
               MOVE "*** UNKNOWN SUBSCRIBER ***" TO SMF-SUBSCRIBERNAME
               MOVE SPACES TO SMF-ADDRESSLINE1
               MOVE SPACES TO SMF-ADDRESSLINE2
               MOVE SPACE TO SMF-ADDRESSSTATUS
               MOVE SPACES TO SMF-LANGUAGECODE
               MOVE SPACES TO SMF-TAXJURISDICTION
       END-READ.

WRITE-AGING-REPORT-LINE.
