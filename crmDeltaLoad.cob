           88  CRM-ACTION-ADD      VALUE "A".
           88  CRM-ACTION-CHANGE   VALUE "C".
           88  CRM-ACTION-TERMINATE VALUE "T".
           88  CRM-ACTION-CONSENT  VALUE "K".
           88  CRM-VALID-ACTION    VALUES "A" "C" "T" "K".
       02  CRM-SUBSCRIBERID        PIC 9(10).
       02  CRM-ID-DIGITS REDEFINES CRM-SUBSCRIBERID.
           03  CRM-ID-DIGIT        PIC 9 OCCURS 10 TIMES.
       02  CRM-PLANCODE            PIC X(4).
       02  CRM-BILLCYCLE           PIC X(2).
       02  CRM-PAYTYPE             PIC X.
       02  CRM-LANGUAGECODE        PIC X(2).
01     CRMCONSENTREC.
       02  CCD-ACTION              PIC X.
       02  CCD-SUBSCRIBERID        PIC 9(10).
       02  CCD-PURPOSE             PIC X.
       02  CCD-CHANNEL             PIC X.
       02  CCD-CONSENT-FLAG        PIC X.
       02  CCD-PREFERREDCHANNEL    PIC X.
       02  CCD-EFFECTIVEDATE       PIC X(8).
       02  CCD-SOURCE              PIC X(4).
       02  FILLER                  PIC X(68).

FD     CRMREJECTFILE.
01     CRMREJECTREC.
01     PENDINGADDREC.
       02  PND-DELTA               PIC X(93).
       02  PND-MATCHED-ID          PIC 9(10).
       02  PND-LANGUAGECODE        PIC X(2).

FD     SUBSCRIBERCHANGELOG.
01     SUBSCRIBERCHANGELOGREC.
       02  LOG-OPERATORID      PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-ENTRYTIMESTAMP  PIC 9(14).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-PRIOR-NAME      PIC X(25).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-PRIOR-ADDRESS1  PIC X(25).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-PRIOR-ADDRESS2  PIC X(25).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-PRIOR-IMAGE     PIC X(233).

WORKING-STORAGE SECTION.
01     WS-CRM-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.

01     WS-REJECT-REASON        PIC X(40).
01     WS-CHANGE-PRIOR-NAME    PIC X(25) VALUE SPACES.
01     WS-CHANGE-PRIOR-ADDRESS1 PIC X(25) VALUE SPACES.
01     WS-CHANGE-PRIOR-ADDRESS2 PIC X(25) VALUE SPACES.
01     WS-CHANGE-PRIOR-IMAGE   PIC X(233) VALUE SPACES.
01     WS-PND-STATUS           PIC XX.
01     WS-DUPSCAN-EOF-SWITCH   PIC X.
       88  ENDOFMASTERSCAN     VALUE "Y".
01     SUBSCRIBERID-WEIGHTS REDEFINES SUBSCRIBERID-WEIGHTS-DATA.
       02  SID-WEIGHT                PIC 99 OCCURS 10 TIMES.

       COPY "CONSENTCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==WS-CONSENT-CHANGE==
                     ==:PREFIX:==  BY ==WCC-==.
01     WS-CONSENT-RESULT       PIC 9.
       88  CONSENT-UPDATED     VALUE 0.
01     WS-CONSENT-REASON       PIC X(40).

01     LOAD-TOTALS.
       02  LDT-RECORDS-READ        PIC 9(7) VALUE ZERO.
       02  LDT-ADDS-APPLIED        PIC 9(7) VALUE ZERO.
       02  LDT-TERMINATES-APPLIED  PIC 9(7) VALUE ZERO.
       02  LDT-RECORDS-REJECTED    PIC 9(7) VALUE ZERO.
       02  LDT-ADDS-HELD           PIC 9(7) VALUE ZERO.
       02  LDT-CONSENTS-APPLIED    PIC 9(7) VALUE ZERO.
       02  LDT-ADDS-WITHOUT-NUMBER PIC 9(7) VALUE ZERO.

01     WS-NBR-ACTION           PIC X.
01     WS-NBR-SUBSCRIBERID     PIC 9(10).
01     WS-NBR-NUMBER           PIC X(15).
01     WS-NBR-CARRIER          PIC X(4) VALUE SPACES.
01     WS-NBR-DATE             PIC 9(8).
01     WS-NBR-RESULT           PIC 9.
       88  NUMBER-UPDATED      VALUE 0.

       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.

01     WS-LOCK-RESOURCE        PIC X(24).
01     WS-LOCK-ACTION          PIC X.
           "  TERMINATED: " LDT-TERMINATES-APPLIED
           "  REJECTED: " LDT-RECORDS-REJECTED
           "  HELD FOR REVIEW: " LDT-ADDS-HELD
           "  CONSENT CHANGES: " LDT-CONSENTS-APPLIED
           "  ADDED WITHOUT A NUMBER: " LDT-ADDS-WITHOUT-NUMBER
       IF LDT-RECORDS-REJECTED GREATER THAN ZERO
               OR LDT-ADDS-WITHOUT-NUMBER GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.
                   MOVE "FAILED CHECK DIGIT VALIDATION" TO REJ-REASON
                   PERFORM WRITE-CRM-REJECT
               ELSE
                   PERFORM CHECK-CRM-LANGUAGE
                   IF TXR-NOT-FOUND
                       MOVE SPACES TO REJ-REASON
                       STRING "LANGUAGE " CRM-LANGUAGECODE
                           " NOT ON TEXT CATALOG" DELIMITED BY SIZE
                           INTO REJ-REASON
                       PERFORM WRITE-CRM-REJECT
                   ELSE
                   EVALUATE TRUE
                       WHEN CRM-ACTION-ADD
                           PERFORM APPLY-CRM-ADD
                           PERFORM APPLY-CRM-CHANGE
                       WHEN CRM-ACTION-TERMINATE
                           PERFORM APPLY-CRM-TERMINATE
                       WHEN CRM-ACTION-CONSENT
                           PERFORM APPLY-CRM-CONSENT
                   END-EVALUATE
                   END-IF
               END-IF
           END-IF
       END-IF.

CHECK-CRM-LANGUAGE.
       SET TXR-FOUND TO TRUE
       IF (CRM-ACTION-ADD OR CRM-ACTION-CHANGE)
               AND CRM-LANGUAGECODE NOT EQUAL TO SPACES
           MOVE CRM-LANGUAGECODE TO TXR-LANGUAGE
           SET TXR-CHECK-LANGUAGE TO TRUE
           CALL "TEXTCATALOG" USING WS-TEXT-REQUEST
       END-IF.

APPLY-CRM-ADD.
       PERFORM SCREEN-FOR-DUPLICATE-IDENTITY
       IF NEAR-MATCH-FOUND
           NOT INVALID KEY
               ADD 1 TO LDT-ADDS-APPLIED
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               PERFORM ASSIGN-SUBSCRIBER-NUMBER
       END-WRITE
       END-IF.

ASSIGN-SUBSCRIBER-NUMBER.
       MOVE "A" TO WS-NBR-ACTION
       MOVE CRM-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
       MOVE SPACES TO WS-NBR-NUMBER
       MOVE SMF-ACTIVATIONDATE TO WS-NBR-DATE
       PERFORM UPDATE-NUMBER-INVENTORY
       IF NOT NUMBER-UPDATED
           ADD 1 TO LDT-ADDS-WITHOUT-NUMBER
           DISPLAY "SUBSCRIBER " CRM-SUBSCRIBERID " ADDED WITHOUT A "
               "NUMBER - ASSIGN ONE WITH NUMBERINVENTORY"
       END-IF.

SCREEN-FOR-DUPLICATE-IDENTITY.
       MOVE "N" TO WS-DUPLICATE-SWITCH
       MOVE ZERO TO WS-MATCHED-PRIOR-ID
       ELSE
           MOVE CRMDELTAREC TO PND-DELTA
           MOVE WS-MATCHED-PRIOR-ID TO PND-MATCHED-ID
           MOVE CRM-LANGUAGECODE TO PND-LANGUAGECODE
           WRITE PENDINGADDREC
           CLOSE PENDINGADDSFILE
           ADD 1 TO LDT-ADDS-HELD
               MOVE "SUBSCRIBER NOT ON MASTER" TO REJ-REASON
               PERFORM WRITE-CRM-REJECT
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO WS-CHANGE-PRIOR-IMAGE
               MOVE SMF-SUBSCRIBERNAME TO WS-CHANGE-PRIOR-NAME
               MOVE SMF-ADDRESSLINE1 TO WS-CHANGE-PRIOR-ADDRESS1
               MOVE SMF-ADDRESSLINE2 TO WS-CHANGE-PRIOR-ADDRESS2
               PERFORM MOVE-DELTA-TO-MASTER-RECORD
               IF SMF-ADDRESSLINE1 NOT EQUAL TO WS-CHANGE-PRIOR-ADDRESS1
                       OR SMF-ADDRESSLINE2 NOT EQUAL TO
                           WS-CHANGE-PRIOR-ADDRESS2
                   MOVE SPACE TO SMF-ADDRESSSTATUS
                   ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
                   MOVE WS-ENTRY-DATE TO SMF-ADDRESSSTATUSDATE
                   MOVE SPACES TO SMF-ADDRESSRETURNREASON
               END-IF
               REWRITE SUBSCRIBERMASTERREC
               ADD 1 TO LDT-CHANGES-APPLIED
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               MOVE "SUBSCRIBER NOT ON MASTER" TO REJ-REASON
               PERFORM WRITE-CRM-REJECT
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO WS-CHANGE-PRIOR-IMAGE
               ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE WS-ENTRY-DATE TO SMF-TERMINATIONDATE
               REWRITE SUBSCRIBERMASTERREC
               ADD 1 TO LDT-TERMINATES-APPLIED
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               MOVE "T" TO WS-NBR-ACTION
               MOVE CRM-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
               MOVE SPACES TO WS-NBR-NUMBER
               MOVE SMF-TERMINATIONDATE TO WS-NBR-DATE
               PERFORM UPDATE-NUMBER-INVENTORY
       END-READ.

APPLY-CRM-CONSENT.
       MOVE CRM-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               MOVE "SUBSCRIBER NOT ON MASTER" TO REJ-REASON
               PERFORM WRITE-CRM-REJECT
           NOT INVALID KEY
               MOVE SPACES TO WS-CONSENT-CHANGE
               MOVE CCD-SUBSCRIBERID TO WCC-SUBSCRIBERID
               MOVE CCD-PURPOSE TO WCC-PURPOSE
               MOVE CCD-CHANNEL TO WCC-CHANNEL
               MOVE CCD-CONSENT-FLAG TO WCC-FLAG
               MOVE CCD-PREFERREDCHANNEL TO WCC-PREFERREDCHANNEL
               MOVE ZERO TO WCC-EFFECTIVEDATE
               IF CCD-EFFECTIVEDATE NUMERIC
                   MOVE CCD-EFFECTIVEDATE TO WCC-EFFECTIVEDATE
               END-IF
               MOVE CCD-SOURCE TO WCC-SOURCE
               IF CCD-SOURCE EQUAL TO SPACES
                   MOVE "CRM" TO WCC-SOURCE
               END-IF
               MOVE WS-LOAD-OPERATOR-ID TO WCC-OPERATORID
               MOVE ZERO TO WCC-TIMESTAMP
               CALL "CONSENTUPDATE" USING WS-CONSENT-CHANGE,
                   WS-CONSENT-RESULT, WS-CONSENT-REASON
               IF CONSENT-UPDATED
                   ADD 1 TO LDT-CONSENTS-APPLIED
               ELSE
                   MOVE WS-CONSENT-REASON TO REJ-REASON
                   PERFORM WRITE-CRM-REJECT
               END-IF
       END-READ.

MOVE-DELTA-TO-MASTER-RECORD.
       MOVE CRM-ADDRESSLINE1 TO SMF-ADDRESSLINE1
       MOVE CRM-ADDRESSLINE2 TO SMF-ADDRESSLINE2
       MOVE CRM-PLANCODE TO SMF-PLANCODE
       IF CRM-ACTION-ADD
           IF CRM-BILLCYCLE EQUAL TO SPACES
               MOVE "01" TO SMF-BILLCYCLE
           ELSE
               MOVE CRM-BILLCYCLE TO SMF-BILLCYCLE
           END-IF
       END-IF
       EVALUATE CRM-PAYTYPE
           WHEN "P"
           WHEN OTHER
               MOVE "O" TO SMF-PAYTYPE
       END-EVALUATE
       IF CRM-ACTION-ADD OR CRM-LANGUAGECODE NOT EQUAL TO SPACES
           MOVE CRM-LANGUAGECODE TO SMF-LANGUAGECODE
       END-IF
       IF CRM-ACTION-ADD
           ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
           MOVE WS-ENTRY-DATE TO SMF-ACTIVATIONDATE
           MOVE SPACES TO SMF-PORTCARRIER
           MOVE "P" TO SMF-DELIVERYMETHOD
           MOVE SPACES TO SMF-SALESCHANNEL
           MOVE "N" TO SMF-PREMIUMBAR
           MOVE SPACES TO SMF-BRANDCODE
           MOVE SPACES TO SMF-PRIORBILLCYCLE
           MOVE ZERO TO SMF-CYCLECHANGEDATE
           MOVE SPACES TO SMF-EBILLADDRESS
           MOVE SPACE TO SMF-ADDRESSSTATUS
           MOVE ZERO TO SMF-ADDRESSSTATUSDATE
           MOVE SPACES TO SMF-ADDRESSRETURNREASON
       END-IF.

WRITE-CRM-REJECT.
       MOVE CRM-ACTION TO LOG-ACTION
       MOVE CRM-PLANCODE TO LOG-PLANCODE
       MOVE WS-LOAD-OPERATOR-ID TO LOG-OPERATORID
       MOVE WS-CHANGE-PRIOR-NAME TO LOG-PRIOR-NAME
       MOVE WS-CHANGE-PRIOR-ADDRESS1 TO LOG-PRIOR-ADDRESS1
       MOVE WS-CHANGE-PRIOR-ADDRESS2 TO LOG-PRIOR-ADDRESS2
       MOVE WS-CHANGE-PRIOR-IMAGE TO LOG-PRIOR-IMAGE
       MOVE SPACES TO WS-CHANGE-PRIOR-NAME
       MOVE SPACES TO WS-CHANGE-PRIOR-ADDRESS1
       MOVE SPACES TO WS-CHANGE-PRIOR-ADDRESS2
       MOVE SPACES TO WS-CHANGE-PRIOR-IMAGE
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
               WS-LOG-STATUS
       END-IF.

UPDATE-NUMBER-INVENTORY.
       CALL "NUMBERASSIGN" USING WS-NBR-ACTION, WS-NBR-SUBSCRIBERID,
           WS-NBR-NUMBER, WS-NBR-CARRIER, WS-NBR-DATE,
           WS-LOAD-OPERATOR-ID, WS-NBR-RESULT.

READ-CRM-DELTA-RECORD.
       READ CRMDELTAFILE AT END SET ENDOFCRMDELTA TO TRUE
       END-READ
