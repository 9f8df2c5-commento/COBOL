           RECORD KEY IS TXJ-TABLE-KEY
           FILE STATUS IS WS-TXJ-STATUS.

       SELECT POSTEDPERIODFILE ASSIGN TO "PostedPeriods.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-LOCK-KEY
           FILE STATUS IS WS-PPD-STATUS.

       SELECT SUSPENDREQUESTFILE ASSIGN TO "SuspendRequests.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SRQ-SUBSCRIBERID
           FILE STATUS IS WS-SRQ-STATUS.

       SELECT CREDITSCOREFILE ASSIGN TO "CreditScores.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSC-SCORE-KEY
           FILE STATUS IS WS-CSC-STATUS.

       SELECT SUBSCRIBERCHANGELOG ASSIGN TO "SubscriberChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
           REPLACING ==:RECNAME:== BY ==TAXJURISDICTIONREC==
                     ==:PREFIX:==  BY ==TXJ-==.

FD     POSTEDPERIODFILE.
01     POSTEDPERIODREC.
       02  PP-LOCK-KEY.
           03  PP-PERIOD                PIC 9(6).
           03  PP-CYCLE                 PIC X(2).
       02  PP-STATUS                    PIC X.
           88  PERIOD-IN-PROGRESS       VALUE "I".
           88  PERIOD-ALREADY-POSTED    VALUE "P".
       02  PP-RUNDATE                   PIC 9(8).

FD     SUSPENDREQUESTFILE.
       COPY "SUSPENDREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==SUSPENDREQUESTREC==
                     ==:PREFIX:==  BY ==SRQ-==.

FD     CREDITSCOREFILE.
       COPY "CREDITSCORE.cpy"
           REPLACING ==:RECNAME:== BY ==CREDITSCOREREC==
                     ==:PREFIX:==  BY ==CSC-==.

FD     SUBSCRIBERCHANGELOG.
01     SUBSCRIBERCHANGELOGREC.
       02  LOG-SUBSCRIBERID    PIC 9(10).
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
01     WS-SMF-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.
01     WS-SRQ-STATUS           PIC XX.
01     WS-CSC-STATUS           PIC XX.
01     WS-CSC-EOF-SWITCH       PIC X.
       88  ENDOFSUBSCRIBERSCORES VALUE "Y".
01     WS-DD-ELIGIBLE-SWITCH   PIC X.
       88  DIRECT-DEBIT-REFUSED VALUE "N".
01     WS-LATEST-SCORE-BAND    PIC X.

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "SUBSCRIBERMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

       88  TRANSACTION-IS-DELIVERY    VALUE "B" "b".
       88  TRANSACTION-IS-CHANNEL     VALUE "C" "c".
       88  TRANSACTION-IS-JURISDICTION VALUE "J" "j".
       88  TRANSACTION-IS-PREMIUMBAR  VALUE "P" "p".
       88  TRANSACTION-IS-BRAND       VALUE "W" "w".
       88  TRANSACTION-IS-CYCLECHANGE VALUE "Y" "y".
       88  TRANSACTION-IS-CONSENT     VALUE "K" "k".
       88  TRANSACTION-IS-LANGUAGE    VALUE "L" "l".

01     ENTRY-SUSPENSION-REASON PIC X(2).
       88  VALID-SUSPENSION-REASON VALUES "NP" "FR" "CR" "CL".

       COPY "CONSENTCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==ENTRY-CONSENT-CHANGE==
                     ==:PREFIX:==  BY ==ECC-==.
01     WS-CONSENT-RESULT       PIC 9.
       88  CONSENT-UPDATED     VALUE 0.
01     WS-CONSENT-REASON       PIC X(40).

01     WS-PPB-STATUS           PIC XX.
01     WS-ARM-STATUS           PIC XX.
01     ENTRY-PORT-CARRIER      PIC X(4).
01     ENTRY-DELIVERYMETHOD    PIC X.
       88  VALID-DELIVERY-METHOD VALUES "P" "E".
01     ENTRY-EBILLADDRESS      PIC X(40).
01     ENTRY-SALESCHANNEL      PIC X(4).
01     ENTRY-PREMIUMBAR        PIC X.
       88  VALID-PREMIUM-BAR   VALUES "Y" "N".
01     ENTRY-BRANDCODE         PIC X(4).
01     WS-TXJ-STATUS           PIC XX.
01     ENTRY-LANGUAGECODE      PIC X(2).
       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==WS-TEXT-REQUEST==
                     ==:PREFIX:==  BY ==TXR-==.
01     ENTRY-JURISDICTION      PIC X(2).
01     WS-JURISDICTION-SWITCH  PIC X.
       88  JURISDICTION-ON-TABLE VALUE "Y".
01     ENTRY-EFFECTIVE-DATE    PIC X(8).
01     ENTRY-NEW-BILLCYCLE     PIC X(2).
01     WS-PPD-STATUS           PIC XX.
01     WS-CYCLE-POSTED-SWITCH  PIC X.
       88  CYCLE-PERIOD-POSTED VALUE "Y".
01     WS-KEPT-BILLCYCLE       PIC X(2).
01     WS-KEPT-PAYTYPE         PIC X.
01     WS-TRANSFER-BALANCE     PIC S9(7)V99.

01     SUBSCRIBER-ENTRY.

01     CHANGELOG-SUBSCRIBERID  PIC 9(10).
01     CHANGELOG-ACTION-CODE   PIC X.
01     CHANGELOG-PRIOR-NAME    PIC X(25) VALUE SPACES.
01     CHANGELOG-PRIOR-ADDRESS1 PIC X(25) VALUE SPACES.
01     CHANGELOG-PRIOR-ADDRESS2 PIC X(25) VALUE SPACES.
01     CHANGELOG-PRIOR-IMAGE   PIC X(233) VALUE SPACES.

01     WS-LOCK-RESOURCE        PIC X(24).
01     WS-LOCK-ACTION          PIC X.
01     WS-LOCK-PROGRAM         PIC X(12) VALUE "SUBSCRIBERMN".
01     WS-LOCK-RESULT          PIC 9.
       88  RESOURCE-LOCK-GRANTED VALUE 0.
01     WS-AMV-LEDGER           PIC X.
01     WS-AMV-TYPE             PIC X.
01     WS-AMV-SUBSCRIBERID     PIC 9(10).
01     WS-AMV-AMOUNT           PIC S9(9)V99.
01     WS-AMV-PROGRAM          PIC X(12) VALUE "SUBSCRMAINT".
01     WS-AMV-RESULT           PIC 9.
01     WS-PMV-TYPE             PIC X.
01     WS-PMV-SUBSCRIBERID     PIC 9(10).
01     WS-PMV-AMOUNT           PIC S9(9)V99.
01     WS-PMV-PROGRAM          PIC X(12) VALUE "SUBSCRMAINT".
01     WS-PMV-RESULT           PIC 9.
01     WS-NBR-ACTION           PIC X.
01     WS-NBR-SUBSCRIBERID     PIC 9(10).
01     WS-NBR-NUMBER           PIC X(15).
01     WS-NBR-CARRIER          PIC X(4).
01     WS-NBR-DATE             PIC 9(8).
01     WS-NBR-RESULT           PIC 9.
       88  NUMBER-UPDATED      VALUE 0.
       88  NUMBER-NOT-AVAILABLE VALUE 1.
       88  NUMBER-NOT-HELD     VALUE 2.

PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
           "T=TERMINATE, S=SUSPEND, R=RESTORE, M=MIGRATE, "
           "O=PORT OUT, I=PORT IN, B=DELIVERY PREFERENCE, "
           "C=SALES CHANNEL, J=TAX JURISDICTION, "
           "P=PREMIUM BARRING, W=WHOLESALE BRAND, "
           "Y=BILL CYCLE CHANGE, K=CONTACT CONSENT, "
           "L=LANGUAGE PREFERENCE, "
           "BLANK TRANSACTION CODE TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
                   PERFORM SET-SALES-CHANNEL
               WHEN TRANSACTION-IS-JURISDICTION
                   PERFORM SET-TAX-JURISDICTION
               WHEN TRANSACTION-IS-PREMIUMBAR
                   PERFORM SET-PREMIUM-BARRING
               WHEN TRANSACTION-IS-BRAND
                   PERFORM SET-BRAND-CODE
               WHEN TRANSACTION-IS-CYCLECHANGE
                   PERFORM CHANGE-BILL-CYCLE
               WHEN TRANSACTION-IS-CONSENT
                   PERFORM SET-CONTACT-CONSENT
               WHEN TRANSACTION-IS-LANGUAGE
                   PERFORM SET-LANGUAGE-PREFERENCE
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A=ADD, U=UPDATE, T=TERMINATE, "
               "S=SUSPEND, R=RESTORE, M=MIGRATE, O=PORT OUT, "
               "I=PORT IN, B=DELIVERY, C=CHANNEL, "
               "J=JURISDICTION, P=PREMIUM BAR, W=BRAND, "
               "Y=BILL CYCLE, K=CONSENT, L=LANGUAGE), "
               "BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE SUBSCRIBERMASTER
               MOVE "A" TO CHANGELOG-ACTION-CODE
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID " ADDED"
               PERFORM ASSIGN-SUBSCRIBER-NUMBER
       END-WRITE.

ASSIGN-SUBSCRIBER-NUMBER.
       DISPLAY "ENTER RESERVED NUMBER (15) OR BLANK FOR NEXT "
           "AVAILABLE: "
       ACCEPT WS-NBR-NUMBER
       MOVE "A" TO WS-NBR-ACTION
       MOVE ENTRY-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
       MOVE SPACES TO WS-NBR-CARRIER
       MOVE ZERO TO WS-NBR-DATE
       PERFORM UPDATE-NUMBER-INVENTORY
       IF NUMBER-UPDATED
           DISPLAY "NUMBER " WS-NBR-NUMBER " ASSIGNED TO SUBSCRIBER "
               ENTRY-SUBSCRIBERID
       ELSE
           DISPLAY "NO NUMBER ASSIGNED TO SUBSCRIBER "
               ENTRY-SUBSCRIBERID " - ASSIGN ONE WITH NUMBERINVENTORY"
       END-IF.

UPDATE-SUBSCRIBER-RECORD.
       PERFORM GET-SUBSCRIBER-ENTRY
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE SMF-BILLCYCLE TO WS-KEPT-BILLCYCLE
               MOVE SMF-PAYTYPE TO WS-KEPT-PAYTYPE
               MOVE SMF-SUBSCRIBERNAME TO CHANGELOG-PRIOR-NAME
               MOVE SMF-ADDRESSLINE1 TO CHANGELOG-PRIOR-ADDRESS1
               MOVE SMF-ADDRESSLINE2 TO CHANGELOG-PRIOR-ADDRESS2
               PERFORM MOVE-ENTRY-TO-MASTER-RECORD
               IF SMF-ADDRESSLINE1 NOT EQUAL TO CHANGELOG-PRIOR-ADDRESS1
                       OR SMF-ADDRESSLINE2 NOT EQUAL TO
                           CHANGELOG-PRIOR-ADDRESS2
                   PERFORM CLEAR-UNDELIVERABLE-ADDRESS
               END-IF
               IF SMF-PAYTYPE EQUAL TO "D"
                       AND WS-KEPT-PAYTYPE NOT EQUAL TO "D"
                   PERFORM CHECK-DIRECT-DEBIT-ELIGIBILITY
                   IF DIRECT-DEBIT-REFUSED
                       MOVE WS-KEPT-PAYTYPE TO SMF-PAYTYPE
                       DISPLAY "PAY TYPE LEFT AT " WS-KEPT-PAYTYPE
                           " - CREDIT SCORE BAND " WS-LATEST-SCORE-BAND
                           " IS NOT ELIGIBLE FOR DIRECT DEBIT"
                   END-IF
               END-IF
               IF SMF-BILLCYCLE NOT EQUAL TO WS-KEPT-BILLCYCLE
                   MOVE WS-KEPT-BILLCYCLE TO SMF-BILLCYCLE
                   DISPLAY "BILL CYCLE LEFT AT " WS-KEPT-BILLCYCLE
                       " - USE TRANSACTION Y TO CHANGE THE BILL CYCLE"
               END-IF
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
               MOVE "U" TO CHANGELOG-ACTION-CODE
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID " UPDATED"
       END-READ.

CLEAR-UNDELIVERABLE-ADDRESS.
       IF SMF-ADDRESS-UNDELIVERABLE
           DISPLAY "UNDELIVERABLE ADDRESS FLAG CLEARED FOR "
               SMF-SUBSCRIBERID
       END-IF
       MOVE SPACE TO SMF-ADDRESSSTATUS
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       MOVE WS-ENTRY-DATE TO SMF-ADDRESSSTATUSDATE
       MOVE SPACES TO SMF-ADDRESSRETURNREASON.

TERMINATE-SUBSCRIBER-RECORD.
       DISPLAY "ENTER SUBSCRIBER ID TO TERMINATE (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE WS-ENTRY-DATE TO SMF-TERMINATIONDATE
               REWRITE SUBSCRIBERMASTERREC
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " TERMINATED EFFECTIVE " WS-ENTRY-DATE
               MOVE "T" TO WS-NBR-ACTION
               MOVE ENTRY-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
               MOVE SPACES TO WS-NBR-NUMBER
               MOVE SPACES TO WS-NBR-CARRIER
               MOVE SMF-TERMINATIONDATE TO WS-NBR-DATE
               PERFORM UPDATE-NUMBER-INVENTORY
               IF NUMBER-UPDATED
                   DISPLAY "NUMBER " WS-NBR-NUMBER " AGEING BEFORE "
                       "REUSE"
               END-IF
       END-READ.

SUSPEND-SUBSCRIBER-RECORD.
       DISPLAY "ENTER SUBSCRIBER ID TO SUSPEND (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "ENTER SUSPENSION REASON (NP=NON-PAYMENT, FR=FRAUD, "
           "CR=CUSTOMER REQUEST, CL=CREDIT LIMIT): "
       ACCEPT ENTRY-SUSPENSION-REASON
       IF NOT VALID-SUSPENSION-REASON
           DISPLAY "UNKNOWN REASON " ENTRY-SUSPENSION-REASON
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               IF SMF-LINE-SUSPENDED
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " IS ALREADY SUSPENDED"
                   MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
                   MOVE "S" TO CHANGELOG-ACTION-CODE
                   PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
                   PERFORM CLOSE-SUSPENSION-REQUEST
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " SUSPENDED EFFECTIVE " WS-ENTRY-DATE
                       " REASON " ENTRY-SUSPENSION-REASON
       END-READ
       END-IF.

CLOSE-SUSPENSION-REQUEST.
       OPEN I-O SUSPENDREQUESTFILE
       IF WS-SRQ-STATUS EQUAL TO "00"
           MOVE ENTRY-SUBSCRIBERID TO SRQ-SUBSCRIBERID
           READ SUSPENDREQUESTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SRQ-REQUEST-PENDING
                           AND SRQ-REASON EQUAL TO
                               ENTRY-SUSPENSION-REASON
                       SET SRQ-REQUEST-ACTIONED TO TRUE
                       MOVE WS-OPERATOR-ID TO SRQ-ACTIONEDBY
                       MOVE WS-ENTRY-DATE TO SRQ-ACTIONDATE
                       REWRITE SUSPENDREQUESTREC
                       DISPLAY "PENDING SUSPENSION REQUEST FOR "
                           ENTRY-SUBSCRIBERID " MARKED ACTIONED"
                   END-IF
           END-READ
           CLOSE SUSPENDREQUESTFILE
       END-IF.

CHECK-DIRECT-DEBIT-ELIGIBILITY.
       MOVE "Y" TO WS-DD-ELIGIBLE-SWITCH
       MOVE SPACE TO WS-LATEST-SCORE-BAND
       OPEN INPUT CREDITSCOREFILE
       IF WS-CSC-STATUS EQUAL TO "00"
           MOVE "N" TO WS-CSC-EOF-SWITCH
           MOVE ENTRY-SUBSCRIBERID TO CSC-SUBSCRIBERID
           MOVE ZERO TO CSC-PERIOD
           START CREDITSCOREFILE KEY IS NOT LESS THAN CSC-SCORE-KEY
               INVALID KEY SET ENDOFSUBSCRIBERSCORES TO TRUE
           END-START
           PERFORM UNTIL ENDOFSUBSCRIBERSCORES
               READ CREDITSCOREFILE NEXT RECORD
                   AT END SET ENDOFSUBSCRIBERSCORES TO TRUE
               END-READ
               IF NOT ENDOFSUBSCRIBERSCORES
                   IF CSC-SUBSCRIBERID NOT EQUAL TO ENTRY-SUBSCRIBERID
                       SET ENDOFSUBSCRIBERSCORES TO TRUE
                   ELSE
                       MOVE CSC-BAND TO WS-LATEST-SCORE-BAND
                       MOVE CSC-DDELIGIBLE TO WS-DD-ELIGIBLE-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CREDITSCOREFILE
       END-IF.

RESTORE-SUBSCRIBER-RECORD.
       DISPLAY "ENTER SUBSCRIBER ID TO RESTORE (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               IF NOT SMF-LINE-SUSPENDED
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " IS NOT SUSPENDED"
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               IF SMF-PAYTYPE NOT EQUAL TO "P"
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " IS NOT PREPAID - MIGRATION REJECTED"
                   MOVE PPB-BALANCE TO WS-TRANSFER-BALANCE
                   MOVE ZERO TO PPB-BALANCE
                   REWRITE PREPAIDBALANCEREC
                   MOVE "M" TO WS-PMV-TYPE
                   MOVE ENTRY-SUBSCRIBERID TO WS-PMV-SUBSCRIBERID
                   COMPUTE WS-PMV-AMOUNT = ZERO - WS-TRANSFER-BALANCE
                   PERFORM LOG-PREPAID-MOVEMENT
           END-READ
           CLOSE PREPAIDBALANCE
           IF WS-TRANSFER-BALANCE NOT EQUAL TO ZERO
                   SUBTRACT WS-TRANSFER-BALANCE FROM AR-AGE-CURRENT
                   REWRITE ARMASTERREC
           END-READ
           MOVE "S" TO WS-AMV-LEDGER
           MOVE "A" TO WS-AMV-TYPE
           MOVE ENTRY-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
           COMPUTE WS-AMV-AMOUNT = ZERO - WS-TRANSFER-BALANCE
           PERFORM LOG-AR-MOVEMENT
           CLOSE ARMASTERFILE
           DISPLAY "REMAINING PREPAID BALANCE OF "
               WS-TRANSFER-BALANCE
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE ENTRY-SALESCHANNEL TO SMF-SALESCHANNEL
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE ENTRY-JURISDICTION TO SMF-TAXJURISDICTION
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "ENTER DELIVERY METHOD (P=PAPER, E=E-BILL): "
       ACCEPT ENTRY-DELIVERYMETHOD
       MOVE SPACES TO ENTRY-EBILLADDRESS
       IF ENTRY-DELIVERYMETHOD EQUAL TO "E"
           DISPLAY "ENTER E-BILL ADDRESS (40), BLANK TO KEEP CURRENT: "
           ACCEPT ENTRY-EBILLADDRESS
       END-IF
       IF NOT VALID-DELIVERY-METHOD
           DISPLAY "DELIVERY METHOD MUST BE P OR E - "
               "ENTRY REJECTED"
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               IF ENTRY-DELIVERYMETHOD EQUAL TO "E"
                       AND ENTRY-EBILLADDRESS EQUAL TO SPACES
                       AND SMF-EBILLADDRESS EQUAL TO SPACES
                   DISPLAY "NO E-BILL ADDRESS HELD FOR " ENTRY-SUBSCRIBERID
                       " - ENTRY REJECTED"
               ELSE
                   IF ENTRY-EBILLADDRESS NOT EQUAL TO SPACES
                       MOVE ENTRY-EBILLADDRESS TO SMF-EBILLADDRESS
                   END-IF
                   MOVE ENTRY-DELIVERYMETHOD TO SMF-DELIVERYMETHOD
                   REWRITE SUBSCRIBERMASTERREC
                   MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
                   MOVE "U" TO CHANGELOG-ACTION-CODE
                   PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
                   DISPLAY "DELIVERY METHOD FOR " ENTRY-SUBSCRIBERID
                       " SET TO " ENTRY-DELIVERYMETHOD
               END-IF
       END-READ
       END-IF.

SET-PREMIUM-BARRING.
       DISPLAY "ENTER SUBSCRIBER ID (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "BAR PREMIUM CONTENT CHARGES (Y=BARRED, N=ALLOWED): "
       ACCEPT ENTRY-PREMIUMBAR
       IF NOT VALID-PREMIUM-BAR
           DISPLAY "PREMIUM BAR MUST BE Y OR N - "
               "ENTRY REJECTED"
       ELSE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE ENTRY-PREMIUMBAR TO SMF-PREMIUMBAR
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
               MOVE "U" TO CHANGELOG-ACTION-CODE
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               DISPLAY "PREMIUM BAR FOR " ENTRY-SUBSCRIBERID
                   " SET TO " ENTRY-PREMIUMBAR
       END-READ
       END-IF.

SET-LANGUAGE-PREFERENCE.
       DISPLAY "ENTER SUBSCRIBER ID (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "ENTER LANGUAGE CODE (EN=ENGLISH, ES=SPANISH, "
           "BLANK=ENGLISH): "
       ACCEPT ENTRY-LANGUAGECODE
       MOVE ENTRY-LANGUAGECODE TO TXR-LANGUAGE
       SET TXR-CHECK-LANGUAGE TO TRUE
       CALL "TEXTCATALOG" USING WS-TEXT-REQUEST
       IF TXR-NOT-FOUND
           DISPLAY "LANGUAGE " ENTRY-LANGUAGECODE
               " NOT ON TEXT CATALOG - ENTRY REJECTED"
       ELSE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE ENTRY-LANGUAGECODE TO SMF-LANGUAGECODE
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
               MOVE "U" TO CHANGELOG-ACTION-CODE
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               DISPLAY "LANGUAGE FOR " ENTRY-SUBSCRIBERID
                   " SET TO " ENTRY-LANGUAGECODE
       END-READ
       END-IF.

SET-BRAND-CODE.
       DISPLAY "ENTER SUBSCRIBER ID (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "ENTER PARTNER BRAND CODE (4), BLANK FOR OWN BRAND: "
       ACCEPT ENTRY-BRANDCODE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE ENTRY-BRANDCODE TO SMF-BRANDCODE
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
               MOVE "U" TO CHANGELOG-ACTION-CODE
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               DISPLAY "BRAND CODE FOR " ENTRY-SUBSCRIBERID
                   " SET TO " ENTRY-BRANDCODE
       END-READ.

SET-CONTACT-CONSENT.
       MOVE SPACES TO ENTRY-CONSENT-CHANGE
       DISPLAY "ENTER SUBSCRIBER ID (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "ENTER PURPOSE (S=SERVICE, B=BILLING, M=MARKETING, "
           "BLANK TO CHANGE PREFERRED CHANNEL ONLY): "
       ACCEPT ECC-PURPOSE
       IF NOT ECC-PREFERENCE-ONLY
           DISPLAY "ENTER CHANNEL (P=POST, S=SMS, E=E-MAIL, T=PHONE): "
           ACCEPT ECC-CHANNEL
           DISPLAY "CONSENT GIVEN (Y) OR WITHDRAWN (N): "
           ACCEPT ECC-FLAG
       END-IF
       DISPLAY "ENTER PREFERRED CHANNEL (P, S, E, T), "
           "BLANK TO KEEP CURRENT: "
       ACCEPT ECC-PREFERREDCHANNEL
       DISPLAY "ENTER WHERE THE CONSENT WAS CAPTURED (4), "
           "BLANK FOR SUBSCRIBER MAINTENANCE: "
       ACCEPT ECC-SOURCE
       IF ECC-SOURCE EQUAL TO SPACES
           MOVE "SMNT" TO ECC-SOURCE
       END-IF
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE ENTRY-SUBSCRIBERID TO ECC-SUBSCRIBERID
               ACCEPT ECC-EFFECTIVEDATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO ECC-OPERATORID
               MOVE ZERO TO ECC-TIMESTAMP
               CALL "CONSENTUPDATE" USING ENTRY-CONSENT-CHANGE,
                   WS-CONSENT-RESULT, WS-CONSENT-REASON
               IF CONSENT-UPDATED
                   DISPLAY "CONTACT CONSENT FOR " ENTRY-SUBSCRIBERID
                       " UPDATED"
               ELSE
                   DISPLAY WS-CONSENT-REASON " - ENTRY REJECTED"
               END-IF
       END-READ.

CHANGE-BILL-CYCLE.
       DISPLAY "ENTER SUBSCRIBER ID (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
       DISPLAY "ENTER NEW BILL CYCLE (2): "
       ACCEPT ENTRY-NEW-BILLCYCLE
       DISPLAY "ENTER DATE THE NEW CYCLE STARTS (YYYYMMDD): "
       ACCEPT ENTRY-EFFECTIVE-DATE
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       IF ENTRY-NEW-BILLCYCLE EQUAL TO SPACES
           DISPLAY "NEW BILL CYCLE REQUIRED - CYCLE CHANGE REJECTED"
       ELSE
       IF ENTRY-EFFECTIVE-DATE NOT NUMERIC
           DISPLAY "START DATE MUST BE NUMERIC - "
               "CYCLE CHANGE REJECTED"
       ELSE
       IF ENTRY-EFFECTIVE-DATE LESS THAN WS-ENTRY-DATE
           DISPLAY "START DATE MAY NOT BE IN THE PAST - "
               "CYCLE CHANGE REJECTED"
       ELSE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               PERFORM APPLY-BILL-CYCLE-CHANGE
       END-READ
       END-IF
       END-IF
       END-IF.

APPLY-BILL-CYCLE-CHANGE.
       IF SMF-PAYTYPE EQUAL TO "P"
           DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
               " IS PREPAID - CYCLE CHANGE REJECTED"
       ELSE
       IF SMF-TERMINATIONDATE GREATER THAN ZERO
           DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
               " IS TERMINATED - CYCLE CHANGE REJECTED"
       ELSE
       IF ENTRY-NEW-BILLCYCLE EQUAL TO SMF-BILLCYCLE
           DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
               " IS ALREADY ON CYCLE " SMF-BILLCYCLE
       ELSE
       IF SMF-PRIORBILLCYCLE NOT EQUAL TO SPACES
               AND SMF-CYCLECHANGEDATE GREATER THAN WS-ENTRY-DATE
           DISPLAY "A CHANGE TO CYCLE " SMF-BILLCYCLE
               " IS ALREADY PENDING FROM " SMF-CYCLECHANGEDATE
               " - CYCLE CHANGE REJECTED"
       ELSE
           PERFORM CHECK-CHANGE-PERIOD-POSTED
           IF CYCLE-PERIOD-POSTED
               DISPLAY "PERIOD " ENTRY-EFFECTIVE-DATE(1:6)
                   " IS ALREADY POSTED FOR CYCLE " SMF-BILLCYCLE
                   " OR " ENTRY-NEW-BILLCYCLE
                   " - CHOOSE A LATER START DATE"
           ELSE
               MOVE SMF-BILLCYCLE TO SMF-PRIORBILLCYCLE
               MOVE ENTRY-NEW-BILLCYCLE TO SMF-BILLCYCLE
               MOVE ENTRY-EFFECTIVE-DATE TO SMF-CYCLECHANGEDATE
               REWRITE SUBSCRIBERMASTERREC
               MOVE ENTRY-SUBSCRIBERID TO CHANGELOG-SUBSCRIBERID
               MOVE "U" TO CHANGELOG-ACTION-CODE
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " MOVES FROM CYCLE " SMF-PRIORBILLCYCLE
                   " TO CYCLE " SMF-BILLCYCLE
                   " EFFECTIVE " SMF-CYCLECHANGEDATE
                   " - OLD CYCLE ISSUES A SHORT-PERIOD BILL"
           END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

CHECK-CHANGE-PERIOD-POSTED.
       MOVE "N" TO WS-CYCLE-POSTED-SWITCH
       OPEN INPUT POSTEDPERIODFILE
       IF WS-PPD-STATUS EQUAL TO "00"
           MOVE ENTRY-EFFECTIVE-DATE(1:6) TO PP-PERIOD
           MOVE SMF-BILLCYCLE TO PP-CYCLE
           READ POSTEDPERIODFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PERIOD-ALREADY-POSTED
                       SET CYCLE-PERIOD-POSTED TO TRUE
                   END-IF
           END-READ
           MOVE ENTRY-EFFECTIVE-DATE(1:6) TO PP-PERIOD
           MOVE ENTRY-NEW-BILLCYCLE TO PP-CYCLE
           READ POSTEDPERIODFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PERIOD-ALREADY-POSTED
                       SET CYCLE-PERIOD-POSTED TO TRUE
                   END-IF
           END-READ
           CLOSE POSTEDPERIODFILE
       END-IF.

PORT-OUT-SUBSCRIBER.
       DISPLAY "ENTER SUBSCRIBER ID TO PORT OUT (10 DIGITS): "
       ACCEPT ENTRY-SUBSCRIBERID
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE SUBSCRIBERMASTERREC TO CHANGELOG-PRIOR-IMAGE
               MOVE "O" TO SMF-PORTSTATUS
               MOVE ENTRY-EFFECTIVE-DATE TO SMF-PORTDATE
               MOVE ENTRY-PORT-CARRIER TO SMF-PORTCARRIER
                   " PORTED OUT TO " ENTRY-PORT-CARRIER
                   " EFFECTIVE " ENTRY-EFFECTIVE-DATE
                   " - FINAL BILL PRORATES TO THE PORT DATE"
               MOVE "O" TO WS-NBR-ACTION
               MOVE ENTRY-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
               MOVE SPACES TO WS-NBR-NUMBER
               MOVE ENTRY-PORT-CARRIER TO WS-NBR-CARRIER
               MOVE SMF-PORTDATE TO WS-NBR-DATE
               PERFORM UPDATE-NUMBER-INVENTORY
               IF NUMBER-UPDATED
                   DISPLAY "NUMBER " WS-NBR-NUMBER " HANDED BACK TO "
                       "THE NUMBER INVENTORY AS PORTED OUT"
               END-IF
       END-READ
       END-IF.

       PERFORM GET-SUBSCRIBER-ENTRY
       DISPLAY "ENTER PORT DATE (YYYYMMDD): "
       ACCEPT ENTRY-EFFECTIVE-DATE
       DISPLAY "ENTER RETAINED NUMBER (15): "
       ACCEPT WS-NBR-NUMBER
       DISPLAY "ENTER LOSING CARRIER CODE (4): "
       ACCEPT ENTRY-PORT-CARRIER
       IF ENTRY-EFFECTIVE-DATE NOT NUMERIC
           DISPLAY "PORT DATE MUST BE NUMERIC - PORT-IN REJECTED"
       ELSE
       IF WS-NBR-NUMBER EQUAL TO SPACES
               OR ENTRY-PORT-CARRIER EQUAL TO SPACES
           DISPLAY "RETAINED NUMBER AND LOSING CARRIER REQUIRED - "
               "PORT-IN REJECTED"
       ELSE
           PERFORM MOVE-ENTRY-TO-MASTER-RECORD
           MOVE ENTRY-EFFECTIVE-DATE TO SMF-ACTIVATIONDATE
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
           MOVE SPACES TO SMF-LANGUAGECODE
           WRITE SUBSCRIBERMASTERREC
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " PORTED IN WITH RETAINED NUMBER - FIRST"
                       " BILL PRORATES FROM " ENTRY-EFFECTIVE-DATE
                   MOVE "I" TO WS-NBR-ACTION
                   MOVE ENTRY-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
                   MOVE ENTRY-PORT-CARRIER TO WS-NBR-CARRIER
                   MOVE SMF-PORTDATE TO WS-NBR-DATE
                   PERFORM UPDATE-NUMBER-INVENTORY
                   IF NOT NUMBER-UPDATED
                       DISPLAY "NUMBER " WS-NBR-NUMBER " IS IN USE IN "
                           "THE NUMBER INVENTORY - CHECK IT WITH "
                           "NUMBERINVENTORY BEFORE SERVICE STARTS"
                   END-IF
           END-WRITE
       END-IF
       END-IF.

MOVE-ENTRY-TO-MASTER-RECORD.
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
           MOVE SPACES TO SMF-LANGUAGECODE
       END-IF.

WRITE-SUBSCRIBER-CHANGE-LOG.
       MOVE CHANGELOG-ACTION-CODE TO LOG-ACTION
       MOVE SMF-PLANCODE TO LOG-PLANCODE
       MOVE WS-OPERATOR-ID TO LOG-OPERATORID
       MOVE CHANGELOG-PRIOR-NAME TO LOG-PRIOR-NAME
       MOVE CHANGELOG-PRIOR-ADDRESS1 TO LOG-PRIOR-ADDRESS1
       MOVE CHANGELOG-PRIOR-ADDRESS2 TO LOG-PRIOR-ADDRESS2
       MOVE CHANGELOG-PRIOR-IMAGE TO LOG-PRIOR-IMAGE
       MOVE SPACES TO CHANGELOG-PRIOR-NAME
       MOVE SPACES TO CHANGELOG-PRIOR-ADDRESS1
       MOVE SPACES TO CHANGELOG-PRIOR-ADDRESS2
       MOVE SPACES TO CHANGELOG-PRIOR-IMAGE
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DISPLAY "ERROR WRITING SUBSCRIBER CHANGE LOG - FILE STATUS "
               WS-LOG-STATUS
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

LOG-PREPAID-MOVEMENT.
       CALL "PREPAIDMOVEMENT" USING WS-PMV-TYPE, WS-PMV-SUBSCRIBERID,
           WS-PMV-AMOUNT, WS-PMV-PROGRAM, WS-PMV-RESULT.

UPDATE-NUMBER-INVENTORY.
       CALL "NUMBERASSIGN" USING WS-NBR-ACTION, WS-NBR-SUBSCRIBERID,
           WS-NBR-NUMBER, WS-NBR-CARRIER, WS-NBR-DATE, WS-OPERATOR-ID,
           WS-NBR-RESULT.
