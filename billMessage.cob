IDENTIFICATION DIVISION.
PROGRAM-ID. BILLMESSAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BILLMESSAGEFILE ASSIGN TO "BillMessages.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BMF-STATUS.

       SELECT BILLMESSAGETARGETFILE ASSIGN TO "BillMessageTargets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BMT-STATUS.

       SELECT MESSAGEPROOFFILE ASSIGN TO "BillMessageProof.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRF-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BILLMESSAGEFILE.
       COPY "BILLMESSAGE.cpy"
           REPLACING ==:RECNAME:== BY ==BILLMESSAGEREC==
                     ==:PREFIX:==  BY ==BMF-==.

FD     BILLMESSAGETARGETFILE.
01     BILLMESSAGETARGETREC.
       02  BMT-MESSAGEID           PIC X(6).
       02  BMT-SUBSCRIBERID        PIC 9(10).

FD     MESSAGEPROOFFILE.
01     MESSAGEPROOFLINE            PIC X(80).

WORKING-STORAGE SECTION.
01     WS-BMF-STATUS           PIC XX.
01     WS-BMT-STATUS           PIC XX.
01     WS-PRF-STATUS           PIC XX.
01     WS-BMF-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFBILLMESSAGES   VALUE "Y".
01     WS-BMT-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFMESSAGETARGETS VALUE "Y".
01     WS-MESSAGES-LOADED-SWITCH PIC X VALUE "N".
       88  MESSAGES-LOADED     VALUE "Y".
01     WS-MATCH-SWITCH         PIC X.
       88  MESSAGE-MATCHES     VALUE "Y".
       88  MESSAGE-NOT-MATCHED VALUE "N".

01     MESSAGE-TABLE.
       02  MST-ENTRY OCCURS 200 TIMES.
           03  MST-MESSAGEID       PIC X(6).
           03  MST-CATEGORY        PIC X.
               88  MST-REGULATORY  VALUE "R".
               88  MST-MARKETING   VALUE "M".
           03  MST-PRIORITY        PIC 99.
           03  MST-FROM-PERIOD     PIC 9(6).
           03  MST-TO-PERIOD       PIC 9(6).
           03  MST-PLANCODE        PIC X(4).
           03  MST-TAXJURISDICTION PIC X(2).
           03  MST-BILLCYCLE       PIC X(2).
           03  MST-PAYTYPE         PIC X.
           03  MST-DELIVERYMETHOD  PIC X.
           03  MST-SUBSCRIBERLIST  PIC X.
               88  MST-LISTED-ONLY VALUE "Y".
           03  MST-TEXTLINE        PIC X(60) OCCURS 3 TIMES.
           03  MST-CANDIDATE-FLAG  PIC X.
               88  MST-CANDIDATE   VALUE "Y".
           03  MST-PICKED-FLAG     PIC X.
               88  MST-PICKED      VALUE "Y".
           03  MST-ELIGIBLE-COUNT  PIC 9(7).
           03  MST-PRINTED-COUNT   PIC 9(7).
           03  MST-SUPPRESSED-COUNT PIC 9(7).
           03  MST-NO-CONSENT-COUNT PIC 9(7).
01     MESSAGE-TABLE-LIMIT     PIC 9(3) VALUE 200.
01     MST-COUNT               PIC 9(3) VALUE ZERO.
01     MST-IDX                 PIC 9(3).
01     MST-BEST-IDX            PIC 9(3).
01     MST-LINE-IDX            PIC 9.

01     TARGET-TABLE.
       02  TGT-ENTRY OCCURS 5000 TIMES.
           03  TGT-MESSAGEID       PIC X(6).
           03  TGT-SUBSCRIBERID    PIC 9(10).
01     TARGET-TABLE-LIMIT      PIC 9(4) VALUE 5000.
01     TGT-COUNT               PIC 9(4) VALUE ZERO.
01     TGT-IDX                 PIC 9(4).

01     WS-MARKETING-SWITCH     PIC X.
       88  MARKETING-CANDIDATE VALUE "Y".
01     WS-CONSENT-PURPOSE      PIC X VALUE "M".
01     WS-CONSENT-CHANNEL      PIC X.
01     WS-CONSENT-RESULT       PIC X.
       88  MARKETING-ALLOWED   VALUE "Y".
01     WS-CONSENT-USE-CHANNEL  PIC X.

01     WS-RUN-PERIOD           PIC 9(6) VALUE ZERO.
01     WS-INVOICES-SEEN        PIC 9(7) VALUE ZERO.
01     WS-PROOF-DATE           PIC 9(8).
01     WS-PROOF-TIME           PIC 9(8).

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.

01     PROOFHEADERLINE.
       02  FILLER              PIC X(20) VALUE "BILL MESSAGE PROOF  ".
       02  PRN-PROOF-PROGRAM   PIC X(12).
       02  FILLER              PIC X(8) VALUE "  PERIOD".
       02  FILLER              PIC X VALUE SPACE.
       02  PRN-PROOF-MONTH     PIC Z9.
       02  FILLER              PIC X VALUE "/".
       02  PRN-PROOF-YEAR      PIC 9(4).
       02  FILLER              PIC X(6) VALUE "  RUN ".
       02  PRN-PROOF-DATE      PIC 9(8).
       02  FILLER              PIC X VALUE SPACE.
       02  PRN-PROOF-TIME      PIC 9(6).

01     PROOFINVOICESLINE.
       02  FILLER              PIC X(20) VALUE "INVOICES RENDERED   ".
       02  PRN-PROOF-INVOICES  PIC Z,ZZZ,ZZ9.

01     PROOFCOLUMNLINE.
       02  FILLER              PIC X(36)
               VALUE "MESSAGE  CAT PRI  FROM    TO        ".
       02  FILLER              PIC X(33)
               VALUE "ELIGIBLE    PRINTED  SUPPRESSED".
       02  FILLER              PIC X(10) VALUE "NO CONSENT".

01     PROOFDETAILLINE.
       02  PRN-MESSAGEID       PIC X(6).
       02  FILLER              PIC X(4) VALUE SPACES.
       02  PRN-CATEGORY        PIC X.
       02  FILLER              PIC X(3) VALUE SPACES.
       02  PRN-PRIORITY        PIC 99.
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-FROM-PERIOD     PIC 9(6).
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-TO-PERIOD       PIC 9(6).
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-ELIGIBLE        PIC Z,ZZZ,ZZ9.
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-PRINTED         PIC Z,ZZZ,ZZ9.
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-SUPPRESSED      PIC Z,ZZZ,ZZ9.
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-NO-CONSENT      PIC Z,ZZZ,ZZ9.

LINKAGE SECTION.
01     BM-ACTION               PIC X.
       88  BM-BEGIN-INVOICE    VALUE "B".
       88  BM-CONSIDER-LINE    VALUE "L".
       88  BM-SELECT-MESSAGES  VALUE "S".
       88  BM-FINISH-RUN       VALUE "F".
01     BM-PROGRAM-NAME         PIC X(12).
01     BM-PERIOD               PIC 9(6).
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==BM-SUBSCRIBER==
                     ==:PREFIX:==  BY ==BMS-==.
       COPY "BILLMESSAGEBOX.cpy"
           REPLACING ==:RECNAME:== BY ==BM-MESSAGE-BOX==
                     ==:PREFIX:==  BY ==BMB-==.

PROCEDURE DIVISION USING BM-ACTION, BM-PROGRAM-NAME, BM-PERIOD,
        BM-SUBSCRIBER, BM-MESSAGE-BOX.
BEGIN.
       IF NOT MESSAGES-LOADED
           PERFORM LOAD-BILL-MESSAGES
       END-IF
       IF BM-BEGIN-INVOICE
           PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
               MOVE "N" TO MST-CANDIDATE-FLAG(MST-IDX)
               MOVE "N" TO MST-PICKED-FLAG(MST-IDX)
           END-PERFORM
           MOVE BM-PERIOD TO WS-RUN-PERIOD
           ADD 1 TO WS-INVOICES-SEEN
           MOVE ZERO TO BMB-COUNT
       END-IF
       IF BM-CONSIDER-LINE
           PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
               IF NOT MST-CANDIDATE(MST-IDX)
                   PERFORM CHECK-MESSAGE-TARGETING
                   IF MESSAGE-MATCHES
                       SET MST-CANDIDATE(MST-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
       END-IF
       IF BM-SELECT-MESSAGES
           PERFORM FILL-MESSAGE-BOX
       END-IF
       IF BM-FINISH-RUN
           IF MST-COUNT GREATER THAN ZERO
               PERFORM WRITE-MESSAGE-PROOF
           END-IF
       END-IF
       EXIT PROGRAM.

CHECK-MESSAGE-TARGETING.
       SET MESSAGE-MATCHES TO TRUE
       IF BM-PERIOD LESS THAN MST-FROM-PERIOD(MST-IDX)
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-TO-PERIOD(MST-IDX) NOT EQUAL TO ZERO
               AND BM-PERIOD GREATER THAN MST-TO-PERIOD(MST-IDX)
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-PLANCODE(MST-IDX) NOT EQUAL TO SPACES
               AND MST-PLANCODE(MST-IDX) NOT EQUAL TO BMS-PLANCODE
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-TAXJURISDICTION(MST-IDX) NOT EQUAL TO SPACES
               AND MST-TAXJURISDICTION(MST-IDX) NOT EQUAL TO
                   BMS-TAXJURISDICTION
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-BILLCYCLE(MST-IDX) NOT EQUAL TO SPACES
               AND MST-BILLCYCLE(MST-IDX) NOT EQUAL TO BMS-BILLCYCLE
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-PAYTYPE(MST-IDX) NOT EQUAL TO SPACES
               AND MST-PAYTYPE(MST-IDX) NOT EQUAL TO BMS-PAYTYPE
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-DELIVERYMETHOD(MST-IDX) EQUAL TO "E"
               AND NOT BMS-DELIVERY-EBILL
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MST-DELIVERYMETHOD(MST-IDX) EQUAL TO "P"
               AND BMS-DELIVERY-EBILL
           SET MESSAGE-NOT-MATCHED TO TRUE
       END-IF
       IF MESSAGE-MATCHES AND MST-LISTED-ONLY(MST-IDX)
           SET MESSAGE-NOT-MATCHED TO TRUE
           PERFORM VARYING TGT-IDX FROM 1 BY 1
                   UNTIL TGT-IDX > TGT-COUNT OR MESSAGE-MATCHES
               IF TGT-MESSAGEID(TGT-IDX) EQUAL TO MST-MESSAGEID(MST-IDX)
                       AND TGT-SUBSCRIBERID(TGT-IDX) EQUAL TO
                           BMS-SUBSCRIBERID
                   SET MESSAGE-MATCHES TO TRUE
               END-IF
           END-PERFORM
       END-IF.

FILL-MESSAGE-BOX.
       PERFORM CHECK-MARKETING-CONSENT
       MOVE ZERO TO BMB-COUNT
       MOVE 1 TO MST-BEST-IDX
       PERFORM UNTIL BMB-COUNT EQUAL TO 3 OR MST-BEST-IDX EQUAL TO ZERO
           MOVE ZERO TO MST-BEST-IDX
           PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
               IF MST-CANDIDATE(MST-IDX) AND NOT MST-PICKED(MST-IDX)
                   IF MST-BEST-IDX EQUAL TO ZERO
                       MOVE MST-IDX TO MST-BEST-IDX
                   ELSE
                   IF MST-REGULATORY(MST-IDX)
                           AND NOT MST-REGULATORY(MST-BEST-IDX)
                       MOVE MST-IDX TO MST-BEST-IDX
                   ELSE
                   IF MST-CATEGORY(MST-IDX) EQUAL TO
                           MST-CATEGORY(MST-BEST-IDX)
                           AND MST-PRIORITY(MST-IDX) LESS THAN
                               MST-PRIORITY(MST-BEST-IDX)
                       MOVE MST-IDX TO MST-BEST-IDX
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MST-BEST-IDX GREATER THAN ZERO
               SET MST-PICKED(MST-BEST-IDX) TO TRUE
               ADD 1 TO BMB-COUNT
               MOVE MST-MESSAGEID(MST-BEST-IDX) TO BMB-MESSAGEID(BMB-COUNT)
               PERFORM VARYING MST-LINE-IDX FROM 1 BY 1
                       UNTIL MST-LINE-IDX > 3
                   MOVE MST-TEXTLINE(MST-BEST-IDX, MST-LINE-IDX)
                       TO BMB-TEXTLINE(BMB-COUNT, MST-LINE-IDX)
               END-PERFORM
           END-IF
       END-PERFORM
       PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
           IF MST-CANDIDATE(MST-IDX)
               ADD 1 TO MST-ELIGIBLE-COUNT(MST-IDX)
               IF MST-PICKED(MST-IDX)
                   ADD 1 TO MST-PRINTED-COUNT(MST-IDX)
               ELSE
                   ADD 1 TO MST-SUPPRESSED-COUNT(MST-IDX)
               END-IF
           END-IF
       END-PERFORM.

CHECK-MARKETING-CONSENT.
       MOVE "N" TO WS-MARKETING-SWITCH
       PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
           IF MST-CANDIDATE(MST-IDX) AND MST-MARKETING(MST-IDX)
               SET MARKETING-CANDIDATE TO TRUE
           END-IF
       END-PERFORM
       IF MARKETING-CANDIDATE
           IF BMS-DELIVERY-EBILL
               MOVE "E" TO WS-CONSENT-CHANNEL
           ELSE
               MOVE "P" TO WS-CONSENT-CHANNEL
           END-IF
           CALL "CONSENTCHECK" USING BMS-SUBSCRIBERID,
               WS-CONSENT-PURPOSE, WS-CONSENT-CHANNEL,
               WS-CONSENT-RESULT, WS-CONSENT-USE-CHANNEL
           IF NOT MARKETING-ALLOWED
               PERFORM VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > MST-COUNT
                   IF MST-CANDIDATE(MST-IDX) AND MST-MARKETING(MST-IDX)
                       MOVE "N" TO MST-CANDIDATE-FLAG(MST-IDX)
                       ADD 1 TO MST-ELIGIBLE-COUNT(MST-IDX)
                       ADD 1 TO MST-NO-CONSENT-COUNT(MST-IDX)
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

WRITE-MESSAGE-PROOF.
       OPEN EXTEND MESSAGEPROOFFILE
       IF WS-PRF-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT MESSAGEPROOFFILE
       END-IF
       IF WS-PRF-STATUS NOT EQUAL TO "00"
           DISPLAY "BILL MESSAGE PROOF UNAVAILABLE - FILE STATUS "
               WS-PRF-STATUS
       ELSE
       ACCEPT WS-PROOF-DATE FROM DATE YYYYMMDD
       ACCEPT WS-PROOF-TIME FROM TIME
       MOVE BM-PROGRAM-NAME TO PRN-PROOF-PROGRAM
       MOVE WS-RUN-PERIOD(5:2) TO PRN-PROOF-MONTH
       MOVE WS-RUN-PERIOD(1:4) TO PRN-PROOF-YEAR
       MOVE WS-PROOF-DATE TO PRN-PROOF-DATE
       MOVE WS-PROOF-TIME(1:6) TO PRN-PROOF-TIME
       MOVE SPACES TO MESSAGEPROOFLINE
       WRITE MESSAGEPROOFLINE AFTER ADVANCING PAGE
       MOVE PROOFHEADERLINE TO MESSAGEPROOFLINE
       WRITE MESSAGEPROOFLINE
       MOVE WS-INVOICES-SEEN TO PRN-PROOF-INVOICES
       MOVE PROOFINVOICESLINE TO MESSAGEPROOFLINE
       WRITE MESSAGEPROOFLINE
       MOVE SPACES TO MESSAGEPROOFLINE
       WRITE MESSAGEPROOFLINE
       MOVE PROOFCOLUMNLINE TO MESSAGEPROOFLINE
       WRITE MESSAGEPROOFLINE
       PERFORM VARYING MST-IDX FROM 1 BY 1 UNTIL MST-IDX > MST-COUNT
           IF MST-ELIGIBLE-COUNT(MST-IDX) GREATER THAN ZERO
                   OR (WS-RUN-PERIOD NOT LESS THAN
                           MST-FROM-PERIOD(MST-IDX)
                       AND (MST-TO-PERIOD(MST-IDX) EQUAL TO ZERO
                           OR WS-RUN-PERIOD NOT GREATER THAN
                               MST-TO-PERIOD(MST-IDX)))
               MOVE MST-MESSAGEID(MST-IDX) TO PRN-MESSAGEID
               MOVE MST-CATEGORY(MST-IDX) TO PRN-CATEGORY
               MOVE MST-PRIORITY(MST-IDX) TO PRN-PRIORITY
               MOVE MST-FROM-PERIOD(MST-IDX) TO PRN-FROM-PERIOD
               MOVE MST-TO-PERIOD(MST-IDX) TO PRN-TO-PERIOD
               MOVE MST-ELIGIBLE-COUNT(MST-IDX) TO PRN-ELIGIBLE
               MOVE MST-PRINTED-COUNT(MST-IDX) TO PRN-PRINTED
               MOVE MST-SUPPRESSED-COUNT(MST-IDX) TO PRN-SUPPRESSED
               MOVE MST-NO-CONSENT-COUNT(MST-IDX) TO PRN-NO-CONSENT
               MOVE PROOFDETAILLINE TO MESSAGEPROOFLINE
               WRITE MESSAGEPROOFLINE
               IF MST-REGULATORY(MST-IDX)
                       AND MST-SUPPRESSED-COUNT(MST-IDX) GREATER THAN ZERO
                   DISPLAY "REGULATORY MESSAGE " MST-MESSAGEID(MST-IDX)
                       " SUPPRESSED ON " MST-SUPPRESSED-COUNT(MST-IDX)
                       " INVOICES - MESSAGE BOX FULL"
               END-IF
           END-IF
       END-PERFORM
       CLOSE MESSAGEPROOFFILE
       MOVE "BILL MESSAGE PROOF" TO WS-REG-REPORT-NAME
       MOVE "BillMessageProof.rpt" TO WS-REG-FILENAME
       MOVE WS-RUN-PERIOD TO WS-REG-PERIOD
       MOVE 1 TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, BM-PROGRAM-NAME, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       END-IF.

LOAD-BILL-MESSAGES.
       SET MESSAGES-LOADED TO TRUE
       MOVE ZERO TO MST-COUNT
       MOVE ZERO TO TGT-COUNT
       OPEN INPUT BILLMESSAGEFILE
       IF WS-BMF-STATUS EQUAL TO "35"
           DISPLAY "NO BILL MESSAGES PRESENT - SKIPPED"
       ELSE
       IF WS-BMF-STATUS NOT EQUAL TO "00"
           DISPLAY "BILL MESSAGES UNAVAILABLE - FILE STATUS "
               WS-BMF-STATUS " - NO MESSAGES PRINTED"
       ELSE
       MOVE "N" TO WS-BMF-EOF-SWITCH
       READ BILLMESSAGEFILE
           AT END SET ENDOFBILLMESSAGES TO TRUE
       END-READ
       PERFORM UNTIL ENDOFBILLMESSAGES
           IF BMF-MESSAGEID NOT EQUAL TO SPACES
                   AND (BMF-REGULATORY OR BMF-MARKETING)
               IF MST-COUNT LESS THAN MESSAGE-TABLE-LIMIT
                   ADD 1 TO MST-COUNT
                   MOVE BMF-MESSAGEID TO MST-MESSAGEID(MST-COUNT)
                   MOVE BMF-CATEGORY TO MST-CATEGORY(MST-COUNT)
                   MOVE BMF-PRIORITY TO MST-PRIORITY(MST-COUNT)
                   MOVE BMF-FROM-PERIOD TO MST-FROM-PERIOD(MST-COUNT)
                   MOVE BMF-TO-PERIOD TO MST-TO-PERIOD(MST-COUNT)
                   MOVE BMF-PLANCODE TO MST-PLANCODE(MST-COUNT)
                   MOVE BMF-TAXJURISDICTION
                       TO MST-TAXJURISDICTION(MST-COUNT)
                   MOVE BMF-BILLCYCLE TO MST-BILLCYCLE(MST-COUNT)
                   MOVE BMF-PAYTYPE TO MST-PAYTYPE(MST-COUNT)
                   MOVE BMF-DELIVERYMETHOD
                       TO MST-DELIVERYMETHOD(MST-COUNT)
                   MOVE BMF-SUBSCRIBERLIST
                       TO MST-SUBSCRIBERLIST(MST-COUNT)
                   PERFORM VARYING MST-LINE-IDX FROM 1 BY 1
                           UNTIL MST-LINE-IDX > 3
                       MOVE BMF-TEXTLINE(MST-LINE-IDX)
                           TO MST-TEXTLINE(MST-COUNT, MST-LINE-IDX)
                   END-PERFORM
                   MOVE "N" TO MST-CANDIDATE-FLAG(MST-COUNT)
                   MOVE "N" TO MST-PICKED-FLAG(MST-COUNT)
                   MOVE ZERO TO MST-ELIGIBLE-COUNT(MST-COUNT)
                   MOVE ZERO TO MST-PRINTED-COUNT(MST-COUNT)
                   MOVE ZERO TO MST-SUPPRESSED-COUNT(MST-COUNT)
                   MOVE ZERO TO MST-NO-CONSENT-COUNT(MST-COUNT)
               ELSE
                   DISPLAY "BILL MESSAGE TABLE FULL - MESSAGE "
                       BMF-MESSAGEID " IGNORED"
               END-IF
           ELSE
               DISPLAY "BILL MESSAGE " BMF-MESSAGEID
                   " HAS INVALID CATEGORY " BMF-CATEGORY " - IGNORED"
           END-IF
           READ BILLMESSAGEFILE
               AT END SET ENDOFBILLMESSAGES TO TRUE
           END-READ
       END-PERFORM
       CLOSE BILLMESSAGEFILE
       PERFORM LOAD-MESSAGE-TARGETS
       END-IF
       END-IF.

LOAD-MESSAGE-TARGETS.
       OPEN INPUT BILLMESSAGETARGETFILE
       IF WS-BMT-STATUS EQUAL TO "00"
           MOVE "N" TO WS-BMT-EOF-SWITCH
           READ BILLMESSAGETARGETFILE
               AT END SET ENDOFMESSAGETARGETS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFMESSAGETARGETS
               IF TGT-COUNT LESS THAN TARGET-TABLE-LIMIT
                   ADD 1 TO TGT-COUNT
                   MOVE BMT-MESSAGEID TO TGT-MESSAGEID(TGT-COUNT)
                   MOVE BMT-SUBSCRIBERID TO TGT-SUBSCRIBERID(TGT-COUNT)
               ELSE
                   DISPLAY "BILL MESSAGE TARGET TABLE FULL - SUBSCRIBER "
                       BMT-SUBSCRIBERID " FOR MESSAGE " BMT-MESSAGEID
                       " IGNORED"
               END-IF
               READ BILLMESSAGETARGETFILE
                   AT END SET ENDOFMESSAGETARGETS TO TRUE
               END-READ
           END-PERFORM
           CLOSE BILLMESSAGETARGETFILE
       END-IF.

END PROGRAM BILLMESSAGE.
