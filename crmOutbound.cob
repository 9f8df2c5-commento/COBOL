           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT CONSENTCHANGELOG ASSIGN TO "ConsentChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCL-STATUS.

       SELECT CRMREJECTFILE ASSIGN TO "CrmDelta.rej"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     CONSENTCHANGELOG.
       COPY "CONSENTCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==CONSENTCHANGELOGREC==
                     ==:PREFIX:==  BY ==CCL-==.

FD     CRMREJECTFILE.
01     CRMREJECTREC.
       02  REJ-DELTA               PIC X(90).
       02  ORJ-RECORDTYPE          PIC X.
       02  ORJ-REJECT-IMAGE        PIC X(90).
       02  FILLER                  PIC X(9).
01     OUTBOUNDVERIFYREC REDEFINES OUTBOUNDFEEDREC.
       02  OVR-RECORDTYPE          PIC X.
       02  OVR-SUBSCRIBERID        PIC 9(10).
       02  OVR-SUBSCRIBERNAME      PIC X(25).
       02  OVR-ADDRESSLINE1        PIC X(25).
       02  OVR-ADDRESSLINE2        PIC X(25).
       02  OVR-RETURNDATE          PIC 9(8).
       02  OVR-RETURNREASON        PIC X(2).
       02  FILLER                  PIC X(4).
01     OUTBOUNDCONSENTREC REDEFINES OUTBOUNDFEEDREC.
       02  OCN-RECORDTYPE          PIC X.
       02  OCN-SUBSCRIBERID        PIC 9(10).
       02  OCN-PURPOSE             PIC X.
       02  OCN-CHANNEL             PIC X.
       02  OCN-CONSENT-FLAG        PIC X.
       02  OCN-PREFERREDCHANNEL    PIC X.
       02  OCN-EFFECTIVEDATE       PIC 9(8).
       02  OCN-SOURCE              PIC X(4).
       02  OCN-OPERATORID          PIC X(8).
       02  OCN-TIMESTAMP           PIC 9(14).
       02  FILLER                  PIC X(51).
01     OUTBOUNDTRAILERREC REDEFINES OUTBOUNDFEEDREC.
       02  OTR-RECORDTYPE          PIC X.
       02  OTR-FEED-SEQUENCE       PIC 9(6).
01     OUTBOUNDCONTROLREC.
       02  OCT-LAST-TIMESTAMP      PIC 9(14).
       02  OCT-LAST-SEQUENCE       PIC 9(6).
       02  OCT-LAST-CONSENT-TIMESTAMP PIC X(14).

WORKING-STORAGE SECTION.
01     WS-LOG-STATUS               PIC XX.
01     WS-REJ-STATUS               PIC XX.
01     WS-OUT-STATUS               PIC XX.
01     WS-OCT-STATUS               PIC XX.
01     WS-CCL-STATUS               PIC XX.

01     WS-LOG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCHANGELOG          VALUE "Y".
01     WS-REJ-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFREJECTS            VALUE "Y".
01     WS-CCL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCONSENTLOG         VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     WS-LAST-TIMESTAMP           PIC 9(14) VALUE ZERO.
01     WS-FEED-SEQUENCE            PIC 9(6) VALUE ZERO.
01     WS-HIGHEST-TIMESTAMP        PIC 9(14) VALUE ZERO.
01     WS-LAST-CONSENT-TIMESTAMP   PIC 9(14) VALUE ZERO.
01     WS-HIGHEST-CONSENT-TIMESTAMP PIC 9(14) VALUE ZERO.
01     WS-CRM-LOAD-OPERATOR        PIC X(8) VALUE "CRMLOAD".
01     WS-CONSENT-CHANGE-COUNT     PIC 9(7) VALUE ZERO.

01     CHANGED-TABLE-LIMIT         PIC 9(4) VALUE 1000.
01     WS-CHG-OVERFLOW-SWITCH      PIC X VALUE "N".
       02  OBT-CHANGES-READ        PIC 9(7) VALUE ZERO.
       02  OBT-DETAILS-WRITTEN     PIC 9(7) VALUE ZERO.
       02  OBT-REJECTS-WRITTEN     PIC 9(7) VALUE ZERO.
       02  OBT-VERIFY-REQUESTS     PIC 9(7) VALUE ZERO.
       02  OBT-CONSENTS-WRITTEN    PIC 9(7) VALUE ZERO.
       02  OBT-FEED-RECORDS        PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       PERFORM LOAD-OUTBOUND-CONTROL
       PERFORM COLLECT-CHANGED-SUBSCRIBERS
       PERFORM COUNT-CONSENT-CHANGES
       IF CHG-COUNT EQUAL TO ZERO
               AND WS-CONSENT-CHANGE-COUNT EQUAL TO ZERO
           DISPLAY "CRMOUTBOUND -- NO SUBSCRIBER OR CONSENT CHANGES"
               " SINCE LAST FEED - NOTHING TO SEND"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-ARM-STATUS EQUAL TO "00"
           CLOSE ARMASTERFILE
       END-IF
       IF WS-CONSENT-CHANGE-COUNT GREATER THAN ZERO
           PERFORM COPY-CONSENT-CHANGES-TO-FEED
       END-IF
       PERFORM COPY-REJECTS-TO-FEED
       PERFORM WRITE-FEED-TRAILER
       CLOSE OUTBOUNDFEEDFILE
       PERFORM SAVE-OUTBOUND-CONTROL
       DISPLAY "CRMOUTBOUND -- FEED " WS-FEED-SEQUENCE
           " WRITTEN: " OBT-DETAILS-WRITTEN " DETAIL(S), "
           OBT-REJECTS-WRITTEN " REJECT NOTICE(S), "
           OBT-VERIFY-REQUESTS " ADDRESS VERIFICATION REQUEST(S), "
           OBT-CONSENTS-WRITTEN " CONSENT CHANGE(S)"
       STOP RUN.

LOAD-OUTBOUND-CONTROL.
               NOT AT END
                   MOVE OCT-LAST-TIMESTAMP TO WS-LAST-TIMESTAMP
                   MOVE OCT-LAST-SEQUENCE TO WS-FEED-SEQUENCE
                   IF OCT-LAST-CONSENT-TIMESTAMP NUMERIC
                       MOVE OCT-LAST-CONSENT-TIMESTAMP
                           TO WS-LAST-CONSENT-TIMESTAMP
                   END-IF
           END-READ
           CLOSE OUTBOUNDCONTROLFILE
       END-IF
       MOVE WS-LAST-TIMESTAMP TO WS-HIGHEST-TIMESTAMP
       MOVE WS-LAST-CONSENT-TIMESTAMP TO WS-HIGHEST-CONSENT-TIMESTAMP.

COLLECT-CHANGED-SUBSCRIBERS.
       OPEN INPUT SUBSCRIBERCHANGELOG
           CLOSE SUBSCRIBERCHANGELOG
       END-IF.

COUNT-CONSENT-CHANGES.
       OPEN INPUT CONSENTCHANGELOG
       IF WS-CCL-STATUS EQUAL TO "00"
           MOVE "N" TO WS-CCL-EOF-SWITCH
           PERFORM READ-CONSENT-CHANGE-RECORD
           PERFORM UNTIL ENDOFCONSENTLOG
               IF CCL-TIMESTAMP NUMERIC
                       AND CCL-TIMESTAMP GREATER THAN
                           WS-LAST-CONSENT-TIMESTAMP
                       AND CCL-OPERATORID NOT EQUAL TO
                           WS-CRM-LOAD-OPERATOR
                   ADD 1 TO WS-CONSENT-CHANGE-COUNT
               END-IF
               PERFORM READ-CONSENT-CHANGE-RECORD
           END-PERFORM
           CLOSE CONSENTCHANGELOG
       END-IF.

NOTE-CHANGED-SUBSCRIBER.
       MOVE ZERO TO CHG-FOUND-IDX
       PERFORM VARYING CHG-IDX FROM 1 BY 1
               MOVE "N" TO SMF-WEAKPINFLAG
               MOVE SPACE TO SMF-SUSPENSIONSTATUS
               MOVE SPACES TO SMF-SUSPENSIONREASON
               MOVE SPACE TO SMF-ADDRESSSTATUS
       END-READ
       MOVE ZERO TO AR-BALANCE
       IF WS-ARM-STATUS EQUAL TO "00"
       MOVE SMF-PLANCODE TO ODT-PLANCODE
       MOVE CHG-LASTACTION(CHG-IDX) TO ODT-LASTACTION
       PERFORM WRITE-OUTBOUND-RECORD
       ADD 1 TO OBT-DETAILS-WRITTEN
       IF SMF-ADDRESS-UNDELIVERABLE
           PERFORM WRITE-ADDRESS-VERIFY-RECORD
       END-IF.

WRITE-ADDRESS-VERIFY-RECORD.
       MOVE SPACES TO OUTBOUNDFEEDREC
       MOVE "V" TO OVR-RECORDTYPE
       MOVE CHG-SUBSCRIBERID(CHG-IDX) TO OVR-SUBSCRIBERID
       MOVE SMF-SUBSCRIBERNAME TO OVR-SUBSCRIBERNAME
       MOVE SMF-ADDRESSLINE1 TO OVR-ADDRESSLINE1
       MOVE SMF-ADDRESSLINE2 TO OVR-ADDRESSLINE2
       MOVE SMF-ADDRESSSTATUSDATE TO OVR-RETURNDATE
       MOVE SMF-ADDRESSRETURNREASON TO OVR-RETURNREASON
       PERFORM WRITE-OUTBOUND-RECORD
       ADD 1 TO OBT-VERIFY-REQUESTS.

COPY-CONSENT-CHANGES-TO-FEED.
       OPEN INPUT CONSENTCHANGELOG
       IF WS-CCL-STATUS EQUAL TO "00"
           MOVE "N" TO WS-CCL-EOF-SWITCH
           PERFORM READ-CONSENT-CHANGE-RECORD
           PERFORM UNTIL ENDOFCONSENTLOG
               IF CCL-TIMESTAMP NUMERIC
                       AND CCL-TIMESTAMP GREATER THAN
                           WS-LAST-CONSENT-TIMESTAMP
                   IF CCL-OPERATORID NOT EQUAL TO WS-CRM-LOAD-OPERATOR
                       PERFORM WRITE-CONSENT-CHANGE-RECORD
                   END-IF
                   IF CCL-TIMESTAMP GREATER THAN
                           WS-HIGHEST-CONSENT-TIMESTAMP
                       MOVE CCL-TIMESTAMP
                           TO WS-HIGHEST-CONSENT-TIMESTAMP
                   END-IF
               END-IF
               PERFORM READ-CONSENT-CHANGE-RECORD
           END-PERFORM
           CLOSE CONSENTCHANGELOG
       END-IF.

WRITE-CONSENT-CHANGE-RECORD.
       MOVE SPACES TO OUTBOUNDFEEDREC
       MOVE "C" TO OCN-RECORDTYPE
       MOVE CCL-SUBSCRIBERID TO OCN-SUBSCRIBERID
       MOVE CCL-PURPOSE TO OCN-PURPOSE
       MOVE CCL-CHANNEL TO OCN-CHANNEL
       MOVE CCL-FLAG TO OCN-CONSENT-FLAG
       MOVE CCL-PREFERREDCHANNEL TO OCN-PREFERREDCHANNEL
       MOVE CCL-EFFECTIVEDATE TO OCN-EFFECTIVEDATE
       MOVE CCL-SOURCE TO OCN-SOURCE
       MOVE CCL-OPERATORID TO OCN-OPERATORID
       MOVE CCL-TIMESTAMP TO OCN-TIMESTAMP
       PERFORM WRITE-OUTBOUND-RECORD
       ADD 1 TO OBT-CONSENTS-WRITTEN.

COPY-REJECTS-TO-FEED.
       OPEN INPUT CRMREJECTFILE
       END-IF
       MOVE WS-HIGHEST-TIMESTAMP TO OCT-LAST-TIMESTAMP
       MOVE WS-FEED-SEQUENCE TO OCT-LAST-SEQUENCE
       MOVE WS-HIGHEST-CONSENT-TIMESTAMP TO OCT-LAST-CONSENT-TIMESTAMP
       WRITE OUTBOUNDCONTROLREC
       CLOSE OUTBOUNDCONTROLFILE.

       READ SUBSCRIBERCHANGELOG AT END SET ENDOFCHANGELOG TO TRUE
       END-READ.

READ-CONSENT-CHANGE-RECORD.
       READ CONSENTCHANGELOG AT END SET ENDOFCONSENTLOG TO TRUE
       END-READ.

READ-CRM-REJECT-RECORD.
       READ CRMREJECTFILE AT END SET ENDOFREJECTS TO TRUE
       END-READ.
