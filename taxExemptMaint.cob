IDENTIFICATION DIVISION.
PROGRAM-ID. TAXEXEMPTMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TAXEXEMPTIONFILE ASSIGN TO "TaxExemptions.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXE-SUBSCRIBERID
           FILE STATUS IS WS-TXE-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT EXEMPTIONCHANGELOG ASSIGN TO "TaxExemptChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     TAXEXEMPTIONFILE.
       COPY "TAXEXEMPTION.cpy"
           REPLACING ==:RECNAME:== BY ==TAXEXEMPTIONREC==
                     ==:PREFIX:==  BY ==TXE-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     EXEMPTIONCHANGELOG.
01     EXEMPTIONCHANGELOGREC.
       02  XCL-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X VALUE SPACE.
       02  XCL-CERTIFICATE     PIC X(15).
       02  FILLER              PIC X VALUE SPACE.
       02  XCL-ACTION          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  XCL-PERCENT         PIC 9(3)V99.
       02  FILLER              PIC X VALUE SPACE.
       02  XCL-EXPIRYDATE      PIC 9(8).
       02  FILLER              PIC X VALUE SPACE.
       02  XCL-OPERATORID      PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  XCL-ENTRYTIMESTAMP  PIC 9(14).

WORKING-STORAGE SECTION.
01     WS-TXE-STATUS           PIC XX.
01     WS-SMF-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "TAXEXEMPTMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     TRANSACTION-CODE        PIC X.
       88  TRANSACTION-IS-ADD         VALUE "A" "a".
       88  TRANSACTION-IS-REVOKE      VALUE "X" "x".
       88  TRANSACTION-IS-LIST        VALUE "L" "l".

01     CERTIFICATE-ENTRY.
       02  ENTRY-SUBSCRIBERID  PIC X(10).
       02  ENTRY-CERTIFICATE   PIC X(15).
       02  ENTRY-CATEGORY      PIC X.
           88  VALID-EXEMPT-CATEGORY  VALUE "G" "C" "D".
       02  ENTRY-JURISDICTIONS.
           03  ENTRY-JURISDICTION PIC X(2) OCCURS 5 TIMES.
       02  ENTRY-PERCENT       PIC X(5).
       02  ENTRY-PERCENT-NUM REDEFINES ENTRY-PERCENT
                               PIC 9(3)V99.
       02  ENTRY-EFFECTIVE     PIC X(8).
       02  ENTRY-EXPIRY        PIC X(8).

01     REVOKE-ENTRY.
       02  REVOKE-SUBSCRIBERID PIC X(10).
       02  REVOKE-END-DATE     PIC X(8).

01     ENTRY-IDX               PIC 9.
01     CHANGELOG-ACTION-CODE   PIC X.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O TAXEXEMPTIONFILE
       IF WS-TXE-STATUS EQUAL TO "35"
           OPEN OUTPUT TAXEXEMPTIONFILE
           CLOSE TAXEXEMPTIONFILE
           OPEN I-O TAXEXEMPTIONFILE
       END-IF
       IF WS-TXE-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING TAX EXEMPTION FILE - FILE STATUS "
               WS-TXE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           DISPLAY "SUBSCRIBER MASTER UNAVAILABLE - FILE STATUS "
               WS-SMF-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND EXEMPTIONCHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT EXEMPTIONCHANGELOG
       END-IF
       DISPLAY "TAX EXEMPTION CERTIFICATE MAINTENANCE (A=ADD OR "
           "RENEW CERTIFICATE, X=REVOKE CERTIFICATE, "
           "L=LIST CERTIFICATE, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-ADD
                   PERFORM ADD-EXEMPTION-CERTIFICATE
               WHEN TRANSACTION-IS-REVOKE
                   PERFORM REVOKE-EXEMPTION-CERTIFICATE
               WHEN TRANSACTION-IS-LIST
                   PERFORM LIST-EXEMPTION-CERTIFICATE
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A=ADD, X=REVOKE, L=LIST), "
               "BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE TAXEXEMPTIONFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE EXEMPTIONCHANGELOG
       DISPLAY "TAX EXEMPTION MAINTENANCE COMPLETE"
       STOP RUN.

ADD-EXEMPTION-CERTIFICATE.
       DISPLAY "ENTER SUBSCRIBER ID (10) CERTIFICATE NUMBER (15) "
           "CATEGORY (G=GOVERNMENT, C=CHARITY, D=DIPLOMATIC) "
           "UP TO 5 JURISDICTIONS (2 EACH, ** = ALL) "
           "EXEMPT PERCENT (99999 = 999.99) "
           "EFFECTIVE DATE (YYYYMMDD) EXPIRY DATE (YYYYMMDD)"
       ACCEPT CERTIFICATE-ENTRY
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
               OR ENTRY-PERCENT NOT NUMERIC
               OR ENTRY-EFFECTIVE NOT NUMERIC
               OR ENTRY-EXPIRY NOT NUMERIC
           DISPLAY "SUBSCRIBER ID, PERCENT AND DATES MUST BE NUMERIC"
               " - ENTRY REJECTED"
       ELSE
       IF ENTRY-CERTIFICATE EQUAL TO SPACES
               OR NOT VALID-EXEMPT-CATEGORY
               OR ENTRY-JURISDICTIONS EQUAL TO SPACES
           DISPLAY "CERTIFICATE NUMBER, CATEGORY G/C/D AND AT LEAST"
               " ONE JURISDICTION ARE REQUIRED - ENTRY REJECTED"
       ELSE
       IF ENTRY-PERCENT-NUM EQUAL TO ZERO
               OR ENTRY-PERCENT-NUM GREATER THAN 100
           DISPLAY "EXEMPT PERCENT MUST BE ABOVE 0 AND NOT OVER 100"
               " - ENTRY REJECTED"
       ELSE
       IF ENTRY-EXPIRY NOT GREATER THAN ENTRY-EFFECTIVE
           DISPLAY "EXPIRY DATE MUST FOLLOW THE EFFECTIVE DATE"
               " - ENTRY REJECTED"
       ELSE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " DOES NOT EXIST - ENTRY REJECTED"
           NOT INVALID KEY
               MOVE ENTRY-SUBSCRIBERID TO TXE-SUBSCRIBERID
               READ TAXEXEMPTIONFILE
                   INVALID KEY
                       PERFORM BUILD-EXEMPTION-RECORD
                       WRITE TAXEXEMPTIONREC
                       MOVE "A" TO CHANGELOG-ACTION-CODE
                   NOT INVALID KEY
                       PERFORM BUILD-EXEMPTION-RECORD
                       REWRITE TAXEXEMPTIONREC
                       MOVE "R" TO CHANGELOG-ACTION-CODE
               END-READ
               IF WS-TXE-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR STORING CERTIFICATE - FILE STATUS "
                       WS-TXE-STATUS
               ELSE
                   PERFORM WRITE-EXEMPTION-CHANGE-LOG
                   DISPLAY "CERTIFICATE " TXE-CERTIFICATE-NUMBER
                       " RECORDED FOR SUBSCRIBER " TXE-SUBSCRIBERID
                       " VERIFIED BY " TXE-VERIFIED-BY
               END-IF
       END-READ
       END-IF
       END-IF
       END-IF
       END-IF.

BUILD-EXEMPTION-RECORD.
       MOVE ENTRY-SUBSCRIBERID TO TXE-SUBSCRIBERID
       MOVE ENTRY-CERTIFICATE TO TXE-CERTIFICATE-NUMBER
       MOVE ENTRY-CATEGORY TO TXE-EXEMPT-CATEGORY
       PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX GREATER THAN 5
           MOVE ENTRY-JURISDICTION(ENTRY-IDX)
               TO TXE-EXEMPT-JURISDICTION(ENTRY-IDX)
       END-PERFORM
       MOVE ENTRY-PERCENT-NUM TO TXE-EXEMPT-PERCENT
       MOVE ENTRY-EFFECTIVE TO TXE-EFFECTIVEDATE
       MOVE ENTRY-EXPIRY TO TXE-EXPIRYDATE
       MOVE WS-OPERATOR-ID TO TXE-VERIFIED-BY
       MOVE WS-ENTRY-DATE TO TXE-VERIFIED-DATE.

REVOKE-EXEMPTION-CERTIFICATE.
       DISPLAY "ENTER SUBSCRIBER ID (10) AND LAST DAY THE "
           "CERTIFICATE APPLIES (YYYYMMDD): "
       ACCEPT REVOKE-ENTRY
       IF REVOKE-SUBSCRIBERID NOT NUMERIC
               OR REVOKE-END-DATE NOT NUMERIC
           DISPLAY "SUBSCRIBER ID AND END DATE MUST BE NUMERIC"
               " - ENTRY REJECTED"
       ELSE
           MOVE REVOKE-SUBSCRIBERID TO TXE-SUBSCRIBERID
           READ TAXEXEMPTIONFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " REVOKE-SUBSCRIBERID
                       " HOLDS NO EXEMPTION CERTIFICATE"
               NOT INVALID KEY
                   MOVE REVOKE-END-DATE TO TXE-EXPIRYDATE
                   MOVE WS-OPERATOR-ID TO TXE-VERIFIED-BY
                   MOVE WS-ENTRY-DATE TO TXE-VERIFIED-DATE
                   REWRITE TAXEXEMPTIONREC
                   MOVE "X" TO CHANGELOG-ACTION-CODE
                   PERFORM WRITE-EXEMPTION-CHANGE-LOG
                   DISPLAY "CERTIFICATE " TXE-CERTIFICATE-NUMBER
                       " NOW EXPIRES " TXE-EXPIRYDATE
           END-READ
       END-IF.

LIST-EXEMPTION-CERTIFICATE.
       DISPLAY "ENTER SUBSCRIBER ID TO LIST (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
           MOVE ENTRY-SUBSCRIBERID TO TXE-SUBSCRIBERID
           READ TAXEXEMPTIONFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HOLDS NO EXEMPTION CERTIFICATE"
               NOT INVALID KEY
                   DISPLAY "  CERTIFICATE " TXE-CERTIFICATE-NUMBER
                       " CATEGORY " TXE-EXEMPT-CATEGORY
                       " EXEMPT " TXE-EXEMPT-PERCENT
                       " JURISDICTIONS " TXE-EXEMPT-JURISDICTION(1)
                       " " TXE-EXEMPT-JURISDICTION(2)
                       " " TXE-EXEMPT-JURISDICTION(3)
                       " " TXE-EXEMPT-JURISDICTION(4)
                       " " TXE-EXEMPT-JURISDICTION(5)
                   DISPLAY "  EFFECTIVE " TXE-EFFECTIVEDATE
                       " EXPIRES " TXE-EXPIRYDATE
                       " VERIFIED BY " TXE-VERIFIED-BY
                       " ON " TXE-VERIFIED-DATE
           END-READ
       END-IF.

WRITE-EXEMPTION-CHANGE-LOG.
       MOVE SPACES TO EXEMPTIONCHANGELOGREC
       MOVE TXE-SUBSCRIBERID TO XCL-SUBSCRIBERID
       MOVE TXE-CERTIFICATE-NUMBER TO XCL-CERTIFICATE
       MOVE CHANGELOG-ACTION-CODE TO XCL-ACTION
       MOVE TXE-EXEMPT-PERCENT TO XCL-PERCENT
       MOVE TXE-EXPIRYDATE TO XCL-EXPIRYDATE
       MOVE WS-OPERATOR-ID TO XCL-OPERATORID
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO XCL-ENTRYTIMESTAMP
       END-STRING
       WRITE EXEMPTIONCHANGELOGREC
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING EXEMPTION CHANGE LOG - FILE STATUS "
               WS-LOG-STATUS
       END-IF.
