IDENTIFICATION DIVISION.
PROGRAM-ID. CREDITLIMITMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CREDITLIMITFILE ASSIGN TO "CreditLimits.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-LIMIT-KEY
           FILE STATUS IS WS-CLM-STATUS.

       SELECT PLANCHARGEFILE ASSIGN TO "PlanCharges.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCH-PLANCODE
           FILE STATUS IS WS-PCH-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT EXPOSUREFILE ASSIGN TO "CreditExposure.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CEX-SUBSCRIBERID
           FILE STATUS IS WS-CEX-STATUS.

       SELECT LIMITCHANGELOG ASSIGN TO "CreditLimitChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     CREDITLIMITFILE.
       COPY "CREDITLIMIT.cpy"
           REPLACING ==:RECNAME:== BY ==CREDITLIMITREC==
                     ==:PREFIX:==  BY ==CLM-==.

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       02  PCH-PLANCODE             PIC X(4).
       02  PCH-MONTHLYCHARGE        PIC 9(5)V99.
       02  PCH-DESCRIPTION          PIC X(20).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     EXPOSUREFILE.
       COPY "CREDITEXPOSURE.cpy"
           REPLACING ==:RECNAME:== BY ==EXPOSUREREC==
                     ==:PREFIX:==  BY ==CEX-==.

FD     LIMITCHANGELOG.
01     LIMITCHANGELOGREC.
       02  CLL-KEYTYPE         PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  CLL-KEYVALUE        PIC X(10).
       02  FILLER              PIC X VALUE SPACE.
       02  CLL-ACTION          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  CLL-OLD-LIMIT       PIC 9(7)V99.
       02  FILLER              PIC X VALUE SPACE.
       02  CLL-NEW-LIMIT       PIC 9(7)V99.
       02  FILLER              PIC X VALUE SPACE.
       02  CLL-OPERATORID      PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  CLL-ENTRYTIMESTAMP  PIC 9(14).

WORKING-STORAGE SECTION.
01     WS-CLM-STATUS           PIC XX.
01     WS-PCH-STATUS           PIC XX.
01     WS-SMF-STATUS           PIC XX.
01     WS-CEX-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "CREDITLIMITMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     TRANSACTION-CODE        PIC X.
       88  TRANSACTION-IS-DEFAULT     VALUE "D" "d".
       88  TRANSACTION-IS-OVERRIDE    VALUE "O" "o".
       88  TRANSACTION-IS-REMOVE      VALUE "X" "x".
       88  TRANSACTION-IS-LIST        VALUE "L" "l".

01     DEFAULT-ENTRY.
       02  ENTRY-PLANCODE      PIC X(4).
       02  ENTRY-PLAN-LIMIT    PIC X(9).
       02  ENTRY-PLAN-LIMIT-NUM REDEFINES ENTRY-PLAN-LIMIT
                               PIC 9(7)V99.

01     OVERRIDE-ENTRY.
       02  ENTRY-SUBSCRIBERID  PIC X(10).
       02  ENTRY-LIMIT         PIC X(9).
       02  ENTRY-LIMIT-NUM REDEFINES ENTRY-LIMIT
                               PIC 9(7)V99.
       02  ENTRY-REASON        PIC X(20).

01     CHANGELOG-ACTION-CODE   PIC X.
01     CHANGELOG-OLD-LIMIT     PIC 9(7)V99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O CREDITLIMITFILE
       IF WS-CLM-STATUS EQUAL TO "35"
           OPEN OUTPUT CREDITLIMITFILE
           CLOSE CREDITLIMITFILE
           OPEN I-O CREDITLIMITFILE
       END-IF
       IF WS-CLM-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING CREDIT LIMIT FILE - FILE STATUS "
               WS-CLM-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT PLANCHARGEFILE
       IF WS-PCH-STATUS NOT EQUAL TO "00"
           DISPLAY "PLAN CHARGE TABLE UNAVAILABLE - FILE STATUS "
               WS-PCH-STATUS
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
       OPEN EXTEND LIMITCHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT LIMITCHANGELOG
       END-IF
       DISPLAY "CREDIT LIMIT MAINTENANCE (D=PLAN DEFAULT LIMIT, "
           "O=SUBSCRIBER OVERRIDE, X=REMOVE OVERRIDE, "
           "L=LIST SUBSCRIBER LIMIT, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-DEFAULT
                   PERFORM SET-PLAN-DEFAULT-LIMIT
               WHEN TRANSACTION-IS-OVERRIDE
                   PERFORM SET-SUBSCRIBER-OVERRIDE
               WHEN TRANSACTION-IS-REMOVE
                   PERFORM REMOVE-SUBSCRIBER-OVERRIDE
               WHEN TRANSACTION-IS-LIST
                   PERFORM LIST-SUBSCRIBER-LIMIT
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (D=DEFAULT, O=OVERRIDE, "
               "X=REMOVE, L=LIST), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE CREDITLIMITFILE
       CLOSE PLANCHARGEFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE LIMITCHANGELOG
       DISPLAY "CREDIT LIMIT MAINTENANCE COMPLETE"
       STOP RUN.

SET-PLAN-DEFAULT-LIMIT.
       DISPLAY "ENTER PLAN CODE (4) AND DEFAULT CREDIT LIMIT "
           "(999999999 = 9999999.99): "
       ACCEPT DEFAULT-ENTRY
       IF ENTRY-PLAN-LIMIT NOT NUMERIC
           DISPLAY "CREDIT LIMIT MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
       MOVE ENTRY-PLANCODE TO PCH-PLANCODE
       READ PLANCHARGEFILE
           INVALID KEY
               DISPLAY "PLAN " ENTRY-PLANCODE
                   " IS NOT ON THE PLAN CHARGE TABLE - ENTRY REJECTED"
           NOT INVALID KEY
               MOVE "P" TO CLM-KEYTYPE
               MOVE ENTRY-PLANCODE TO CLM-KEYVALUE
               READ CREDITLIMITFILE
                   INVALID KEY
                       MOVE ZERO TO CHANGELOG-OLD-LIMIT
                       PERFORM BUILD-PLAN-DEFAULT-RECORD
                       WRITE CREDITLIMITREC
                       MOVE "A" TO CHANGELOG-ACTION-CODE
                   NOT INVALID KEY
                       MOVE CLM-LIMITAMOUNT TO CHANGELOG-OLD-LIMIT
                       PERFORM BUILD-PLAN-DEFAULT-RECORD
                       REWRITE CREDITLIMITREC
                       MOVE "C" TO CHANGELOG-ACTION-CODE
               END-READ
               IF WS-CLM-STATUS NOT EQUAL TO "00"
                   DISPLAY "ERROR STORING CREDIT LIMIT - FILE STATUS "
                       WS-CLM-STATUS
               ELSE
                   PERFORM WRITE-LIMIT-CHANGE-LOG
                   DISPLAY "DEFAULT CREDIT LIMIT FOR PLAN "
                       ENTRY-PLANCODE " SET TO " CLM-LIMITAMOUNT
               END-IF
       END-READ
       END-IF.

BUILD-PLAN-DEFAULT-RECORD.
       MOVE "P" TO CLM-KEYTYPE
       MOVE ENTRY-PLANCODE TO CLM-KEYVALUE
       MOVE ENTRY-PLAN-LIMIT-NUM TO CLM-LIMITAMOUNT
       MOVE PCH-DESCRIPTION TO CLM-REASON
       MOVE WS-OPERATOR-ID TO CLM-SETBY
       MOVE WS-ENTRY-DATE TO CLM-SETDATE.

SET-SUBSCRIBER-OVERRIDE.
       IF NOT OPERATOR-IS-SUPERVISOR
           DISPLAY "CREDIT LIMIT OVERRIDE REQUIRES THE SUPERVISOR "
               "ROLE - TRANSACTION REFUSED"
       ELSE
       DISPLAY "ENTER SUBSCRIBER ID (10) CREDIT LIMIT "
           "(999999999 = 9999999.99) REASON (20): "
       ACCEPT OVERRIDE-ENTRY
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
               OR ENTRY-LIMIT NOT NUMERIC
           DISPLAY "SUBSCRIBER ID AND LIMIT MUST BE NUMERIC"
               " - ENTRY REJECTED"
       ELSE
       IF ENTRY-REASON EQUAL TO SPACES
           DISPLAY "A REASON IS REQUIRED FOR AN OVERRIDE"
               " - ENTRY REJECTED"
       ELSE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " DOES NOT EXIST - ENTRY REJECTED"
           NOT INVALID KEY
               IF SMF-PAYTYPE EQUAL TO "P"
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " IS PREPAID - NO CREDIT LIMIT APPLIES"
               ELSE
                   MOVE "S" TO CLM-KEYTYPE
                   MOVE ENTRY-SUBSCRIBERID TO CLM-KEYVALUE
                   READ CREDITLIMITFILE
                       INVALID KEY
                           MOVE ZERO TO CHANGELOG-OLD-LIMIT
                           PERFORM BUILD-OVERRIDE-RECORD
                           WRITE CREDITLIMITREC
                           MOVE "A" TO CHANGELOG-ACTION-CODE
                       NOT INVALID KEY
                           MOVE CLM-LIMITAMOUNT TO CHANGELOG-OLD-LIMIT
                           PERFORM BUILD-OVERRIDE-RECORD
                           REWRITE CREDITLIMITREC
                           MOVE "C" TO CHANGELOG-ACTION-CODE
                   END-READ
                   IF WS-CLM-STATUS NOT EQUAL TO "00"
                       DISPLAY "ERROR STORING CREDIT LIMIT - "
                           "FILE STATUS " WS-CLM-STATUS
                   ELSE
                       PERFORM WRITE-LIMIT-CHANGE-LOG
                       DISPLAY "CREDIT LIMIT FOR SUBSCRIBER "
                           ENTRY-SUBSCRIBERID " OVERRIDDEN TO "
                           CLM-LIMITAMOUNT " BY " WS-OPERATOR-ID
                   END-IF
               END-IF
       END-READ
       END-IF
       END-IF
       END-IF.

BUILD-OVERRIDE-RECORD.
       MOVE "S" TO CLM-KEYTYPE
       MOVE ENTRY-SUBSCRIBERID TO CLM-KEYVALUE
       MOVE ENTRY-LIMIT-NUM TO CLM-LIMITAMOUNT
       MOVE ENTRY-REASON TO CLM-REASON
       MOVE WS-OPERATOR-ID TO CLM-SETBY
       MOVE WS-ENTRY-DATE TO CLM-SETDATE.

REMOVE-SUBSCRIBER-OVERRIDE.
       IF NOT OPERATOR-IS-SUPERVISOR
           DISPLAY "CREDIT LIMIT OVERRIDE REQUIRES THE SUPERVISOR "
               "ROLE - TRANSACTION REFUSED"
       ELSE
       DISPLAY "ENTER SUBSCRIBER ID TO RETURN TO PLAN DEFAULT (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
           MOVE "S" TO CLM-KEYTYPE
           MOVE ENTRY-SUBSCRIBERID TO CLM-KEYVALUE
           READ CREDITLIMITFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HAS NO CREDIT LIMIT OVERRIDE"
               NOT INVALID KEY
                   MOVE CLM-LIMITAMOUNT TO CHANGELOG-OLD-LIMIT
                   MOVE ZERO TO CLM-LIMITAMOUNT
                   MOVE "X" TO CHANGELOG-ACTION-CODE
                   PERFORM WRITE-LIMIT-CHANGE-LOG
                   DELETE CREDITLIMITFILE RECORD
                   DISPLAY "OVERRIDE REMOVED - SUBSCRIBER "
                       ENTRY-SUBSCRIBERID " NOW USES THE PLAN DEFAULT"
           END-READ
       END-IF
       END-IF.

LIST-SUBSCRIBER-LIMIT.
       DISPLAY "ENTER SUBSCRIBER ID TO LIST (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
       MOVE ENTRY-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "NO SUBSCRIBER FOUND WITH ID " ENTRY-SUBSCRIBERID
           NOT INVALID KEY
               MOVE "P" TO CLM-KEYTYPE
               MOVE SMF-PLANCODE TO CLM-KEYVALUE
               READ CREDITLIMITFILE
                   INVALID KEY
                       DISPLAY "  PLAN " SMF-PLANCODE
                           " HAS NO DEFAULT CREDIT LIMIT"
                   NOT INVALID KEY
                       DISPLAY "  PLAN " SMF-PLANCODE
                           " DEFAULT LIMIT " CLM-LIMITAMOUNT
                           " SET BY " CLM-SETBY " ON " CLM-SETDATE
               END-READ
               MOVE "S" TO CLM-KEYTYPE
               MOVE ENTRY-SUBSCRIBERID TO CLM-KEYVALUE
               READ CREDITLIMITFILE
                   INVALID KEY
                       DISPLAY "  NO OVERRIDE - PLAN DEFAULT APPLIES"
                   NOT INVALID KEY
                       DISPLAY "  OVERRIDE LIMIT " CLM-LIMITAMOUNT
                           " REASON " CLM-REASON
                           " SET BY " CLM-SETBY " ON " CLM-SETDATE
               END-READ
               PERFORM LIST-LAST-EXPOSURE
       END-READ
       END-IF.

LIST-LAST-EXPOSURE.
       OPEN INPUT EXPOSUREFILE
       IF WS-CEX-STATUS EQUAL TO "00"
           MOVE ENTRY-SUBSCRIBERID TO CEX-SUBSCRIBERID
           READ EXPOSUREFILE
               INVALID KEY
                   DISPLAY "  NOT YET REVIEWED BY CREDIT CONTROL"
               NOT INVALID KEY
                   DISPLAY "  LAST REVIEWED " CEX-REVIEWDATE
                       " EXPOSURE " CEX-EXPOSURE
                       " (" CEX-PERCENTUSED "% OF LIMIT)"
                       " ALERT LEVEL " CEX-ALERTLEVEL
           END-READ
           CLOSE EXPOSUREFILE
       END-IF.

WRITE-LIMIT-CHANGE-LOG.
       MOVE SPACES TO LIMITCHANGELOGREC
       MOVE CLM-KEYTYPE TO CLL-KEYTYPE
       MOVE CLM-KEYVALUE TO CLL-KEYVALUE
       MOVE CHANGELOG-ACTION-CODE TO CLL-ACTION
       MOVE CHANGELOG-OLD-LIMIT TO CLL-OLD-LIMIT
       MOVE CLM-LIMITAMOUNT TO CLL-NEW-LIMIT
       MOVE WS-OPERATOR-ID TO CLL-OPERATORID
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO CLL-ENTRYTIMESTAMP
       END-STRING
       WRITE LIMITCHANGELOGREC
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING CREDIT LIMIT CHANGE LOG - "
               "FILE STATUS " WS-LOG-STATUS
       END-IF.
