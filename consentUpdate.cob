IDENTIFICATION DIVISION.
PROGRAM-ID. CONSENTUPDATE IS INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CONSENTFILE ASSIGN TO "Consent.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CNS-SUBSCRIBERID
           FILE STATUS IS WS-CNS-STATUS.

       SELECT CONSENTCHANGELOG ASSIGN TO "ConsentChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     CONSENTFILE.
       COPY "CONSENT.cpy"
           REPLACING ==:RECNAME:== BY ==CONSENTREC==
                     ==:PREFIX:==  BY ==CNS-==.

FD     CONSENTCHANGELOG.
       COPY "CONSENTCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==CONSENTCHANGELOGREC==
                     ==:PREFIX:==  BY ==CCL-==.

WORKING-STORAGE SECTION.
01     WS-CNS-STATUS           PIC XX.
01     WS-CCL-STATUS           PIC XX.
01     WS-NEW-CONSENT-SWITCH   PIC X.
       88  CONSENT-RECORD-IS-NEW VALUE "Y".
01     WS-PURPOSE-IDX          PIC 9.
01     WS-CHANNEL-IDX          PIC 9.
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).
01     WS-ENTRY-TIMESTAMP      PIC 9(14).

LINKAGE SECTION.
       COPY "CONSENTCHANGE.cpy"
           REPLACING ==:RECNAME:== BY ==CONSENT-CHANGE==
                     ==:PREFIX:==  BY ==CHG-==.
01     UPDATE-RESULT           PIC 9.
       88  CONSENT-UPDATED     VALUE 0.
       88  CONSENT-REJECTED    VALUE 1.
01     UPDATE-REASON           PIC X(40).

PROCEDURE DIVISION USING CONSENT-CHANGE, UPDATE-RESULT,
        UPDATE-REASON.
BEGIN.
       SET CONSENT-UPDATED TO TRUE
       MOVE SPACES TO UPDATE-REASON
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO WS-ENTRY-TIMESTAMP
       PERFORM VALIDATE-CONSENT-CHANGE
       IF CONSENT-REJECTED
           EXIT PROGRAM
       END-IF
       IF CHG-EFFECTIVEDATE NOT NUMERIC
               OR CHG-EFFECTIVEDATE EQUAL TO ZERO
           MOVE WS-ENTRY-DATE TO CHG-EFFECTIVEDATE
       END-IF
       OPEN I-O CONSENTFILE
       IF WS-CNS-STATUS EQUAL TO "35"
           OPEN OUTPUT CONSENTFILE
           CLOSE CONSENTFILE
           OPEN I-O CONSENTFILE
       END-IF
       IF WS-CNS-STATUS NOT EQUAL TO "00"
           DISPLAY "CONSENT FILE UNAVAILABLE - FILE STATUS "
               WS-CNS-STATUS
           SET CONSENT-REJECTED TO TRUE
           MOVE "CONSENT FILE UNAVAILABLE" TO UPDATE-REASON
           EXIT PROGRAM
       END-IF
       MOVE "N" TO WS-NEW-CONSENT-SWITCH
       MOVE CHG-SUBSCRIBERID TO CNS-SUBSCRIBERID
       READ CONSENTFILE
           INVALID KEY
               SET CONSENT-RECORD-IS-NEW TO TRUE
               PERFORM INITIALISE-CONSENT-RECORD
       END-READ
       IF NOT CHG-PREFERENCE-ONLY
           PERFORM APPLY-CHANNEL-CONSENT
       END-IF
       IF CHG-PREFERREDCHANNEL NOT EQUAL TO SPACE
           MOVE CHG-PREFERREDCHANNEL TO CNS-PREFERREDCHANNEL
       END-IF
       MOVE WS-ENTRY-TIMESTAMP TO CNS-LASTCHANGED
       IF CONSENT-RECORD-IS-NEW
           WRITE CONSENTREC
       ELSE
           REWRITE CONSENTREC
       END-IF
       IF WS-CNS-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR UPDATING CONSENT FILE - FILE STATUS "
               WS-CNS-STATUS
           SET CONSENT-REJECTED TO TRUE
           MOVE "CONSENT FILE UPDATE FAILED" TO UPDATE-REASON
       ELSE
           PERFORM WRITE-CONSENT-CHANGE-LOG
       END-IF
       CLOSE CONSENTFILE
       EXIT PROGRAM.

VALIDATE-CONSENT-CHANGE.
       IF NOT CHG-VALID-PURPOSE
           SET CONSENT-REJECTED TO TRUE
           MOVE "PURPOSE MUST BE S, B, M OR BLANK" TO UPDATE-REASON
       ELSE
       IF NOT CHG-VALID-PREFERENCE
           SET CONSENT-REJECTED TO TRUE
           MOVE "PREFERRED CHANNEL MUST BE P, S, E OR T"
               TO UPDATE-REASON
       ELSE
       IF CHG-PREFERENCE-ONLY
           IF CHG-PREFERREDCHANNEL EQUAL TO SPACE
               SET CONSENT-REJECTED TO TRUE
               MOVE "NO CONSENT OR PREFERENCE TO CHANGE"
                   TO UPDATE-REASON
           END-IF
       ELSE
       IF NOT CHG-VALID-CHANNEL
           SET CONSENT-REJECTED TO TRUE
           MOVE "CHANNEL MUST BE P, S, E OR T" TO UPDATE-REASON
       ELSE
       IF NOT CHG-VALID-FLAG
           SET CONSENT-REJECTED TO TRUE
           MOVE "CONSENT FLAG MUST BE Y OR N" TO UPDATE-REASON
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

INITIALISE-CONSENT-RECORD.
       MOVE CHG-SUBSCRIBERID TO CNS-SUBSCRIBERID
       MOVE SPACE TO CNS-PREFERREDCHANNEL
       PERFORM VARYING WS-PURPOSE-IDX FROM 1 BY 1
               UNTIL WS-PURPOSE-IDX GREATER THAN 3
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IDX GREATER THAN 4
               MOVE "N" TO CNS-FLAG(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
               MOVE ZERO
                   TO CNS-CAPTUREDATE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
               MOVE SPACES
                   TO CNS-SOURCE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
               MOVE ZERO
                   TO CNS-WITHDRAWNDATE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
           END-PERFORM
       END-PERFORM.

APPLY-CHANNEL-CONSENT.
       EVALUATE TRUE
           WHEN CHG-PURPOSE-SERVICE
               MOVE 1 TO WS-PURPOSE-IDX
           WHEN CHG-PURPOSE-BILLING
               MOVE 2 TO WS-PURPOSE-IDX
           WHEN OTHER
               MOVE 3 TO WS-PURPOSE-IDX
       END-EVALUATE
       EVALUATE CHG-CHANNEL
           WHEN "P"
               MOVE 1 TO WS-CHANNEL-IDX
           WHEN "S"
               MOVE 2 TO WS-CHANNEL-IDX
           WHEN "E"
               MOVE 3 TO WS-CHANNEL-IDX
           WHEN OTHER
               MOVE 4 TO WS-CHANNEL-IDX
       END-EVALUATE
       IF CHG-CONSENT-GIVEN
           MOVE "Y" TO CNS-FLAG(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
           MOVE CHG-EFFECTIVEDATE
               TO CNS-CAPTUREDATE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
           MOVE CHG-SOURCE
               TO CNS-SOURCE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
           MOVE ZERO
               TO CNS-WITHDRAWNDATE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
       ELSE
           MOVE "N" TO CNS-FLAG(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
           MOVE CHG-EFFECTIVEDATE
               TO CNS-WITHDRAWNDATE(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
       END-IF.

WRITE-CONSENT-CHANGE-LOG.
       OPEN EXTEND CONSENTCHANGELOG
       IF WS-CCL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT CONSENTCHANGELOG
       END-IF
       IF WS-CCL-STATUS NOT EQUAL TO "00"
           DISPLAY "CONSENT CHANGE LOG UNAVAILABLE - FILE STATUS "
               WS-CCL-STATUS
       ELSE
           MOVE CONSENT-CHANGE TO CONSENTCHANGELOGREC
           MOVE WS-ENTRY-TIMESTAMP TO CCL-TIMESTAMP
           WRITE CONSENTCHANGELOGREC
           CLOSE CONSENTCHANGELOG
       END-IF.
END PROGRAM CONSENTUPDATE.
