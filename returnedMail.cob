IDENTIFICATION DIVISION.
PROGRAM-ID. RETURNEDMAIL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RETURNEDMAILFILE ASSIGN TO "ReturnedMail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTM-STATUS.

       SELECT RETURNEDMAILREJECTFILE ASSIGN TO "ReturnedMail.rej"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT SUBSCRIBERCHANGELOG ASSIGN TO "SubscriberChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     RETURNEDMAILFILE.
01     RETURNEDMAILREC.
       02  RTM-SUBSCRIBERID        PIC 9(10).
       02  RTM-DOCTYPE             PIC X.
           88  RTM-VALID-DOCTYPE   VALUES "I" "A" "D".
       02  RTM-RETURNDATE          PIC 9(8).
       02  RTM-REASON              PIC X(2).

FD     RETURNEDMAILREJECTFILE.
01     RETURNEDMAILREJECTREC.
       02  REJ-RETURN              PIC X(21).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  REJ-REASON              PIC X(40).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     SUBSCRIBERCHANGELOG.
01     SUBSCRIBERCHANGELOGREC.
       02  LOG-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-ACTION          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  LOG-PLANCODE        PIC X(4).
       02  FILLER              PIC X VALUE SPACE.
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
01     WS-RTM-STATUS           PIC XX.
01     WS-REJ-STATUS           PIC XX.
01     WS-SMF-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.

01     WS-RTM-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFRETURNEDMAIL   VALUE "Y".
01     WS-REJECT-REASON        PIC X(40).
01     WS-CHANGE-PRIOR-IMAGE   PIC X(233).

01     WS-LOAD-OPERATOR-ID     PIC X(8) VALUE "RTNMAIL".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     RETURN-TOTALS.
       02  RTT-RECORDS-READ        PIC 9(7) VALUE ZERO.
       02  RTT-ADDRESSES-FLAGGED   PIC 9(7) VALUE ZERO.
       02  RTT-ALREADY-FLAGGED     PIC 9(7) VALUE ZERO.
       02  RTT-RECORDS-REJECTED    PIC 9(7) VALUE ZERO.

01     WS-LOCK-RESOURCE        PIC X(24).
01     WS-LOCK-ACTION          PIC X.
01     WS-LOCK-PROGRAM         PIC X(12) VALUE "RETURNEDMAIL".
01     WS-LOCK-RESULT          PIC 9.
       88  RESOURCE-LOCK-GRANTED VALUE 0.

PROCEDURE DIVISION.
BEGIN.
       OPEN INPUT RETURNEDMAILFILE
       IF WS-RTM-STATUS EQUAL TO "35"
           DISPLAY "NO RETURNED MAIL PRESENT - SKIPPED"
           STOP RUN
       END-IF
       IF WS-RTM-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING RETURNED MAIL FILE - FILE STATUS "
               WS-RTM-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT RETURNEDMAILREJECTFILE
       PERFORM ACQUIRE-BATCH-RESOURCE-LOCK
       OPEN I-O SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING SUBSCRIBER MASTER - FILE STATUS "
               WS-SMF-STATUS
           PERFORM RELEASE-BATCH-RESOURCE-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND SUBSCRIBERCHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT SUBSCRIBERCHANGELOG
       END-IF
       PERFORM READ-RETURNED-MAIL-RECORD
       PERFORM UNTIL ENDOFRETURNEDMAIL
           ADD 1 TO RTT-RECORDS-READ
           PERFORM APPLY-RETURNED-MAIL-RECORD
           PERFORM READ-RETURNED-MAIL-RECORD
       END-PERFORM
       CLOSE RETURNEDMAILFILE
       CLOSE RETURNEDMAILREJECTFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE SUBSCRIBERCHANGELOG
       PERFORM RELEASE-BATCH-RESOURCE-LOCK
       DISPLAY "RETURNEDMAIL -- READ: " RTT-RECORDS-READ
           "  FLAGGED UNDELIVERABLE: " RTT-ADDRESSES-FLAGGED
           "  ALREADY FLAGGED: " RTT-ALREADY-FLAGGED
           "  REJECTED: " RTT-RECORDS-REJECTED
       IF RTT-RECORDS-REJECTED GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

ACQUIRE-BATCH-RESOURCE-LOCK.
       MOVE "SUBSCRIBERMASTER" TO WS-LOCK-RESOURCE
       MOVE "A" TO WS-LOCK-ACTION
       CALL "RESOURCELOCK" USING WS-LOCK-RESOURCE, WS-LOCK-ACTION,
           WS-LOCK-PROGRAM, WS-LOCK-RESULT
       IF NOT RESOURCE-LOCK-GRANTED
           DISPLAY "SUBSCRIBER MASTER IS LOCKED BY ANOTHER RUN - "
               "RETURNED MAIL NOT APPLIED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

RELEASE-BATCH-RESOURCE-LOCK.
       MOVE "SUBSCRIBERMASTER" TO WS-LOCK-RESOURCE
       MOVE "R" TO WS-LOCK-ACTION
       CALL "RESOURCELOCK" USING WS-LOCK-RESOURCE, WS-LOCK-ACTION,
           WS-LOCK-PROGRAM, WS-LOCK-RESULT.

APPLY-RETURNED-MAIL-RECORD.
       IF RTM-SUBSCRIBERID NOT NUMERIC
           MOVE "SUBSCRIBER ID NOT NUMERIC" TO REJ-REASON
           PERFORM WRITE-RETURNED-MAIL-REJECT
       ELSE
       IF NOT RTM-VALID-DOCTYPE
           MOVE "UNKNOWN DOCUMENT TYPE" TO REJ-REASON
           PERFORM WRITE-RETURNED-MAIL-REJECT
       ELSE
       IF RTM-RETURNDATE NOT NUMERIC OR RTM-REASON EQUAL TO SPACES
           MOVE "RETURN DATE OR REASON MISSING" TO REJ-REASON
           PERFORM WRITE-RETURNED-MAIL-REJECT
       ELSE
       MOVE RTM-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               MOVE "SUBSCRIBER NOT ON MASTER" TO REJ-REASON
               PERFORM WRITE-RETURNED-MAIL-REJECT
           NOT INVALID KEY
               PERFORM FLAG-ADDRESS-UNDELIVERABLE
       END-READ
       END-IF
       END-IF
       END-IF.

FLAG-ADDRESS-UNDELIVERABLE.
       IF SMF-ADDRESS-UNDELIVERABLE
           ADD 1 TO RTT-ALREADY-FLAGGED
       ELSE
       IF SMF-ADDRESSSTATUSDATE GREATER THAN RTM-RETURNDATE
           MOVE "RETURN PREDATES LATEST ADDRESS CHANGE" TO REJ-REASON
           PERFORM WRITE-RETURNED-MAIL-REJECT
       ELSE
           MOVE SUBSCRIBERMASTERREC TO WS-CHANGE-PRIOR-IMAGE
           SET SMF-ADDRESS-UNDELIVERABLE TO TRUE
           MOVE RTM-RETURNDATE TO SMF-ADDRESSSTATUSDATE
           MOVE RTM-REASON TO SMF-ADDRESSRETURNREASON
           REWRITE SUBSCRIBERMASTERREC
           IF WS-SMF-STATUS NOT EQUAL TO "00"
               MOVE "MASTER REWRITE FAILED" TO REJ-REASON
               PERFORM WRITE-RETURNED-MAIL-REJECT
           ELSE
               ADD 1 TO RTT-ADDRESSES-FLAGGED
               PERFORM WRITE-SUBSCRIBER-CHANGE-LOG
           END-IF
       END-IF
       END-IF.

WRITE-RETURNED-MAIL-REJECT.
       MOVE REJ-REASON TO WS-REJECT-REASON
       MOVE SPACES TO RETURNEDMAILREJECTREC
       MOVE RETURNEDMAILREC TO REJ-RETURN
       MOVE WS-REJECT-REASON TO REJ-REASON
       WRITE RETURNEDMAILREJECTREC
       IF WS-REJ-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RETURNED MAIL REJECT - FILE STATUS "
               WS-REJ-STATUS
       END-IF
       ADD 1 TO RTT-RECORDS-REJECTED.

WRITE-SUBSCRIBER-CHANGE-LOG.
       MOVE SPACES TO SUBSCRIBERCHANGELOGREC
       MOVE RTM-SUBSCRIBERID TO LOG-SUBSCRIBERID
       MOVE "N" TO LOG-ACTION
       MOVE SMF-PLANCODE TO LOG-PLANCODE
       MOVE WS-LOAD-OPERATOR-ID TO LOG-OPERATORID
       MOVE WS-CHANGE-PRIOR-IMAGE TO LOG-PRIOR-IMAGE
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO LOG-ENTRYTIMESTAMP
       WRITE SUBSCRIBERCHANGELOGREC
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING SUBSCRIBER CHANGE LOG - FILE STATUS "
               WS-LOG-STATUS
       END-IF.

READ-RETURNED-MAIL-RECORD.
       READ RETURNEDMAILFILE AT END SET ENDOFRETURNEDMAIL TO TRUE
       END-READ
       IF WS-RTM-STATUS NOT EQUAL TO "00" AND WS-RTM-STATUS NOT EQUAL TO "10"
           DISPLAY "ERROR READING RETURNED MAIL FILE - FILE STATUS "
               WS-RTM-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
