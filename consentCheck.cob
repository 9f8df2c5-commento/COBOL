IDENTIFICATION DIVISION.
PROGRAM-ID. CONSENTCHECK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CONSENTFILE ASSIGN TO "Consent.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CNS-SUBSCRIBERID
           FILE STATUS IS WS-CNS-STATUS.

DATA DIVISION.
FILE SECTION.

FD     CONSENTFILE.
       COPY "CONSENT.cpy"
           REPLACING ==:RECNAME:== BY ==CONSENTREC==
                     ==:PREFIX:==  BY ==CNS-==.

WORKING-STORAGE SECTION.
01     WS-CNS-STATUS           PIC XX.
01     WS-CONSENT-OPEN-SWITCH  PIC X VALUE "N".
       88  CONSENT-FILE-OPENED VALUE "Y".
01     WS-CONSENT-FILE-SWITCH  PIC X VALUE "N".
       88  CONSENT-FILE-PRESENT VALUE "Y".
01     WS-CONSENT-FOUND-SWITCH PIC X.
       88  CONSENT-HELD        VALUE "Y".
01     WS-PURPOSE-IDX          PIC 9.
01     WS-CHANNEL-IDX          PIC 9.
01     CHANNEL-CODES-DATA      PIC X(4) VALUE "PSET".
01     CHANNEL-CODES REDEFINES CHANNEL-CODES-DATA.
       02  CHANNEL-CODE        PIC X OCCURS 4 TIMES.

LINKAGE SECTION.
01     CONSENT-SUBSCRIBERID    PIC 9(10).
01     CONSENT-PURPOSE         PIC X.
       88  CONSENT-FOR-MARKETING VALUE "M".
01     CONSENT-CHANNEL         PIC X.
       88  CONSENT-ANY-CHANNEL VALUE SPACE.
01     CONSENT-RESULT          PIC X.
       88  CONTACT-ALLOWED     VALUE "Y".
       88  CONTACT-REFUSED     VALUE "N".
01     CONSENT-USE-CHANNEL     PIC X.

PROCEDURE DIVISION USING CONSENT-SUBSCRIBERID, CONSENT-PURPOSE,
        CONSENT-CHANNEL, CONSENT-RESULT, CONSENT-USE-CHANNEL.
BEGIN.
       IF NOT CONSENT-FILE-OPENED
           PERFORM OPEN-CONSENT-FILE
       END-IF
       MOVE "N" TO WS-CONSENT-FOUND-SWITCH
       IF CONSENT-FILE-PRESENT
           MOVE CONSENT-SUBSCRIBERID TO CNS-SUBSCRIBERID
           READ CONSENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET CONSENT-HELD TO TRUE
           END-READ
       END-IF
       IF NOT CONSENT-FOR-MARKETING
           SET CONTACT-ALLOWED TO TRUE
           MOVE CONSENT-CHANNEL TO CONSENT-USE-CHANNEL
           IF CONSENT-ANY-CHANNEL AND CONSENT-HELD
               MOVE CNS-PREFERREDCHANNEL TO CONSENT-USE-CHANNEL
           END-IF
           EXIT PROGRAM
       END-IF
       SET CONTACT-REFUSED TO TRUE
       MOVE SPACE TO CONSENT-USE-CHANNEL
       IF NOT CONSENT-HELD
           EXIT PROGRAM
       END-IF
       MOVE 3 TO WS-PURPOSE-IDX
       IF CONSENT-ANY-CHANNEL
           IF CNS-PREFERREDCHANNEL NOT EQUAL TO SPACE
               MOVE CNS-PREFERREDCHANNEL TO CONSENT-CHANNEL
               PERFORM CHECK-ONE-CHANNEL
               MOVE SPACE TO CONSENT-CHANNEL
           END-IF
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IDX GREATER THAN 4
                       OR CONTACT-ALLOWED
               IF CNS-CONSENT-GIVEN(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
                   SET CONTACT-ALLOWED TO TRUE
                   MOVE CHANNEL-CODE(WS-CHANNEL-IDX)
                       TO CONSENT-USE-CHANNEL
               END-IF
           END-PERFORM
       ELSE
           PERFORM CHECK-ONE-CHANNEL
       END-IF
       EXIT PROGRAM.

OPEN-CONSENT-FILE.
       SET CONSENT-FILE-OPENED TO TRUE
       OPEN INPUT CONSENTFILE
       IF WS-CNS-STATUS EQUAL TO "00"
           SET CONSENT-FILE-PRESENT TO TRUE
       ELSE
           DISPLAY "NO CONSENT FILE AVAILABLE - FILE STATUS "
               WS-CNS-STATUS " - NO MARKETING CONTACT ALLOWED"
       END-IF.

CHECK-ONE-CHANNEL.
       MOVE ZERO TO WS-CHANNEL-IDX
       EVALUATE CONSENT-CHANNEL
           WHEN "P"
               MOVE 1 TO WS-CHANNEL-IDX
           WHEN "S"
               MOVE 2 TO WS-CHANNEL-IDX
           WHEN "E"
               MOVE 3 TO WS-CHANNEL-IDX
           WHEN "T"
               MOVE 4 TO WS-CHANNEL-IDX
       END-EVALUATE
       IF WS-CHANNEL-IDX GREATER THAN ZERO
           IF CNS-CONSENT-GIVEN(WS-PURPOSE-IDX, WS-CHANNEL-IDX)
               SET CONTACT-ALLOWED TO TRUE
               MOVE CONSENT-CHANNEL TO CONSENT-USE-CHANNEL
           END-IF
       END-IF.
END PROGRAM CONSENTCHECK.
