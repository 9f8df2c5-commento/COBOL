IDENTIFICATION DIVISION.
PROGRAM-ID. MANDATEMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BANKMANDATEFILE ASSIGN TO "BankMandates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT MANDATECHANGELOG ASSIGN TO "MandateChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     BANKMANDATEFILE.
       COPY "BANKMANDATE.cpy"
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     MANDATECHANGELOG.
01     MANDATECHANGELOGREC.
       02  MCL-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-ACTION          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-OLD-BANKSORT    PIC 9(6).
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-OLD-BANKACCT    PIC 9(8).
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-NEW-BANKSORT    PIC 9(6).
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-NEW-BANKACCT    PIC 9(8).
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-STATUS          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-OPERATORID      PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  MCL-ENTRYTIMESTAMP  PIC 9(14).

WORKING-STORAGE SECTION.
01     WS-BMD-STATUS           PIC XX.
01     WS-SMF-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "MANDATEMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     TRANSACTION-CODE        PIC X.
       88  TRANSACTION-IS-SETUP       VALUE "A" "a".
       88  TRANSACTION-IS-REINSTATE   VALUE "R" "r".
       88  TRANSACTION-IS-LIST        VALUE "L" "l".

01     MANDATE-ENTRY.
       02  ENTRY-SUBSCRIBERID  PIC X(10).
       02  ENTRY-SUBSCRIBERID-NUM REDEFINES ENTRY-SUBSCRIBERID
                               PIC 9(10).
       02  ENTRY-BANKSORT      PIC X(6).
       02  ENTRY-BANKSORT-NUM REDEFINES ENTRY-BANKSORT
                               PIC 9(6).
       02  ENTRY-BANKACCT      PIC X(8).
       02  ENTRY-BANKACCT-NUM REDEFINES ENTRY-BANKACCT
                               PIC 9(8).

01     WS-BANK-RESULT          PIC 9.
       88  BANK-DETAILS-VALID  VALUE 0.
01     WS-BANK-REASON          PIC X(30).

01     CHANGELOG-ACTION-CODE   PIC X.
01     CHANGELOG-OLD-BANKSORT  PIC 9(6).
01     CHANGELOG-OLD-BANKACCT  PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O BANKMANDATEFILE
       IF WS-BMD-STATUS EQUAL TO "35"
           OPEN OUTPUT BANKMANDATEFILE
           CLOSE BANKMANDATEFILE
           OPEN I-O BANKMANDATEFILE
       END-IF
       IF WS-BMD-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING BANK MANDATE FILE - FILE STATUS "
               WS-BMD-STATUS
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
       OPEN EXTEND MANDATECHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT MANDATECHANGELOG
       END-IF
       DISPLAY "BANK MANDATE MAINTENANCE (A=SET UP OR CHANGE MANDATE, "
           "R=REINSTATE SUSPENDED MANDATE, L=LIST MANDATE, "
           "BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-SETUP
                   PERFORM SET-UP-MANDATE
               WHEN TRANSACTION-IS-REINSTATE
                   PERFORM REINSTATE-MANDATE
               WHEN TRANSACTION-IS-LIST
                   PERFORM LIST-MANDATE
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A=SET UP, R=REINSTATE, "
               "L=LIST), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE BANKMANDATEFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE MANDATECHANGELOG
       DISPLAY "BANK MANDATE MAINTENANCE COMPLETE"
       STOP RUN.

SET-UP-MANDATE.
       DISPLAY "ENTER SUBSCRIBER ID (10) BANK SORT CODE (6) "
           "ACCOUNT NUMBER (8): "
       ACCEPT MANDATE-ENTRY
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
       CALL "VALIDATEBANKDETAILS" USING ENTRY-BANKSORT-NUM,
           ENTRY-BANKACCT-NUM, WS-BANK-RESULT, WS-BANK-REASON
       IF NOT BANK-DETAILS-VALID
           DISPLAY "BANK DETAILS REJECTED - " WS-BANK-REASON
               " - ENTRY REJECTED"
       ELSE
       MOVE ENTRY-SUBSCRIBERID-NUM TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " DOES NOT EXIST - ENTRY REJECTED"
           NOT INVALID KEY
               IF SMF-PAYTYPE NOT EQUAL TO "D"
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " DOES NOT PAY BY DIRECT DEBIT"
                       " - ENTRY REJECTED"
               ELSE
                   MOVE ENTRY-SUBSCRIBERID-NUM TO BMD-SUBSCRIBERID
                   READ BANKMANDATEFILE
                       INVALID KEY
                           MOVE ZERO TO CHANGELOG-OLD-BANKSORT
                           MOVE ZERO TO CHANGELOG-OLD-BANKACCT
                           MOVE ENTRY-SUBSCRIBERID-NUM
                               TO BMD-SUBSCRIBERID
                           MOVE ENTRY-BANKSORT-NUM TO BMD-BANKSORT
                           MOVE ENTRY-BANKACCT-NUM TO BMD-BANKACCT
                           SET BMD-MANDATE-ACTIVE TO TRUE
                           MOVE ZERO TO BMD-RETURN-COUNT
                           MOVE ZERO TO BMD-LASTRETURNDATE
                           WRITE BANKMANDATEREC
                           MOVE "A" TO CHANGELOG-ACTION-CODE
                       NOT INVALID KEY
                           MOVE BMD-BANKSORT TO CHANGELOG-OLD-BANKSORT
                           MOVE BMD-BANKACCT TO CHANGELOG-OLD-BANKACCT
                           MOVE ENTRY-BANKSORT-NUM TO BMD-BANKSORT
                           MOVE ENTRY-BANKACCT-NUM TO BMD-BANKACCT
                           REWRITE BANKMANDATEREC
                           MOVE "C" TO CHANGELOG-ACTION-CODE
                   END-READ
                   IF WS-BMD-STATUS NOT EQUAL TO "00"
                       DISPLAY "ERROR STORING BANK MANDATE - "
                           "FILE STATUS " WS-BMD-STATUS
                   ELSE
                       PERFORM WRITE-MANDATE-CHANGE-LOG
                       DISPLAY "MANDATE FOR SUBSCRIBER "
                           ENTRY-SUBSCRIBERID " SET TO SORT CODE "
                           BMD-BANKSORT " ACCOUNT " BMD-BANKACCT
                       IF BMD-MANDATE-SUSPENDED
                           DISPLAY "  MANDATE REMAINS SUSPENDED"
                               " UNTIL REINSTATED"
                       END-IF
                   END-IF
               END-IF
       END-READ
       END-IF
       END-IF.

REINSTATE-MANDATE.
       IF NOT OPERATOR-IS-SUPERVISOR
           DISPLAY "MANDATE REINSTATEMENT REQUIRES THE SUPERVISOR "
               "ROLE - TRANSACTION REFUSED"
       ELSE
       DISPLAY "ENTER SUBSCRIBER ID TO REINSTATE (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
           MOVE ENTRY-SUBSCRIBERID-NUM TO BMD-SUBSCRIBERID
           READ BANKMANDATEFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HAS NO BANK MANDATE"
               NOT INVALID KEY
                   PERFORM REINSTATE-SUSPENDED-MANDATE
           END-READ
       END-IF
       END-IF.

REINSTATE-SUSPENDED-MANDATE.
       IF NOT BMD-MANDATE-SUSPENDED
           DISPLAY "MANDATE FOR SUBSCRIBER " ENTRY-SUBSCRIBERID
               " IS NOT SUSPENDED"
       ELSE
       CALL "VALIDATEBANKDETAILS" USING BMD-BANKSORT, BMD-BANKACCT,
           WS-BANK-RESULT, WS-BANK-REASON
       IF NOT BANK-DETAILS-VALID
           DISPLAY "BANK DETAILS ON MANDATE FAIL - " WS-BANK-REASON
               " - CHANGE THEM BEFORE REINSTATING"
       ELSE
           MOVE BMD-BANKSORT TO CHANGELOG-OLD-BANKSORT
           MOVE BMD-BANKACCT TO CHANGELOG-OLD-BANKACCT
           SET BMD-MANDATE-ACTIVE TO TRUE
           MOVE ZERO TO BMD-RETURN-COUNT
           REWRITE BANKMANDATEREC
           IF WS-BMD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR STORING BANK MANDATE - FILE STATUS "
                   WS-BMD-STATUS
           ELSE
               MOVE "R" TO CHANGELOG-ACTION-CODE
               PERFORM WRITE-MANDATE-CHANGE-LOG
               DISPLAY "MANDATE FOR SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " REINSTATED BY " WS-OPERATOR-ID
           END-IF
       END-IF
       END-IF.

LIST-MANDATE.
       DISPLAY "ENTER SUBSCRIBER ID TO LIST (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
           MOVE ENTRY-SUBSCRIBERID-NUM TO BMD-SUBSCRIBERID
           READ BANKMANDATEFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HAS NO BANK MANDATE"
               NOT INVALID KEY
                   DISPLAY "  SORT CODE " BMD-BANKSORT
                       " ACCOUNT " BMD-BANKACCT
                       " STATUS " BMD-STATUS
                       " RETURNS " BMD-RETURN-COUNT
                       " LAST RETURN " BMD-LASTRETURNDATE
                   CALL "VALIDATEBANKDETAILS" USING BMD-BANKSORT,
                       BMD-BANKACCT, WS-BANK-RESULT, WS-BANK-REASON
                   IF NOT BANK-DETAILS-VALID
                       DISPLAY "  BANK DETAILS FAIL - " WS-BANK-REASON
                   END-IF
           END-READ
       END-IF.

WRITE-MANDATE-CHANGE-LOG.
       MOVE SPACES TO MANDATECHANGELOGREC
       MOVE BMD-SUBSCRIBERID TO MCL-SUBSCRIBERID
       MOVE CHANGELOG-ACTION-CODE TO MCL-ACTION
       MOVE CHANGELOG-OLD-BANKSORT TO MCL-OLD-BANKSORT
       MOVE CHANGELOG-OLD-BANKACCT TO MCL-OLD-BANKACCT
       MOVE BMD-BANKSORT TO MCL-NEW-BANKSORT
       MOVE BMD-BANKACCT TO MCL-NEW-BANKACCT
       MOVE BMD-STATUS TO MCL-STATUS
       MOVE WS-OPERATOR-ID TO MCL-OPERATORID
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO MCL-ENTRYTIMESTAMP
       END-STRING
       WRITE MANDATECHANGELOGREC
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING MANDATE CHANGE LOG - "
               "FILE STATUS " WS-LOG-STATUS
       END-IF.
