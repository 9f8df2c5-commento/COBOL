IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTYMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LOYALTYACCOUNTFILE ASSIGN TO "LoyaltyAccounts.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LYA-SUBSCRIBERID
           FILE STATUS IS WS-LYA-STATUS.

       SELECT LOYALTYLEDGERFILE ASSIGN TO "LoyaltyLedger.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LYL-ENTRY-KEY
           FILE STATUS IS WS-LYL-STATUS.

       SELECT LOYALTYCHANGELOG ASSIGN TO "LoyaltyChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     LOYALTYACCOUNTFILE.
       COPY "LOYALTYACCOUNT.cpy"
           REPLACING ==:RECNAME:== BY ==LOYALTYACCOUNTREC==
                     ==:PREFIX:==  BY ==LYA-==.

FD     LOYALTYLEDGERFILE.
       COPY "LOYALTYLEDGER.cpy"
           REPLACING ==:RECNAME:== BY ==LOYALTYLEDGERREC==
                     ==:PREFIX:==  BY ==LYL-==.

FD     LOYALTYCHANGELOG.
01     LOYALTYCHANGELOGREC.
       02  LCL-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X VALUE SPACE.
       02  LCL-ACTION          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  LCL-POINTS          PIC 9(7).
       02  FILLER              PIC X VALUE SPACE.
       02  LCL-BALANCE         PIC 9(7).
       02  FILLER              PIC X VALUE SPACE.
       02  LCL-OPERATORID      PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  LCL-ENTRYTIMESTAMP  PIC 9(14).

WORKING-STORAGE SECTION.
01     WS-LYA-STATUS           PIC XX.
01     WS-LYL-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.
01     WS-LYL-EOF-SWITCH       PIC X.
       88  ENDOFACCOUNTLEDGER  VALUE "Y".

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "LOYALTYMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     TRANSACTION-CODE        PIC X.
       88  TRANSACTION-IS-REDEEM      VALUE "R" "r".
       88  TRANSACTION-IS-CANCEL      VALUE "X" "x".
       88  TRANSACTION-IS-LIST        VALUE "L" "l".

01     REDEEM-ENTRY.
       02  ENTRY-SUBSCRIBERID  PIC X(10).
       02  ENTRY-POINTS        PIC X(7).
       02  ENTRY-POINTS-NUM REDEFINES ENTRY-POINTS
                               PIC 9(7).

01     MINIMUM-REDEMPTION      PIC 9(7) VALUE 500.
01     WS-AVAILABLE-POINTS     PIC S9(8).
01     CHANGELOG-ACTION-CODE   PIC X.
01     CHANGELOG-POINTS        PIC 9(7).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O LOYALTYACCOUNTFILE
       IF WS-LYA-STATUS EQUAL TO "35"
           DISPLAY "NO LOYALTY ACCOUNTS PRESENT - NOTHING TO MAINTAIN"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-LYA-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING LOYALTY ACCOUNT FILE - FILE STATUS "
               WS-LYA-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT LOYALTYLEDGERFILE
       IF WS-LYL-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING LOYALTY LEDGER - FILE STATUS "
               WS-LYL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND LOYALTYCHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT LOYALTYCHANGELOG
       END-IF
       DISPLAY "LOYALTY POINTS MAINTENANCE (R=REQUEST REDEMPTION, "
           "X=CANCEL PENDING REDEMPTION, L=LIST ACCOUNT, "
           "BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-REDEEM
                   PERFORM REQUEST-POINTS-REDEMPTION
               WHEN TRANSACTION-IS-CANCEL
                   PERFORM CANCEL-POINTS-REDEMPTION
               WHEN TRANSACTION-IS-LIST
                   PERFORM LIST-LOYALTY-ACCOUNT
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (R=REDEEM, X=CANCEL, L=LIST), "
               "BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE LOYALTYACCOUNTFILE
       CLOSE LOYALTYLEDGERFILE
       CLOSE LOYALTYCHANGELOG
       DISPLAY "LOYALTY POINTS MAINTENANCE COMPLETE"
       STOP RUN.

REQUEST-POINTS-REDEMPTION.
       DISPLAY "ENTER SUBSCRIBER ID (10) AND POINTS TO REDEEM (7): "
       ACCEPT REDEEM-ENTRY
       IF ENTRY-SUBSCRIBERID NOT NUMERIC OR ENTRY-POINTS NOT NUMERIC
           DISPLAY "SUBSCRIBER ID AND POINTS MUST BE NUMERIC"
               " - ENTRY REJECTED"
       ELSE
       IF ENTRY-POINTS-NUM LESS THAN MINIMUM-REDEMPTION
           DISPLAY "MINIMUM REDEMPTION IS " MINIMUM-REDEMPTION
               " POINTS - ENTRY REJECTED"
       ELSE
           MOVE ENTRY-SUBSCRIBERID TO LYA-SUBSCRIBERID
           READ LOYALTYACCOUNTFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HAS NO LOYALTY ACCOUNT"
               NOT INVALID KEY
                   COMPUTE WS-AVAILABLE-POINTS =
                       LYA-BALANCE - LYA-PENDINGREDEEM
                   IF NOT LYA-ACCOUNT-ACTIVE
                       DISPLAY "LOYALTY POINTS FOR " ENTRY-SUBSCRIBERID
                           " WERE FORFEITED ON " LYA-FORFEITDATE
                   ELSE
                   IF ENTRY-POINTS-NUM GREATER THAN WS-AVAILABLE-POINTS
                       DISPLAY "ONLY " LYA-BALANCE " POINTS HELD AND "
                           LYA-PENDINGREDEEM " ALREADY PENDING"
                           " - ENTRY REJECTED"
                   ELSE
                       ADD ENTRY-POINTS-NUM TO LYA-PENDINGREDEEM
                       REWRITE LOYALTYACCOUNTREC
                       IF WS-LYA-STATUS NOT EQUAL TO "00"
                           DISPLAY "ERROR STORING REDEMPTION - "
                               "FILE STATUS " WS-LYA-STATUS
                       ELSE
                           MOVE "R" TO CHANGELOG-ACTION-CODE
                           MOVE ENTRY-POINTS-NUM TO CHANGELOG-POINTS
                           PERFORM WRITE-LOYALTY-CHANGE-LOG
                           DISPLAY ENTRY-POINTS-NUM " POINTS WILL BE "
                               "CREDITED TO " LYA-SUBSCRIBERID
                               " ON THE NEXT BILL"
                       END-IF
                   END-IF
                   END-IF
           END-READ
       END-IF
       END-IF.

CANCEL-POINTS-REDEMPTION.
       DISPLAY "ENTER SUBSCRIBER ID (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
           MOVE ENTRY-SUBSCRIBERID TO LYA-SUBSCRIBERID
           READ LOYALTYACCOUNTFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HAS NO LOYALTY ACCOUNT"
               NOT INVALID KEY
                   IF LYA-PENDINGREDEEM EQUAL TO ZERO
                       DISPLAY "NO REDEMPTION PENDING FOR "
                           ENTRY-SUBSCRIBERID
                   ELSE
                       MOVE LYA-PENDINGREDEEM TO CHANGELOG-POINTS
                       MOVE ZERO TO LYA-PENDINGREDEEM
                       REWRITE LOYALTYACCOUNTREC
                       MOVE "X" TO CHANGELOG-ACTION-CODE
                       PERFORM WRITE-LOYALTY-CHANGE-LOG
                       DISPLAY "PENDING REDEMPTION OF " CHANGELOG-POINTS
                           " POINTS CANCELLED"
                   END-IF
           END-READ
       END-IF.

LIST-LOYALTY-ACCOUNT.
       DISPLAY "ENTER SUBSCRIBER ID TO LIST (10): "
       ACCEPT ENTRY-SUBSCRIBERID
       IF ENTRY-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC"
       ELSE
           MOVE ENTRY-SUBSCRIBERID TO LYA-SUBSCRIBERID
           READ LOYALTYACCOUNTFILE
               INVALID KEY
                   DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                       " HAS NO LOYALTY ACCOUNT"
               NOT INVALID KEY
                   DISPLAY "  BALANCE " LYA-BALANCE
                       " PENDING REDEMPTION " LYA-PENDINGREDEEM
                       " TIER " LYA-TIER
                       " STATUS " LYA-STATUS
                   DISPLAY "  LIFETIME POINTS " LYA-LIFETIMEPOINTS
                       " LAST ACCRUAL " LYA-LASTACCRUALPERIOD
                   PERFORM LIST-ACCOUNT-LEDGER
           END-READ
       END-IF.

LIST-ACCOUNT-LEDGER.
       MOVE "N" TO WS-LYL-EOF-SWITCH
       MOVE LYA-SUBSCRIBERID TO LYL-SUBSCRIBERID
       MOVE ZERO TO LYL-PERIOD
       MOVE SPACE TO LYL-ENTRYTYPE
       MOVE ZERO TO LYL-SEQUENCE
       START LOYALTYLEDGERFILE KEY NOT LESS THAN LYL-ENTRY-KEY
           INVALID KEY SET ENDOFACCOUNTLEDGER TO TRUE
       END-START
       PERFORM UNTIL ENDOFACCOUNTLEDGER
           READ LOYALTYLEDGERFILE NEXT
               AT END SET ENDOFACCOUNTLEDGER TO TRUE
               NOT AT END
                   IF LYL-SUBSCRIBERID NOT EQUAL TO LYA-SUBSCRIBERID
                       SET ENDOFACCOUNTLEDGER TO TRUE
                   ELSE
                       DISPLAY "    " LYL-PERIOD " " LYL-ENTRYTYPE
                           " POINTS " LYL-POINTS
                           " REMAINING " LYL-REMAINING
                           " EXPIRES " LYL-EXPIRYDATE
                   END-IF
           END-READ
       END-PERFORM.

WRITE-LOYALTY-CHANGE-LOG.
       MOVE SPACES TO LOYALTYCHANGELOGREC
       MOVE LYA-SUBSCRIBERID TO LCL-SUBSCRIBERID
       MOVE CHANGELOG-ACTION-CODE TO LCL-ACTION
       MOVE CHANGELOG-POINTS TO LCL-POINTS
       MOVE LYA-BALANCE TO LCL-BALANCE
       MOVE WS-OPERATOR-ID TO LCL-OPERATORID
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO LCL-ENTRYTIMESTAMP
       END-STRING
       WRITE LOYALTYCHANGELOGREC
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING LOYALTY CHANGE LOG - FILE STATUS "
               WS-LOG-STATUS
       END-IF.
