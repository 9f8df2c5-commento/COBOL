           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

       SELECT RECERTRESPONSEFILE ASSIGN TO DYNAMIC WS-RECERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RRS-STATUS.

DATA DIVISION.
FILE SECTION.

       02  FILLER              PIC X VALUE SPACE.
       02  SEC-NOTE            PIC X(30).

FD     RECERTRESPONSEFILE.
       COPY "RECERTRESPONSE.cpy"
           REPLACING ==:RECNAME:== BY ==RECERTRESPONSEREC==
                     ==:PREFIX:==  BY ==RRS-==.

WORKING-STORAGE SECTION.
01     WS-OPR-STATUS           PIC XX.
01     WS-FILE-CREATED-SWITCH  PIC X VALUE "N".
       88  SIGNED-ON-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "OPERATORMAINT".

01     ACTION-CODE             PIC X.
       88  ACTION-IS-ADD       VALUE "A" "a".
       88  ACTION-IS-UPDATE    VALUE "U" "u".
       88  ACTION-IS-DELETE    VALUE "D" "d".
       88  ACTION-IS-UNLOCK    VALUE "K" "k".
       88  ACTION-IS-RECERTIFY VALUE "R" "r".

01     ENTRY-OPERATORID        PIC X(8).
01     ENTRY-OPERATORNAME      PIC X(25).
01     ENTRY-PASSWORD          PIC X(12).
01     ENTRY-ROLE              PIC X.
       88  VALID-ENTRY-ROLE    VALUES "S" "O".
01     ENTRY-DEPARTMENT        PIC X(4).
01     ENTRY-MANAGER-ID        PIC X(8).
01     WS-PASSWORD-HASH        PIC 9(8).
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).
01     WS-SEC-STATUS           PIC XX.
01     WS-MAINT-EVENT          PIC X(8).
01     WS-MAINT-VERB           PIC X(8).
01     WS-MAINT-ROLE           PIC X.

01     ENTRY-RECERT-QUARTER    PIC X(6).
01     WS-RECERT-FILENAME      PIC X(40).
01     WS-RRS-STATUS           PIC XX.
01     WS-RRS-EOF-SWITCH       PIC X.
       88  ENDOFRESPONSES      VALUE "Y".
01     WS-RECERT-COUNTS.
       02  WS-RECERT-KEPT      PIC 9(5).
       02  WS-RECERT-DOWNGRADED PIC 9(5).
       02  WS-RECERT-REVOKED   PIC 9(5).
       02  WS-RECERT-LOCKED    PIC 9(5).
       02  WS-RECERT-PENDING   PIC 9(5).
       02  WS-RECERT-UNKNOWN   PIC 9(5).

PROCEDURE DIVISION.
BEGIN.
               "SUPERVISOR ACCOUNT"
           PERFORM GET-OPERATOR-ENTRY
           MOVE "S" TO ENTRY-ROLE
           MOVE "INITIAL" TO WS-SIGNON-OPERATOR-ID
           PERFORM ADD-OPERATOR-RECORD
       ELSE
           CLOSE OPERATORMASTER
           CALL "SIGNON" USING WS-SIGNON-OPERATOR-ID,
               WS-SIGNON-ROLE, WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
           IF NOT SIGNON-SUCCESSFUL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       DISPLAY "OPERATOR MAINTENANCE (A=ADD, U=UPDATE, D=DELETE, "
           "K=UNLOCK, R=APPLY RECERTIFICATION, BLANK TO FINISH)"
       DISPLAY "ACTION: "
       ACCEPT ACTION-CODE
       PERFORM UNTIL ACTION-CODE EQUAL TO SPACE
                   PERFORM DELETE-OPERATOR-RECORD
               WHEN ACTION-IS-UNLOCK
                   PERFORM UNLOCK-OPERATOR-RECORD
               WHEN ACTION-IS-RECERTIFY
                   PERFORM APPLY-RECERT-RESPONSES
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION " ACTION-CODE
           END-EVALUATE
           DISPLAY "ACTION (A=ADD, U=UPDATE, D=DELETE, K=UNLOCK, "
               "R=RECERTIFY, BLANK TO FINISH): "
           ACCEPT ACTION-CODE
       END-PERFORM
       CLOSE OPERATORMASTER
       IF NOT VALID-ENTRY-ROLE
           MOVE "O" TO ENTRY-ROLE
       END-IF
       DISPLAY "ENTER DEPARTMENT (4 CHARACTERS): "
       ACCEPT ENTRY-DEPARTMENT
       DISPLAY "ENTER MANAGER'S OPERATOR ID (8 CHARACTERS): "
       ACCEPT ENTRY-MANAGER-ID
       CALL "PASSHASH" USING ENTRY-PASSWORD, WS-PASSWORD-HASH.

ADD-OPERATOR-RECORD.
       MOVE WS-ENTRY-DATE TO OPR-PASSWORD-SET-DATE
       MOVE ZERO TO OPR-FAILED-ATTEMPTS
       MOVE SPACE TO OPR-LOCKOUT-FLAG
       MOVE ENTRY-DEPARTMENT TO OPR-DEPARTMENT
       MOVE ENTRY-MANAGER-ID TO OPR-MANAGER-ID
       MOVE ZERO TO OPR-LAST-SIGNON-DATE
       WRITE OPERATORMASTERREC
           INVALID KEY
               DISPLAY "OPERATOR " ENTRY-OPERATORID " ALREADY EXISTS"
           NOT INVALID KEY
               MOVE "OPRADD" TO WS-MAINT-EVENT
               MOVE "ADDED" TO WS-MAINT-VERB
               MOVE ENTRY-ROLE TO WS-MAINT-ROLE
               PERFORM WRITE-MAINTENANCE-EVENT
               DISPLAY "OPERATOR " ENTRY-OPERATORID " ADDED"
       END-WRITE.

           INVALID KEY
               DISPLAY "NO OPERATOR FOUND WITH ID " ENTRY-OPERATORID
           NOT INVALID KEY
               IF OPR-ROLE EQUAL TO ENTRY-ROLE
                   MOVE "OPRUPD" TO WS-MAINT-EVENT
               ELSE
                   MOVE "ROLECHG" TO WS-MAINT-EVENT
               END-IF
               MOVE ENTRY-OPERATORNAME TO OPR-OPERATORNAME
               MOVE WS-PASSWORD-HASH TO OPR-PASSHASH
               MOVE ENTRY-ROLE TO OPR-ROLE
               MOVE WS-ENTRY-DATE TO OPR-PASSWORD-SET-DATE
               MOVE ZERO TO OPR-FAILED-ATTEMPTS
               MOVE SPACE TO OPR-LOCKOUT-FLAG
               MOVE ENTRY-DEPARTMENT TO OPR-DEPARTMENT
               MOVE ENTRY-MANAGER-ID TO OPR-MANAGER-ID
               IF OPR-LAST-SIGNON-DATE NOT NUMERIC
                   MOVE ZERO TO OPR-LAST-SIGNON-DATE
               END-IF
               REWRITE OPERATORMASTERREC
               MOVE "UPDATED" TO WS-MAINT-VERB
               MOVE ENTRY-ROLE TO WS-MAINT-ROLE
               PERFORM WRITE-MAINTENANCE-EVENT
               DISPLAY "OPERATOR " ENTRY-OPERATORID " UPDATED"
       END-READ.

                       DISPLAY "UNABLE TO DELETE OPERATOR "
                           ENTRY-OPERATORID
                   NOT INVALID KEY
                       MOVE "OPRDEL" TO WS-MAINT-EVENT
                       MOVE "DELETED" TO WS-MAINT-VERB
                       MOVE SPACE TO WS-MAINT-ROLE
                       PERFORM WRITE-MAINTENANCE-EVENT
                       DISPLAY "OPERATOR " ENTRY-OPERATORID " DELETED"
               END-DELETE
       END-READ.
               MOVE SPACE TO OPR-LOCKOUT-FLAG
               MOVE ZERO TO OPR-FAILED-ATTEMPTS
               REWRITE OPERATORMASTERREC
               MOVE "UNLOCK" TO WS-MAINT-EVENT
               MOVE "UNLOCKED" TO WS-MAINT-VERB
               MOVE SPACE TO WS-MAINT-ROLE
               PERFORM WRITE-MAINTENANCE-EVENT
               DISPLAY "OPERATOR " ENTRY-OPERATORID " UNLOCKED"
       END-READ.

APPLY-RECERT-RESPONSES.
       DISPLAY "ENTER RECERTIFICATION QUARTER (YYYYQN): "
       ACCEPT ENTRY-RECERT-QUARTER
       MOVE SPACES TO WS-RECERT-FILENAME
       STRING "RecertResponse-" ENTRY-RECERT-QUARTER ".dat"
           DELIMITED BY SIZE INTO WS-RECERT-FILENAME
       END-STRING
       OPEN INPUT RECERTRESPONSEFILE
       IF WS-RRS-STATUS NOT EQUAL TO "00"
           DISPLAY "NO RESPONSE FILE " WS-RECERT-FILENAME
               " - FILE STATUS " WS-RRS-STATUS
       ELSE
           INITIALIZE WS-RECERT-COUNTS
           ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-RRS-EOF-SWITCH
           READ RECERTRESPONSEFILE AT END SET ENDOFRESPONSES TO TRUE
           END-READ
           PERFORM UNTIL ENDOFRESPONSES
               IF RRS-QUARTER EQUAL TO ENTRY-RECERT-QUARTER
                   MOVE RRS-OPERATORID TO ENTRY-OPERATORID
                   MOVE RRS-OPERATORID TO OPR-OPERATORID
                   READ OPERATORMASTER
                       INVALID KEY
                           ADD 1 TO WS-RECERT-UNKNOWN
                       NOT INVALID KEY
                           PERFORM APPLY-RECERT-DECISION
                   END-READ
               END-IF
               READ RECERTRESPONSEFILE AT END SET ENDOFRESPONSES TO TRUE
               END-READ
           END-PERFORM
           CLOSE RECERTRESPONSEFILE
           DISPLAY "RECERTIFICATION " ENTRY-RECERT-QUARTER
               " - KEPT " WS-RECERT-KEPT
               " DOWNGRADED " WS-RECERT-DOWNGRADED
               " REVOKED " WS-RECERT-REVOKED
           DISPLAY "    LOCKED FOR NO DECISION " WS-RECERT-LOCKED
               " AWAITING DECISION " WS-RECERT-PENDING
               " NO LONGER ON FILE " WS-RECERT-UNKNOWN
       END-IF.

APPLY-RECERT-DECISION.
       EVALUATE TRUE
           WHEN RRS-DECISION-KEEP
               MOVE "RECKEEP" TO WS-MAINT-EVENT
               MOVE "KEPT" TO WS-MAINT-VERB
               MOVE OPR-ROLE TO WS-MAINT-ROLE
               PERFORM WRITE-MAINTENANCE-EVENT
               ADD 1 TO WS-RECERT-KEPT
           WHEN RRS-DECISION-DOWNGRADE
               IF OPR-ROLE EQUAL TO "S"
                   MOVE "O" TO OPR-ROLE
                   REWRITE OPERATORMASTERREC
                   MOVE "ROLECHG" TO WS-MAINT-EVENT
                   MOVE "UPDATED" TO WS-MAINT-VERB
                   MOVE OPR-ROLE TO WS-MAINT-ROLE
                   PERFORM WRITE-MAINTENANCE-EVENT
                   DISPLAY "OPERATOR " OPR-OPERATORID
                       " DOWNGRADED TO OPERATOR"
               END-IF
               ADD 1 TO WS-RECERT-DOWNGRADED
           WHEN RRS-DECISION-REVOKE
               IF OPR-OPERATORID EQUAL TO WS-SIGNON-OPERATOR-ID
                   DISPLAY "OPERATOR " OPR-OPERATORID
                       " IS SIGNED ON - REVOKE NOT APPLIED"
               ELSE
                   DELETE OPERATORMASTER RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO REVOKE OPERATOR "
                               OPR-OPERATORID
                       NOT INVALID KEY
                           MOVE "OPRDEL" TO WS-MAINT-EVENT
                           MOVE "REVOKED" TO WS-MAINT-VERB
                           MOVE SPACE TO WS-MAINT-ROLE
                           PERFORM WRITE-MAINTENANCE-EVENT
                           DISPLAY "OPERATOR " ENTRY-OPERATORID
                               " REVOKED"
                           ADD 1 TO WS-RECERT-REVOKED
                   END-DELETE
               END-IF
           WHEN OTHER
               IF RRS-DEADLINE NUMERIC
                       AND WS-ENTRY-DATE GREATER THAN RRS-DEADLINE
                   IF NOT OPR-ACCOUNT-LOCKED
                       MOVE "L" TO OPR-LOCKOUT-FLAG
                       REWRITE OPERATORMASTERREC
                       MOVE "RECLOCK" TO WS-MAINT-EVENT
                       MOVE "LOCKED" TO WS-MAINT-VERB
                       MOVE SPACE TO WS-MAINT-ROLE
                       PERFORM WRITE-MAINTENANCE-EVENT
                       DISPLAY "OPERATOR " OPR-OPERATORID
                           " LOCKED - NO RECERTIFICATION DECISION"
                   END-IF
                   ADD 1 TO WS-RECERT-LOCKED
               ELSE
                   ADD 1 TO WS-RECERT-PENDING
               END-IF
       END-EVALUATE.

WRITE-MAINTENANCE-EVENT.
       OPEN EXTEND SECURITYEVENTLOG
       IF WS-SEC-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT SECURITYEVENTLOG
               DELIMITED BY SIZE INTO SEC-TIMESTAMP
           END-STRING
           MOVE ENTRY-OPERATORID TO SEC-OPERATORID
           MOVE WS-MAINT-EVENT TO SEC-EVENT
           MOVE SPACES TO SEC-NOTE
           STRING WS-MAINT-VERB DELIMITED BY SPACE
               " BY " WS-SIGNON-OPERATOR-ID
               DELIMITED BY SIZE INTO SEC-NOTE
           END-STRING
           IF WS-MAINT-ROLE NOT EQUAL TO SPACE
               STRING " ROLE " WS-MAINT-ROLE
                   DELIMITED BY SIZE INTO SEC-NOTE(21:)
               END-STRING
           END-IF
           WRITE SECURITYEVENTREC
           CLOSE SECURITYEVENTLOG
       END-IF.
