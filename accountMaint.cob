01     WS-OPERATOR-ROLE        PIC X.
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "ACCOUNTMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

       88  TRANSACTION-IS-PAYER       VALUE "P" "p".
       88  TRANSACTION-IS-CLOSE       VALUE "X" "x".
       88  TRANSACTION-IS-LIST        VALUE "L" "l".
       88  TRANSACTION-IS-POOL        VALUE "G" "g".

01     MEMBER-ENTRY.
       02  ENTRY-SUBSCRIBERID  PIC X(10).
       02  CLOSE-ACCOUNTID     PIC X(8).
       02  CLOSE-END-DATE      PIC X(8).

01     POOL-ENTRY.
       02  POOL-ACCOUNTID      PIC X(8).
       02  POOL-SETTING        PIC X.
           88  VALID-POOL-SETTING     VALUE "Y" "N".

01     WS-TARGET-ACCOUNTID     PIC 9(8).
01     WS-MEMBER-COUNT         PIC 9(4).
01     WS-ACCOUNT-POOLED-FLAG  PIC X.
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
       DISPLAY "ACCOUNT HIERARCHY MAINTENANCE (A=ADD MEMBER, "
           "R=REMOVE MEMBER, P=SET RESPONSIBLE PAYER, "
           "X=CLOSE ACCOUNT, G=ALLOWANCE POOLING, "
           "L=LIST ACCOUNT, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
                   PERFORM SET-RESPONSIBLE-PAYER
               WHEN TRANSACTION-IS-CLOSE
                   PERFORM CLOSE-WHOLE-ACCOUNT
               WHEN TRANSACTION-IS-POOL
                   PERFORM SET-ACCOUNT-POOLING
               WHEN TRANSACTION-IS-LIST
                   PERFORM LIST-ACCOUNT-MEMBERS
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A=ADD, R=REMOVE, P=PAYER, "
               "X=CLOSE, G=POOLING, L=LIST), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE ACCOUNTMASTER
               DISPLAY "SUBSCRIBER " ENTRY-SUBSCRIBERID
                   " DOES NOT EXIST - ENTRY REJECTED"
           NOT INVALID KEY
               MOVE ENTRY-ACCOUNTID TO WS-TARGET-ACCOUNTID
               PERFORM FIND-ACCOUNT-POOLING
               MOVE ENTRY-SUBSCRIBERID TO ACM-SUBSCRIBERID
               READ ACCOUNTMASTER
                   INVALID KEY
       MOVE "N" TO ACM-RESPONSIBLE-FLAG
       MOVE ENTRY-EFFECTIVE TO ACM-EFFECTIVE-DATE
       MOVE ZERO TO ACM-END-DATE
       MOVE WS-ACCOUNT-POOLED-FLAG TO ACM-POOLED-FLAG
       WRITE ACCOUNTMASTERREC
       MOVE "A" TO CHANGELOG-ACTION-CODE
       PERFORM WRITE-ACCOUNT-CHANGE-LOG
       MOVE "N" TO ACM-RESPONSIBLE-FLAG
       MOVE ENTRY-EFFECTIVE TO ACM-EFFECTIVE-DATE
       MOVE ZERO TO ACM-END-DATE
       MOVE WS-ACCOUNT-POOLED-FLAG TO ACM-POOLED-FLAG
       REWRITE ACCOUNTMASTERREC
       MOVE "A" TO CHANGELOG-ACTION-CODE
       PERFORM WRITE-ACCOUNT-CHANGE-LOG
               ADD 1 TO WS-MEMBER-COUNT
               DISPLAY "  MEMBER " ACM-SUBSCRIBERID
                   " RESPONSIBLE " ACM-RESPONSIBLE-FLAG
                   " POOLED " ACM-POOLED-FLAG
                   " EFFECTIVE " ACM-EFFECTIVE-DATE
                   " END " ACM-END-DATE
           END-IF
           WS-MEMBER-COUNT " MEMBERSHIP RECORD(S)"
       END-IF.

SET-ACCOUNT-POOLING.
       DISPLAY "ENTER ACCOUNT ID (8) AND ALLOWANCE POOLING "
           "(Y=SHARE ONE POOL, N=SEPARATE ALLOWANCES): "
       ACCEPT POOL-ENTRY
       IF POOL-ACCOUNTID NOT NUMERIC
               OR NOT VALID-POOL-SETTING
           DISPLAY "ACCOUNT ID MUST BE NUMERIC AND POOLING Y OR N"
               " - ENTRY REJECTED"
       ELSE
       MOVE POOL-ACCOUNTID TO WS-TARGET-ACCOUNTID
       MOVE ZERO TO WS-MEMBER-COUNT
       MOVE "N" TO WS-ACM-EOF-SWITCH
       MOVE ZERO TO ACM-SUBSCRIBERID
       START ACCOUNTMASTER KEY NOT LESS THAN ACM-SUBSCRIBERID
           INVALID KEY SET ENDOFACCOUNTMASTER TO TRUE
       END-START
       PERFORM READ-NEXT-MEMBER
       PERFORM UNTIL ENDOFACCOUNTMASTER
           IF ACM-ACCOUNTID EQUAL TO WS-TARGET-ACCOUNTID
                   AND ACM-END-DATE EQUAL TO ZERO
               MOVE POOL-SETTING TO ACM-POOLED-FLAG
               REWRITE ACCOUNTMASTERREC
               MOVE "G" TO CHANGELOG-ACTION-CODE
               MOVE ACM-SUBSCRIBERID TO ENTRY-SUBSCRIBERID
               PERFORM WRITE-ACCOUNT-CHANGE-LOG
               ADD 1 TO WS-MEMBER-COUNT
           END-IF
           PERFORM READ-NEXT-MEMBER
       END-PERFORM
       IF WS-MEMBER-COUNT EQUAL TO ZERO
           DISPLAY "ACCOUNT " WS-TARGET-ACCOUNTID
               " HAS NO ACTIVE MEMBERS - NOTHING CHANGED"
       ELSE
           DISPLAY "ACCOUNT " WS-TARGET-ACCOUNTID " POOLING SET TO "
               POOL-SETTING " FOR " WS-MEMBER-COUNT " MEMBER(S)"
       END-IF
       END-IF.

FIND-ACCOUNT-POOLING.
       MOVE "N" TO WS-ACCOUNT-POOLED-FLAG
       MOVE "N" TO WS-ACM-EOF-SWITCH
       MOVE ZERO TO ACM-SUBSCRIBERID
       START ACCOUNTMASTER KEY NOT LESS THAN ACM-SUBSCRIBERID
           INVALID KEY SET ENDOFACCOUNTMASTER TO TRUE
       END-START
       PERFORM READ-NEXT-MEMBER
       PERFORM UNTIL ENDOFACCOUNTMASTER
           IF ACM-ACCOUNTID EQUAL TO WS-TARGET-ACCOUNTID
                   AND ACM-END-DATE EQUAL TO ZERO
                   AND ACM-POOLED-ALLOWANCE
               MOVE "Y" TO WS-ACCOUNT-POOLED-FLAG
           END-IF
           PERFORM READ-NEXT-MEMBER
       END-PERFORM.

READ-NEXT-MEMBER.
       READ ACCOUNTMASTER NEXT RECORD
           AT END SET ENDOFACCOUNTMASTER TO TRUE
