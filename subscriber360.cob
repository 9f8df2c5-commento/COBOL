           RECORD KEY IS EXM-MASTER-KEY
           FILE STATUS IS WS-EXM-STATUS.

       SELECT ROLLOVERFILE ASSIGN TO "AllowanceRollover.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-ROLLOVER-KEY
           FILE STATUS IS WS-RCV-STATUS.

DATA DIVISION.
FILE SECTION.

           REPLACING ==:RECNAME:== BY ==EXCEPTIONMASTERREC==
                     ==:PREFIX:==  BY ==EXM-==.

FD     ROLLOVERFILE.
       COPY "ALLOWANCEROLLOVER.cpy"
           REPLACING ==:RECNAME:== BY ==ROLLOVERREC==
                     ==:PREFIX:==  BY ==RCV-==.

WORKING-STORAGE SECTION.
01     WS-SMF-STATUS               PIC XX.
01     WS-BHI-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-PPB-STATUS               PIC XX.
01     WS-EXM-STATUS               PIC XX.
01     WS-RCV-STATUS               PIC XX.

01     WS-BHI-EOF-SWITCH           PIC X.
       88  ENDOFHISTORY            VALUE "Y".
01     WS-EXM-EOF-SWITCH           PIC X.
       88  ENDOFEXCEPTIONMASTER    VALUE "Y".
01     WS-RCV-EOF-SWITCH           PIC X.
       88  ENDOFROLLOVER           VALUE "Y".

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "SUBSCRIBER360".

01     WS-INQUIRY-ID               PIC X(10).
01     WS-INQUIRY-SUBSCRIBERID     PIC 9(10).

01     WS-OPEN-EXCEPTION-COUNT     PIC 9(5).

01     WS-ROLLOVER-SERVICE         PIC X(8).
01     ROLLOVER-TOTALS.
       02  RTL-MINUTES             PIC 9(8).
       02  RTL-MESSAGES            PIC 9(8).
       02  RTL-MB                  PIC 9(8).

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99-.
01     PRN-AGE-AMOUNT              PIC $$$,$$9.99-.

PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       OPEN INPUT ARMASTERFILE
       OPEN INPUT PREPAIDBALANCE
       OPEN INPUT EXCEPTIONMASTER
       OPEN INPUT ROLLOVERFILE
       DISPLAY "SUBSCRIBER 360 INQUIRY - ENTER SUBSCRIBER ID, "
           "BLANK TO FINISH"
       DISPLAY "SUBSCRIBER ID: "
       IF WS-EXM-STATUS EQUAL TO "00"
           CLOSE EXCEPTIONMASTER
       END-IF
       IF WS-RCV-STATUS EQUAL TO "00"
           CLOSE ROLLOVERFILE
       END-IF
       STOP RUN.

DISPLAY-ONE-SUBSCRIBER.
               PERFORM DISPLAY-HISTORY-SECTION
               PERFORM DISPLAY-AR-SECTION
               PERFORM DISPLAY-PREPAID-SECTION
               PERFORM DISPLAY-ROLLOVER-SECTION
               PERFORM DISPLAY-EXCEPTION-SECTION
       END-READ.

       END-READ
       END-IF.

DISPLAY-ROLLOVER-SECTION.
       DISPLAY "ALLOWANCE ROLLOVER"
       IF WS-RCV-STATUS NOT EQUAL TO "00"
           DISPLAY "  ALLOWANCE ROLLOVER LEDGER NOT AVAILABLE"
       ELSE
       MOVE ZEROS TO ROLLOVER-TOTALS
       MOVE WS-INQUIRY-SUBSCRIBERID TO RCV-SUBSCRIBERID
       MOVE ZERO TO RCV-SERVICETYPE
       MOVE ZERO TO RCV-ORIGIN-PERIOD
       MOVE "N" TO WS-RCV-EOF-SWITCH
       START ROLLOVERFILE KEY NOT LESS THAN RCV-ROLLOVER-KEY
           INVALID KEY SET ENDOFROLLOVER TO TRUE
       END-START
       PERFORM READ-NEXT-ROLLOVER
       PERFORM UNTIL ENDOFROLLOVER
           IF RCV-ROLLOVER-ACTIVE
                   AND RCV-REMAINING-UNITS GREATER THAN ZERO
               EVALUATE RCV-SERVICETYPE
                   WHEN 1
                       MOVE "MESSAGES" TO WS-ROLLOVER-SERVICE
                       ADD RCV-REMAINING-UNITS TO RTL-MESSAGES
                   WHEN 2
                       MOVE "MINUTES" TO WS-ROLLOVER-SERVICE
                       ADD RCV-REMAINING-UNITS TO RTL-MINUTES
                   WHEN 3
                       MOVE "MB" TO WS-ROLLOVER-SERVICE
                       ADD RCV-REMAINING-UNITS TO RTL-MB
               END-EVALUATE
               DISPLAY "  " WS-ROLLOVER-SERVICE " " RCV-REMAINING-UNITS
                   " OF " RCV-GRANTED-UNITS
                   " FROM " RCV-ORIGIN-PERIOD
                   " EXPIRES AFTER " RCV-EXPIRY-PERIOD
           END-IF
           PERFORM READ-NEXT-ROLLOVER
       END-PERFORM
       IF ROLLOVER-TOTALS EQUAL TO ZEROS
           DISPLAY "  NO ROLLOVER BALANCE"
       ELSE
           DISPLAY "  BALANCE MINUTES " RTL-MINUTES
               "  MESSAGES " RTL-MESSAGES "  MB " RTL-MB
       END-IF
       END-IF.

READ-NEXT-ROLLOVER.
       READ ROLLOVERFILE NEXT RECORD
           AT END SET ENDOFROLLOVER TO TRUE
       END-READ
       IF NOT ENDOFROLLOVER
           IF RCV-SUBSCRIBERID NOT EQUAL TO WS-INQUIRY-SUBSCRIBERID
               SET ENDOFROLLOVER TO TRUE
           END-IF
       END-IF.

DISPLAY-EXCEPTION-SECTION.
       DISPLAY "OPEN EXCEPTIONS"
       IF WS-EXM-STATUS NOT EQUAL TO "00"
