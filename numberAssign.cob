IDENTIFICATION DIVISION.
PROGRAM-ID. NUMBERASSIGN IS INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT NUMBERFILE ASSIGN TO "NumberInventory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-NUMBER
           FILE STATUS IS WS-NUM-STATUS.

       SELECT SUBSCRIBERNUMBERFILE ASSIGN TO "SubscriberNumber.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SNL-SUBSCRIBERID
           FILE STATUS IS WS-SNL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     NUMBERFILE.
       COPY "NUMBERINVENTORY.cpy"
           REPLACING ==:RECNAME:== BY ==NUMBERREC==
                     ==:PREFIX:==  BY ==NUM-==.

FD     SUBSCRIBERNUMBERFILE.
       COPY "SUBSCRIBERNUMBER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERNUMBERREC==
                     ==:PREFIX:==  BY ==SNL-==.

WORKING-STORAGE SECTION.
01     WS-NUM-STATUS           PIC XX.
01     WS-SNL-STATUS           PIC XX.
01     WS-TODAY                PIC 9(8).
01     WS-EFFECTIVE-DATE       PIC 9(8).
01     WS-AGE-PARM             PIC X(3) VALUE SPACES.
01     WS-AGE-DAYS             PIC 9(3) VALUE 90.
01     WS-NUM-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFNUMBERFILE     VALUE "Y".
01     WS-FREE-SWITCH          PIC X VALUE "N".
       88  NUMBER-IS-FREE      VALUE "Y".
01     WS-HELD-SWITCH          PIC X VALUE "N".
       88  NUMBER-ALREADY-HELD VALUE "Y".
01     WS-NEW-NUMBER-SWITCH    PIC X VALUE "N".
       88  NUMBER-NOT-ON-FILE  VALUE "Y".

LINKAGE SECTION.
01     NUMBER-ACTION           PIC X.
       88  NUMBER-ASSIGN       VALUE "A".
       88  NUMBER-PORT-IN      VALUE "I".
       88  NUMBER-TERMINATE    VALUE "T".
       88  NUMBER-PORT-OUT     VALUE "O".
01     NUMBER-SUBSCRIBERID     PIC 9(10).
01     NUMBER-VALUE            PIC X(15).
01     NUMBER-CARRIER          PIC X(4).
01     NUMBER-EFFECTIVE-DATE   PIC 9(8).
01     NUMBER-OPERATOR         PIC X(8).
01     NUMBER-RESULT           PIC 9.
       88  NUMBER-UPDATED          VALUE 0.
       88  NUMBER-NOT-AVAILABLE    VALUE 1.
       88  NUMBER-NOT-HELD         VALUE 2.
       88  NUMBER-FILE-UNAVAILABLE VALUE 3.

PROCEDURE DIVISION USING NUMBER-ACTION, NUMBER-SUBSCRIBERID,
        NUMBER-VALUE, NUMBER-CARRIER, NUMBER-EFFECTIVE-DATE,
        NUMBER-OPERATOR, NUMBER-RESULT.
BEGIN.
       SET NUMBER-UPDATED TO TRUE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       MOVE WS-TODAY TO WS-EFFECTIVE-DATE
       IF NUMBER-EFFECTIVE-DATE NUMERIC
               AND NUMBER-EFFECTIVE-DATE GREATER THAN ZERO
           MOVE NUMBER-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
       END-IF
       ACCEPT WS-AGE-PARM FROM ENVIRONMENT "NUMBERAGEDAYS"
       IF WS-AGE-PARM NUMERIC AND WS-AGE-PARM NOT EQUAL TO "000"
           MOVE WS-AGE-PARM TO WS-AGE-DAYS
       END-IF
       PERFORM OPEN-NUMBER-FILES
       IF NUMBER-FILE-UNAVAILABLE
           EXIT PROGRAM
       END-IF
       EVALUATE TRUE
           WHEN NUMBER-ASSIGN
               PERFORM ASSIGN-SUBSCRIBER-NUMBER
           WHEN NUMBER-PORT-IN
               PERFORM ASSIGN-PORTED-IN-NUMBER
           WHEN NUMBER-TERMINATE
               PERFORM AGE-SUBSCRIBER-NUMBER
           WHEN NUMBER-PORT-OUT
               PERFORM RETURN-PORTED-OUT-NUMBER
       END-EVALUATE
       CLOSE NUMBERFILE
       CLOSE SUBSCRIBERNUMBERFILE
       EXIT PROGRAM.

OPEN-NUMBER-FILES.
       OPEN I-O NUMBERFILE
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           DISPLAY "NUMBER INVENTORY UNAVAILABLE - FILE STATUS "
               WS-NUM-STATUS
           SET NUMBER-FILE-UNAVAILABLE TO TRUE
       ELSE
           OPEN I-O SUBSCRIBERNUMBERFILE
           IF WS-SNL-STATUS EQUAL TO "35"
               OPEN OUTPUT SUBSCRIBERNUMBERFILE
               CLOSE SUBSCRIBERNUMBERFILE
               OPEN I-O SUBSCRIBERNUMBERFILE
           END-IF
           IF WS-SNL-STATUS NOT EQUAL TO "00"
               DISPLAY "SUBSCRIBER NUMBER TABLE UNAVAILABLE - FILE "
                   "STATUS " WS-SNL-STATUS
               CLOSE NUMBERFILE
               SET NUMBER-FILE-UNAVAILABLE TO TRUE
           END-IF
       END-IF.

ASSIGN-SUBSCRIBER-NUMBER.
       MOVE "N" TO WS-HELD-SWITCH
       MOVE "N" TO WS-FREE-SWITCH
       PERFORM READ-SUBSCRIBER-NUMBER
       IF NUMBER-UPDATED
           SET NUMBER-ALREADY-HELD TO TRUE
           MOVE NUM-NUMBER TO NUMBER-VALUE
       ELSE
           SET NUMBER-UPDATED TO TRUE
           IF NUMBER-VALUE EQUAL TO SPACES
               PERFORM FIND-NEXT-AVAILABLE-NUMBER
           ELSE
               MOVE NUMBER-VALUE TO NUM-NUMBER
               READ NUMBERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-NUMBER-REUSABLE
                       IF NUM-RESERVED
                           SET NUMBER-IS-FREE TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NUMBER-IS-FREE
               PERFORM ASSIGN-NUMBER-TO-SUBSCRIBER
           ELSE
               SET NUMBER-NOT-AVAILABLE TO TRUE
           END-IF
       END-IF.

FIND-NEXT-AVAILABLE-NUMBER.
       MOVE "N" TO WS-NUM-EOF-SWITCH
       MOVE LOW-VALUES TO NUM-NUMBER
       START NUMBERFILE KEY NOT LESS THAN NUM-NUMBER
           INVALID KEY SET ENDOFNUMBERFILE TO TRUE
       END-START
       PERFORM UNTIL ENDOFNUMBERFILE OR NUMBER-IS-FREE
           READ NUMBERFILE NEXT RECORD
               AT END SET ENDOFNUMBERFILE TO TRUE
               NOT AT END PERFORM CHECK-NUMBER-REUSABLE
           END-READ
       END-PERFORM.

CHECK-NUMBER-REUSABLE.
       MOVE "N" TO WS-FREE-SWITCH
       IF NUM-AVAILABLE
           SET NUMBER-IS-FREE TO TRUE
       END-IF
       IF NUM-AGEING AND NUM-OWN-RANGE
               AND NUM-REUSE-DATE NOT GREATER THAN WS-TODAY
           SET NUMBER-IS-FREE TO TRUE
       END-IF.

ASSIGN-NUMBER-TO-SUBSCRIBER.
       SET NUM-ASSIGNED TO TRUE
       MOVE NUMBER-SUBSCRIBERID TO NUM-SUBSCRIBERID
       MOVE WS-EFFECTIVE-DATE TO NUM-STATUS-DATE
       MOVE WS-EFFECTIVE-DATE TO NUM-ASSIGNED-DATE
       MOVE ZERO TO NUM-REUSE-DATE
       MOVE SPACES TO NUM-PORT-CARRIER
       MOVE NUMBER-OPERATOR TO NUM-LAST-OPERATOR
       IF NUMBER-NOT-ON-FILE
           WRITE NUMBERREC
       ELSE
           REWRITE NUMBERREC
       END-IF
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR UPDATING NUMBER INVENTORY FOR " NUM-NUMBER
               " - FILE STATUS " WS-NUM-STATUS
           SET NUMBER-FILE-UNAVAILABLE TO TRUE
       ELSE
           MOVE NUM-NUMBER TO NUMBER-VALUE
           MOVE NUMBER-SUBSCRIBERID TO SNL-SUBSCRIBERID
           MOVE NUM-NUMBER TO SNL-NUMBER
           MOVE WS-EFFECTIVE-DATE TO SNL-ASSIGNED-DATE
           WRITE SUBSCRIBERNUMBERREC
               INVALID KEY
                   REWRITE SUBSCRIBERNUMBERREC
           END-WRITE
       END-IF.

ASSIGN-PORTED-IN-NUMBER.
       MOVE "N" TO WS-NEW-NUMBER-SWITCH
       IF NUMBER-VALUE EQUAL TO SPACES
           SET NUMBER-NOT-AVAILABLE TO TRUE
       ELSE
           MOVE NUMBER-VALUE TO NUM-NUMBER
           READ NUMBERFILE
               INVALID KEY
                   SET NUMBER-NOT-ON-FILE TO TRUE
                   INITIALIZE NUMBERREC
                   MOVE NUMBER-VALUE TO NUM-NUMBER
                   MOVE "PORTEDIN" TO NUM-RANGE-CODE
                   MOVE NUMBER-CARRIER TO NUM-RANGE-HOLDER
               NOT INVALID KEY
                   IF NUM-RETURNED-TO-HOLDER
                       MOVE NUMBER-CARRIER TO NUM-RANGE-HOLDER
                   ELSE
                       IF NOT NUM-PORTED-OUT
                           SET NUMBER-NOT-AVAILABLE TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF NUMBER-UPDATED
               PERFORM ASSIGN-NUMBER-TO-SUBSCRIBER
           END-IF
       END-IF.

AGE-SUBSCRIBER-NUMBER.
       PERFORM READ-SUBSCRIBER-NUMBER
       IF NUMBER-UPDATED
           SET NUM-AGEING TO TRUE
           MOVE WS-EFFECTIVE-DATE TO NUM-STATUS-DATE
           COMPUTE NUM-REUSE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
                   + WS-AGE-DAYS)
           MOVE NUMBER-OPERATOR TO NUM-LAST-OPERATOR
           PERFORM REWRITE-NUMBER-RECORD
       END-IF.

RETURN-PORTED-OUT-NUMBER.
       PERFORM READ-SUBSCRIBER-NUMBER
       IF NUMBER-UPDATED
           IF NUM-OWN-RANGE
               SET NUM-PORTED-OUT TO TRUE
           ELSE
               SET NUM-RETURNED-TO-HOLDER TO TRUE
           END-IF
           MOVE NUMBER-CARRIER TO NUM-PORT-CARRIER
           MOVE WS-EFFECTIVE-DATE TO NUM-STATUS-DATE
           MOVE ZERO TO NUM-REUSE-DATE
           MOVE NUMBER-OPERATOR TO NUM-LAST-OPERATOR
           PERFORM REWRITE-NUMBER-RECORD
       END-IF.

READ-SUBSCRIBER-NUMBER.
       MOVE NUMBER-SUBSCRIBERID TO SNL-SUBSCRIBERID
       READ SUBSCRIBERNUMBERFILE
           INVALID KEY SET NUMBER-NOT-HELD TO TRUE
       END-READ
       IF NUMBER-UPDATED
           MOVE SNL-NUMBER TO NUM-NUMBER
           READ NUMBERFILE
               INVALID KEY SET NUMBER-NOT-HELD TO TRUE
           END-READ
       END-IF
       IF NUMBER-UPDATED
           IF NOT NUM-ASSIGNED
                   OR NUM-SUBSCRIBERID NOT EQUAL TO NUMBER-SUBSCRIBERID
               SET NUMBER-NOT-HELD TO TRUE
           END-IF
       END-IF.

REWRITE-NUMBER-RECORD.
       REWRITE NUMBERREC
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR UPDATING NUMBER INVENTORY FOR " NUM-NUMBER
               " - FILE STATUS " WS-NUM-STATUS
           SET NUMBER-FILE-UNAVAILABLE TO TRUE
       ELSE
           MOVE NUM-NUMBER TO NUMBER-VALUE
       END-IF.
END PROGRAM NUMBERASSIGN.
