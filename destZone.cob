IDENTIFICATION DIVISION.
PROGRAM-ID. DESTZONE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DESTZONEFILE ASSIGN TO "DestinationZones.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DZF-DIALPREFIX
           FILE STATUS IS WS-DZF-STATUS.

DATA DIVISION.
FILE SECTION.

FD     DESTZONEFILE.
       COPY "DESTINATIONZONE.cpy"
           REPLACING ==:RECNAME:== BY ==DESTZONEREC==
                     ==:PREFIX:==  BY ==DZF-==.

WORKING-STORAGE SECTION.
01     WS-DZF-STATUS           PIC XX.
01     WS-DZF-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFDESTZONES      VALUE "Y".
01     WS-ZONES-LOADED-SWITCH  PIC X VALUE "N".
       88  ZONES-LOADED        VALUE "Y".

01     DESTZONE-TABLE.
       02  DZT-ENTRY OCCURS 500 TIMES.
           03  DZT-DIALPREFIX      PIC X(10).
           03  DZT-PREFIX-LENGTH   PIC 99.
           03  DZT-DESTZONE        PIC X.
           03  DZT-ZERORATED       PIC X.
01     DESTZONE-TABLE-LIMIT    PIC 9(3) VALUE 500.
01     DZT-COUNT               PIC 9(3) VALUE ZERO.
01     DZT-IDX                 PIC 9(3).
01     DZT-BEST-IDX            PIC 9(3).
01     DZT-BEST-LENGTH         PIC 99.

LINKAGE SECTION.
01     DZ-CALLED-NUMBER        PIC X(15).
01     DZ-DESTZONE-RESULT      PIC X.
       88  DZ-ZONE-DOMESTIC    VALUE "D".
01     DZ-ZERORATED-RESULT     PIC X.
       88  DZ-CALL-ZERO-RATED  VALUE "Y".
       88  DZ-CALL-CHARGEABLE  VALUE "N".

PROCEDURE DIVISION USING DZ-CALLED-NUMBER, DZ-DESTZONE-RESULT,
        DZ-ZERORATED-RESULT.
BEGIN.
       IF NOT ZONES-LOADED
           PERFORM LOAD-DESTINATION-ZONES
       END-IF
       SET DZ-ZONE-DOMESTIC TO TRUE
       SET DZ-CALL-CHARGEABLE TO TRUE
       IF DZ-CALLED-NUMBER EQUAL TO SPACES
           EXIT PROGRAM
       END-IF
       MOVE ZERO TO DZT-BEST-IDX
       MOVE ZERO TO DZT-BEST-LENGTH
       PERFORM VARYING DZT-IDX FROM 1 BY 1 UNTIL DZT-IDX > DZT-COUNT
           IF DZT-PREFIX-LENGTH(DZT-IDX) GREATER THAN DZT-BEST-LENGTH
               IF DZ-CALLED-NUMBER(1:DZT-PREFIX-LENGTH(DZT-IDX))
                       EQUAL TO
                   DZT-DIALPREFIX(DZT-IDX)(1:DZT-PREFIX-LENGTH(DZT-IDX))
                   MOVE DZT-IDX TO DZT-BEST-IDX
                   MOVE DZT-PREFIX-LENGTH(DZT-IDX) TO DZT-BEST-LENGTH
               END-IF
           END-IF
       END-PERFORM
       IF DZT-BEST-IDX GREATER THAN ZERO
           MOVE DZT-DESTZONE(DZT-BEST-IDX) TO DZ-DESTZONE-RESULT
           IF DZT-ZERORATED(DZT-BEST-IDX) EQUAL TO "Y"
               SET DZ-CALL-ZERO-RATED TO TRUE
           END-IF
       END-IF
       EXIT PROGRAM.

LOAD-DESTINATION-ZONES.
       SET ZONES-LOADED TO TRUE
       MOVE ZERO TO DZT-COUNT
       OPEN INPUT DESTZONEFILE
       IF WS-DZF-STATUS EQUAL TO "35"
           DISPLAY "NO DESTINATION ZONE TABLE PRESENT - "
               "ALL CALLS RATED AS DOMESTIC"
       ELSE
       IF WS-DZF-STATUS NOT EQUAL TO "00"
           DISPLAY "DESTINATION ZONE TABLE UNAVAILABLE - FILE STATUS "
               WS-DZF-STATUS " - ALL CALLS RATED AS DOMESTIC"
       ELSE
       MOVE "N" TO WS-DZF-EOF-SWITCH
       READ DESTZONEFILE
           AT END SET ENDOFDESTZONES TO TRUE
       END-READ
       PERFORM UNTIL ENDOFDESTZONES
           IF DZF-DIALPREFIX NOT EQUAL TO SPACES
                   AND DZF-ZONE-VALID
               IF DZT-COUNT LESS THAN DESTZONE-TABLE-LIMIT
                   ADD 1 TO DZT-COUNT
                   MOVE DZF-DIALPREFIX TO DZT-DIALPREFIX(DZT-COUNT)
                   MOVE DZF-DESTZONE TO DZT-DESTZONE(DZT-COUNT)
                   MOVE DZF-ZERORATED TO DZT-ZERORATED(DZT-COUNT)
                   MOVE ZERO TO DZT-PREFIX-LENGTH(DZT-COUNT)
                   INSPECT DZF-DIALPREFIX
                       TALLYING DZT-PREFIX-LENGTH(DZT-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE
               ELSE
                   DISPLAY "DESTINATION ZONE TABLE FULL - PREFIX "
                       DZF-DIALPREFIX " IGNORED"
               END-IF
           END-IF
           READ DESTZONEFILE
               AT END SET ENDOFDESTZONES TO TRUE
           END-READ
       END-PERFORM
       CLOSE DESTZONEFILE
       END-IF
       END-IF.

END PROGRAM DESTZONE.
