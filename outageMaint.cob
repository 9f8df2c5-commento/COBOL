IDENTIFICATION DIVISION.
PROGRAM-ID. OUTAGEMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OUTAGEFILE ASSIGN TO "OutageRegister.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OUT-OUTAGEID
           FILE STATUS IS WS-OUT-STATUS.

       SELECT TAXJURISDICTIONFILE ASSIGN TO "TaxJurisdictions.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXJ-TABLE-KEY
           FILE STATUS IS WS-TXJ-STATUS.

       SELECT OUTAGECHANGELOG ASSIGN TO "OutageChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     OUTAGEFILE.
       COPY "OUTAGE.cpy"
           REPLACING ==:RECNAME:== BY ==OUTAGEREC==
                     ==:PREFIX:==  BY ==OUT-==.

FD     TAXJURISDICTIONFILE.
       COPY "TAXJURISDICTION.cpy"
           REPLACING ==:RECNAME:== BY ==TAXJURISDICTIONREC==
                     ==:PREFIX:==  BY ==TXJ-==.

FD     OUTAGECHANGELOG.
01     OUTAGECHANGELOGREC.
       02  OCL-OUTAGEID        PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  OCL-ACTION          PIC X.
       02  FILLER              PIC X VALUE SPACE.
       02  OCL-AREA            PIC X(2).
       02  FILLER              PIC X VALUE SPACE.
       02  OCL-STARTTIMESTAMP  PIC 9(12).
       02  FILLER              PIC X VALUE SPACE.
       02  OCL-ENDTIMESTAMP    PIC 9(12).
       02  FILLER              PIC X VALUE SPACE.
       02  OCL-OPERATORID      PIC X(8).
       02  FILLER              PIC X VALUE SPACE.
       02  OCL-ENTRYTIMESTAMP  PIC 9(14).

WORKING-STORAGE SECTION.
01     WS-OUT-STATUS           PIC XX.
01     WS-TXJ-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "OUTAGEMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     TRANSACTION-CODE        PIC X.
       88  TRANSACTION-IS-ADD         VALUE "A" "a".
       88  TRANSACTION-IS-CLOSE       VALUE "C" "c".
       88  TRANSACTION-IS-LIST        VALUE "L" "l".

01     OUTAGE-ENTRY.
       02  ENTRY-OUTAGEID      PIC X(8).
       02  ENTRY-AREA          PIC X(2).
       02  ENTRY-START         PIC X(12).
       02  ENTRY-END           PIC X(12).
       02  ENTRY-SERVICES.
           03  ENTRY-SERVICE-DOWN PIC X OCCURS 6 TIMES.
       02  ENTRY-DESCRIPTION   PIC X(30).

01     CLOSE-ENTRY.
       02  CLOSE-OUTAGEID      PIC X(8).
       02  CLOSE-END           PIC X(12).

01     ENTRY-IDX               PIC 9.
01     WS-SERVICE-FLAG-SWITCH  PIC X.
       88  SERVICE-FLAGS-VALID VALUE "Y".
01     WS-JURISDICTION-SWITCH  PIC X.
       88  JURISDICTION-ON-TABLE VALUE "Y".
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
       OPEN I-O OUTAGEFILE
       IF WS-OUT-STATUS EQUAL TO "35"
           OPEN OUTPUT OUTAGEFILE
           CLOSE OUTAGEFILE
           OPEN I-O OUTAGEFILE
       END-IF
       IF WS-OUT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING OUTAGE REGISTER - FILE STATUS "
               WS-OUT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND OUTAGECHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT OUTAGECHANGELOG
       END-IF
       DISPLAY "NETWORK OUTAGE REGISTER MAINTENANCE (A=RAISE OUTAGE, "
           "C=CLOSE OUTAGE, L=LIST OUTAGE, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-ADD
                   PERFORM ADD-OUTAGE-RECORD
               WHEN TRANSACTION-IS-CLOSE
                   PERFORM CLOSE-OUTAGE-RECORD
               WHEN TRANSACTION-IS-LIST
                   PERFORM LIST-OUTAGE-RECORD
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (A=RAISE, C=CLOSE, L=LIST), "
               "BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE OUTAGEFILE
       CLOSE OUTAGECHANGELOG
       DISPLAY "OUTAGE REGISTER MAINTENANCE COMPLETE"
       STOP RUN.

ADD-OUTAGE-RECORD.
       DISPLAY "ENTER OUTAGE ID (8) AREA CODE (2) "
           "START (YYYYMMDDHHMM) END (YYYYMMDDHHMM, ZEROS IF ONGOING) "
           "SERVICES DOWN (6 FLAGS Y/N: SMS VOICE DATA ROAMVOICE "
           "ROAMDATA PREMIUM) DESCRIPTION (30)"
       ACCEPT OUTAGE-ENTRY
       PERFORM CHECK-SERVICE-FLAGS
       IF ENTRY-OUTAGEID EQUAL TO SPACES
               OR ENTRY-AREA EQUAL TO SPACES
           DISPLAY "OUTAGE ID AND AREA CODE ARE REQUIRED"
               " - ENTRY REJECTED"
       ELSE
       IF ENTRY-START NOT NUMERIC OR ENTRY-END NOT NUMERIC
           DISPLAY "START AND END MUST BE NUMERIC YYYYMMDDHHMM"
               " - ENTRY REJECTED"
       ELSE
       IF ENTRY-END NOT EQUAL TO ZEROS
               AND ENTRY-END NOT GREATER THAN ENTRY-START
           DISPLAY "OUTAGE END MUST FOLLOW ITS START"
               " - ENTRY REJECTED"
       ELSE
       IF NOT SERVICE-FLAGS-VALID
           DISPLAY "SERVICE FLAGS MUST BE Y OR N WITH AT LEAST ONE Y"
               " - ENTRY REJECTED"
       ELSE
       PERFORM CHECK-JURISDICTION-ON-TABLE
       IF NOT JURISDICTION-ON-TABLE
           DISPLAY "AREA " ENTRY-AREA
               " IS NOT ON THE TAX JURISDICTION TABLE - "
               "ENTRY REJECTED"
       ELSE
           MOVE ENTRY-OUTAGEID TO OUT-OUTAGEID
           MOVE ENTRY-AREA TO OUT-AREA
           MOVE ENTRY-START TO OUT-STARTTIMESTAMP
           MOVE ENTRY-END TO OUT-ENDTIMESTAMP
           MOVE ENTRY-SERVICES TO OUT-SERVICES-AFFECTED
           MOVE ENTRY-DESCRIPTION TO OUT-DESCRIPTION
           IF ENTRY-END EQUAL TO ZEROS
               SET OUT-OUTAGE-OPEN TO TRUE
               MOVE SPACES TO OUT-CLOSEDBY
           ELSE
               SET OUT-OUTAGE-CLOSED TO TRUE
               MOVE WS-OPERATOR-ID TO OUT-CLOSEDBY
           END-IF
           MOVE WS-OPERATOR-ID TO OUT-RAISEDBY
           MOVE ZERO TO OUT-CREDITDATE
           WRITE OUTAGEREC
               INVALID KEY
                   DISPLAY "OUTAGE " ENTRY-OUTAGEID
                       " ALREADY EXISTS - ENTRY REJECTED"
               NOT INVALID KEY
                   MOVE "A" TO CHANGELOG-ACTION-CODE
                   PERFORM WRITE-OUTAGE-CHANGE-LOG
                   DISPLAY "OUTAGE " OUT-OUTAGEID " RAISED FOR AREA "
                       OUT-AREA " STATUS " OUT-STATUS
           END-WRITE
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

CHECK-SERVICE-FLAGS.
       MOVE "N" TO WS-SERVICE-FLAG-SWITCH
       PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX GREATER THAN 6
           IF ENTRY-SERVICE-DOWN(ENTRY-IDX) EQUAL TO "Y"
               SET SERVICE-FLAGS-VALID TO TRUE
           END-IF
       END-PERFORM
       PERFORM VARYING ENTRY-IDX FROM 1 BY 1
               UNTIL ENTRY-IDX GREATER THAN 6
           IF ENTRY-SERVICE-DOWN(ENTRY-IDX) NOT EQUAL TO "Y"
                   AND ENTRY-SERVICE-DOWN(ENTRY-IDX) NOT EQUAL TO "N"
               MOVE "N" TO WS-SERVICE-FLAG-SWITCH
           END-IF
       END-PERFORM.

CLOSE-OUTAGE-RECORD.
       DISPLAY "ENTER OUTAGE ID (8) AND END (YYYYMMDDHHMM): "
       ACCEPT CLOSE-ENTRY
       IF CLOSE-END NOT NUMERIC
           DISPLAY "END MUST BE NUMERIC YYYYMMDDHHMM - ENTRY REJECTED"
       ELSE
           MOVE CLOSE-OUTAGEID TO OUT-OUTAGEID
           READ OUTAGEFILE
               INVALID KEY
                   DISPLAY "NO OUTAGE FOUND WITH ID " CLOSE-OUTAGEID
               NOT INVALID KEY
                   IF NOT OUT-OUTAGE-OPEN
                       DISPLAY "OUTAGE " CLOSE-OUTAGEID
                           " IS NOT OPEN - STATUS " OUT-STATUS
                   ELSE
                   IF CLOSE-END NOT GREATER THAN OUT-STARTTIMESTAMP
                       DISPLAY "OUTAGE END MUST FOLLOW ITS START "
                           OUT-STARTTIMESTAMP " - ENTRY REJECTED"
                   ELSE
                       MOVE CLOSE-END TO OUT-ENDTIMESTAMP
                       SET OUT-OUTAGE-CLOSED TO TRUE
                       MOVE WS-OPERATOR-ID TO OUT-CLOSEDBY
                       REWRITE OUTAGEREC
                       MOVE "C" TO CHANGELOG-ACTION-CODE
                       PERFORM WRITE-OUTAGE-CHANGE-LOG
                       DISPLAY "OUTAGE " OUT-OUTAGEID " CLOSED AT "
                           OUT-ENDTIMESTAMP " - READY FOR CREDIT"
                   END-IF
                   END-IF
           END-READ
       END-IF.

LIST-OUTAGE-RECORD.
       DISPLAY "ENTER OUTAGE ID TO LIST (8): "
       ACCEPT ENTRY-OUTAGEID
       MOVE ENTRY-OUTAGEID TO OUT-OUTAGEID
       READ OUTAGEFILE
           INVALID KEY
               DISPLAY "NO OUTAGE FOUND WITH ID " ENTRY-OUTAGEID
           NOT INVALID KEY
               DISPLAY "  OUTAGE " OUT-OUTAGEID " AREA " OUT-AREA
                   " STATUS " OUT-STATUS " " OUT-DESCRIPTION
               DISPLAY "  FROM " OUT-STARTTIMESTAMP
                   " TO " OUT-ENDTIMESTAMP
                   " SERVICES DOWN " OUT-SERVICES-AFFECTED
               DISPLAY "  RAISED BY " OUT-RAISEDBY
                   " CLOSED BY " OUT-CLOSEDBY
                   " CREDITED " OUT-CREDITDATE
       END-READ.

CHECK-JURISDICTION-ON-TABLE.
       MOVE "N" TO WS-JURISDICTION-SWITCH
       OPEN INPUT TAXJURISDICTIONFILE
       IF WS-TXJ-STATUS NOT EQUAL TO "00"
           DISPLAY "TAX JURISDICTION TABLE UNAVAILABLE - "
               "AREA ACCEPTED WITHOUT VALIDATION"
           SET JURISDICTION-ON-TABLE TO TRUE
       ELSE
           MOVE ENTRY-AREA TO TXJ-JURISDICTION
           MOVE ZERO TO TXJ-EFFECTIVEDATE
           START TAXJURISDICTIONFILE KEY NOT LESS THAN TXJ-TABLE-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ TAXJURISDICTIONFILE NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF TXJ-JURISDICTION EQUAL TO ENTRY-AREA
                               SET JURISDICTION-ON-TABLE TO TRUE
                           END-IF
                   END-READ
           END-START
           CLOSE TAXJURISDICTIONFILE
       END-IF.

WRITE-OUTAGE-CHANGE-LOG.
       MOVE SPACES TO OUTAGECHANGELOGREC
       MOVE OUT-OUTAGEID TO OCL-OUTAGEID
       MOVE CHANGELOG-ACTION-CODE TO OCL-ACTION
       MOVE OUT-AREA TO OCL-AREA
       MOVE OUT-STARTTIMESTAMP TO OCL-STARTTIMESTAMP
       MOVE OUT-ENDTIMESTAMP TO OCL-ENDTIMESTAMP
       MOVE WS-OPERATOR-ID TO OCL-OPERATORID
       ACCEPT WS-ENTRY-TIME FROM TIME
       STRING WS-ENTRY-DATE WS-ENTRY-TIME(1:6)
           DELIMITED BY SIZE INTO OCL-ENTRYTIMESTAMP
       END-STRING
       WRITE OUTAGECHANGELOGREC
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING OUTAGE CHANGE LOG - FILE STATUS "
               WS-LOG-STATUS
       END-IF.
