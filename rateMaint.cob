           88  PND-ACTION-CHANGE   VALUE "C".
           88  PND-ACTION-EXPIRE   VALUE "E".
       02  PND-SERVICETYPE         PIC 9.
       02  PND-DESTZONE            PIC X.
       02  PND-RATEBAND            PIC X.
       02  PND-EFFECTIVEDATE       PIC 9(8).
       02  PND-UNITRATE            PIC 9(3)V9999.
01     RATECHANGELOGREC.
       02  RCL-SERVICETYPE         PIC 9.
       02  FILLER                  PIC X VALUE SPACE.
       02  RCL-DESTZONE            PIC X.
       02  FILLER                  PIC X VALUE SPACE.
       02  RCL-RATEBAND            PIC X.
       02  FILLER                  PIC X VALUE SPACE.
       02  RCL-EFFECTIVEDATE       PIC 9(8).
       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "RATEMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

01     RATE-ENTRY.
       02  ENTRY-SERVICETYPE   PIC 9.
           88  VALID-ENTRY-SERVICETYPE VALUES 1 2 3 4 5.
       02  ENTRY-DESTZONE      PIC X.
           88  VALID-ENTRY-DESTZONE VALUES "D" "1" "2" "3" "4" "S" "*".
       02  ENTRY-RATEBAND      PIC X.
           88  VALID-ENTRY-RATEBAND VALUES "P" "O" "W" "*".
       02  ENTRY-EFFECTIVEDATE PIC X(8).
PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
               MOVE "C" TO PND-ACTION
           END-IF
           MOVE ENTRY-SERVICETYPE TO PND-SERVICETYPE
           MOVE ENTRY-DESTZONE TO PND-DESTZONE
           MOVE ENTRY-RATEBAND TO PND-RATEBAND
           MOVE WS-ENTRY-EFFDATE TO PND-EFFECTIVEDATE
           MOVE WS-ENTRY-UNITRATE TO PND-UNITRATE
           MOVE SPACES TO PENDINGRATEREC
           MOVE "E" TO PND-ACTION
           MOVE ENTRY-SERVICETYPE TO PND-SERVICETYPE
           MOVE ENTRY-DESTZONE TO PND-DESTZONE
           MOVE ENTRY-RATEBAND TO PND-RATEBAND
           MOVE WS-ENTRY-EFFDATE TO PND-EFFECTIVEDATE
           MOVE ZERO TO PND-UNITRATE
       SET ENTRY-IS-VALID TO TRUE
       DISPLAY "ENTER SERVICE TYPE (1-5): "
       ACCEPT ENTRY-SERVICETYPE
       DISPLAY "ENTER DESTINATION ZONE (D/1-4/S/*): "
       ACCEPT ENTRY-DESTZONE
       DISPLAY "ENTER RATE BAND (P/O/W/*): "
       ACCEPT ENTRY-RATEBAND
       DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
           DISPLAY "SERVICE TYPE MUST BE 1-5"
           SET ENTRY-NOT-VALID TO TRUE
       END-IF
       IF NOT VALID-ENTRY-DESTZONE
           DISPLAY "DESTINATION ZONE MUST BE D, 1-4, S OR *"
           SET ENTRY-NOT-VALID TO TRUE
       END-IF
       IF NOT VALID-ENTRY-RATEBAND
           DISPLAY "RATE BAND MUST BE P, O, W OR *"
           SET ENTRY-NOT-VALID TO TRUE
           PERFORM UNTIL ENDOFPENDINGFILE
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY PND-ACTION " SVC " PND-SERVICETYPE
                   " ZONE " PND-DESTZONE
                   " BAND " PND-RATEBAND
                   " EFF " PND-EFFECTIVEDATE
                   " RATE " PND-UNITRATE

REVIEW-ONE-PENDING-CHANGE.
       DISPLAY "PENDING " PND-ACTION " SVC " PND-SERVICETYPE
           " ZONE " PND-DESTZONE " BAND " PND-RATEBAND " EFF " PND-EFFECTIVEDATE
           " RATE " PND-UNITRATE " UOM " PND-UNITOFMEASURE
           " STEPS " PND-STEP-COUNT
           " REQUESTED BY " PND-REQUEST-OPERATOR

APPLY-ONE-PENDING-CHANGE.
       MOVE PND-SERVICETYPE TO RATE-SERVICETYPE
       MOVE PND-DESTZONE TO RATE-DESTZONE
       MOVE PND-RATEBAND TO RATE-RATEBAND
       MOVE PND-EFFECTIVEDATE TO RATE-EFFECTIVEDATE
       EVALUATE TRUE

MOVE-PENDING-TO-RATE-ROW.
       MOVE PND-SERVICETYPE TO RATE-SERVICETYPE
       MOVE PND-DESTZONE TO RATE-DESTZONE
       MOVE PND-RATEBAND TO RATE-RATEBAND
       MOVE PND-EFFECTIVEDATE TO RATE-EFFECTIVEDATE
       MOVE PND-UNITRATE TO RATE-UNITRATE

WRITE-RATE-CHANGE-LOG.
       MOVE PND-SERVICETYPE TO RCL-SERVICETYPE
       MOVE PND-DESTZONE TO RCL-DESTZONE
       MOVE PND-RATEBAND TO RCL-RATEBAND
       MOVE PND-EFFECTIVEDATE TO RCL-EFFECTIVEDATE
       MOVE PND-ACTION TO RCL-ACTION
