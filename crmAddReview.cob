           03  PND-BILLCYCLE       PIC X(2).
           03  PND-PAYTYPE         PIC X.
       02  PND-MATCHED-ID          PIC 9(10).
       02  PND-LANGUAGECODE        PIC X(2).

FD     PENDINGWORKFILE.
01     PENDINGWORKREC              PIC X(105).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
01     WS-OPERATOR-ROLE        PIC X.
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "CRMADDREVIEW".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).


01     PRN-BALANCE             PIC $$$,$$$,$$9.99-.

01     WS-NBR-ACTION           PIC X VALUE "A".
01     WS-NBR-SUBSCRIBERID     PIC 9(10).
01     WS-NBR-NUMBER           PIC X(15).
01     WS-NBR-CARRIER          PIC X(4) VALUE SPACES.
01     WS-NBR-DATE             PIC 9(8).
01     WS-NBR-RESULT           PIC 9.
       88  NUMBER-UPDATED      VALUE 0.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       MOVE SPACES TO SMF-PORTCARRIER
       MOVE "P" TO SMF-DELIVERYMETHOD
       MOVE SPACES TO SMF-SALESCHANNEL
       MOVE "N" TO SMF-PREMIUMBAR
       MOVE SPACES TO SMF-BRANDCODE
       MOVE SPACES TO SMF-PRIORBILLCYCLE
       MOVE ZERO TO SMF-CYCLECHANGEDATE
       MOVE SPACES TO SMF-EBILLADDRESS
       MOVE SPACE TO SMF-ADDRESSSTATUS
       MOVE ZERO TO SMF-ADDRESSSTATUSDATE
       MOVE SPACES TO SMF-ADDRESSRETURNREASON
       MOVE PND-LANGUAGECODE TO SMF-LANGUAGECODE
       WRITE SUBSCRIBERMASTERREC
           INVALID KEY
               DISPLAY "SUBSCRIBER " PND-SUBSCRIBERID
               DISPLAY "SUBSCRIBER " PND-SUBSCRIBERID
                   " ADDED AND LINKED TO PRIOR ACCOUNT "
                   PND-MATCHED-ID
               PERFORM ASSIGN-SUBSCRIBER-NUMBER
       END-WRITE.

ASSIGN-SUBSCRIBER-NUMBER.
       MOVE PND-SUBSCRIBERID TO WS-NBR-SUBSCRIBERID
       MOVE SPACES TO WS-NBR-NUMBER
       MOVE SMF-ACTIVATIONDATE TO WS-NBR-DATE
       CALL "NUMBERASSIGN" USING WS-NBR-ACTION, WS-NBR-SUBSCRIBERID,
           WS-NBR-NUMBER, WS-NBR-CARRIER, WS-NBR-DATE, WS-OPERATOR-ID,
           WS-NBR-RESULT
       IF NUMBER-UPDATED
           DISPLAY "NUMBER " WS-NBR-NUMBER " ASSIGNED TO SUBSCRIBER "
               PND-SUBSCRIBERID
       ELSE
           DISPLAY "NO NUMBER ASSIGNED TO SUBSCRIBER " PND-SUBSCRIBERID
               " - ASSIGN ONE WITH NUMBERINVENTORY"
       END-IF.

WRITE-IDENTITY-LINK.
       MOVE PND-SUBSCRIBERID TO IDL-NEW-SUBSCRIBERID
       MOVE PND-MATCHED-ID TO IDL-PRIOR-SUBSCRIBERID
