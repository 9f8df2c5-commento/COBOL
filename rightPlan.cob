ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTER ASSIGN TO DYNAMIC WS-SMF-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SMF-SUBSCRIBERID
       02  PA-INCLUDED-MINUTES      PIC 9(6).
       02  PA-INCLUDED-MESSAGES     PIC 9(6).
       02  PA-INCLUDED-MB           PIC 9(6).
       02  PA-ROLLOVER-PERIODS      PIC 99.

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       02  REC-CURRENT-PLAN        PIC X(4).
       02  REC-RECOMMENDED-PLAN    PIC X(4).
       02  REC-MONTHLY-SAVING      PIC 9(5)V99.
       02  REC-CONTACT-CHANNEL     PIC X.

WORKING-STORAGE SECTION.
01     WS-SMF-STATUS               PIC XX.
01     WS-REC-STATUS               PIC XX.

01     WS-RPT-FILENAME             PIC X(40).
01     WS-SMF-FILENAME             PIC X(40)
           VALUE "Listing14-2-subscribers.mst".
01     WS-SMF-PARM                 PIC X(40) VALUE SPACES.
01     WS-MASTER-IMAGE-SWITCH      PIC X VALUE "N".
       88  RUNNING-ON-MASTER-IMAGE VALUE "Y".

01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".
       02  RPT-SUBSCRIBERS-READ    PIC 9(7) VALUE ZERO.
       02  RPT-ANALYZED            PIC 9(7) VALUE ZERO.
       02  RPT-RECOMMENDATIONS     PIC 9(7) VALUE ZERO.
       02  RPT-SUPPRESSED          PIC 9(7) VALUE ZERO.

01     WS-CONSENT-PURPOSE          PIC X VALUE "M".
01     WS-CONSENT-CHANNEL          PIC X VALUE SPACE.
01     WS-CONSENT-RESULT           PIC X.
       88  MARKETING-ALLOWED       VALUE "Y".
01     WS-CONSENT-USE-CHANNEL      PIC X.

01     PRN-AMOUNT                  PIC $$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$9.99.
           MOVE WS-MIN-PARM TO WS-MIN-DIGITS
           COMPUTE WS-SAVING-THRESHOLD = WS-MIN-DIGITS / 100
       END-IF
       PERFORM CHOOSE-SUBSCRIBER-MASTER
       PERFORM BUILD-ANALYSIS-PERIODS
       PERFORM LOAD-PLAN-CATALOG
       IF PLC-COUNT EQUAL TO ZERO
           STOP RUN
       END-IF
       MOVE SPACES TO WS-RPT-FILENAME
       IF RUNNING-ON-MASTER-IMAGE
           STRING "RightPlan-" WS-END-PERIOD "-IMAGE.rpt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
       ELSE
           STRING "RightPlan-" WS-END-PERIOD ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           OPEN OUTPUT RECOMMENDEXTRACT
       END-IF
       OPEN OUTPUT RIGHTPLANREPORT
       MOVE SPACES TO RIGHTPLANLINE
       STRING "RIGHT-PLAN ANALYSIS -- THREE MONTHS ENDING "
           WS-END-PERIOD
           DELIMITED BY SIZE INTO RIGHTPLANLINE
       END-STRING
       PERFORM WRITE-RIGHTPLAN-LINE
       IF RUNNING-ON-MASTER-IMAGE
           MOVE SPACES TO RIGHTPLANLINE
           STRING "SUBSCRIBERS AS HELD ON " WS-SMF-FILENAME
               " - NO RECOMMENDATION EXTRACT WRITTEN"
               DELIMITED BY SIZE INTO RIGHTPLANLINE
           END-STRING
           PERFORM WRITE-RIGHTPLAN-LINE
       END-IF
       PERFORM READ-SUBSCRIBER-RECORD
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER
           ADD 1 TO RPT-SUBSCRIBERS-READ
       MOVE SPACES TO RIGHTPLANLINE
       STRING "SUBSCRIBERS ANALYZED: " RPT-ANALYZED
           "  RECOMMENDATIONS: " RPT-RECOMMENDATIONS
           "  SUPPRESSED - NO MARKETING CONSENT: " RPT-SUPPRESSED
           DELIMITED BY SIZE INTO RIGHTPLANLINE
       END-STRING
       PERFORM WRITE-RIGHTPLAN-LINE
       CLOSE SUBSCRIBERMASTER
       CLOSE RATEDUNITSFILE
       CLOSE RIGHTPLANREPORT
       IF NOT RUNNING-ON-MASTER-IMAGE
           CLOSE RECOMMENDEXTRACT
       END-IF
       DISPLAY "RIGHTPLAN -- READ: " RPT-SUBSCRIBERS-READ
           "  ANALYZED: " RPT-ANALYZED
           "  RECOMMENDED: " RPT-RECOMMENDATIONS
           "  SUPPRESSED: " RPT-SUPPRESSED
       STOP RUN.

CHOOSE-SUBSCRIBER-MASTER.
       ACCEPT WS-SMF-PARM FROM ENVIRONMENT "SUBSCRIBERMASTERFILE"
       IF WS-SMF-PARM NOT EQUAL TO SPACES
           MOVE WS-SMF-PARM TO WS-SMF-FILENAME
           SET RUNNING-ON-MASTER-IMAGE TO TRUE
           DISPLAY "RIGHTPLAN -- SUBSCRIBERS TAKEN FROM " WS-SMF-FILENAME
       END-IF.

BUILD-ANALYSIS-PERIODS.
       MOVE WS-END-PERIOD(1:4) TO WS-WORK-YEAR
       MOVE WS-END-PERIOD(5:2) TO WS-WORK-MONTH
           PERFORM READ-SERVICE-RATE-RECORD
           PERFORM UNTIL ENDOFRATETABLE
               IF RATE-RATEBAND EQUAL TO "*"
                       AND (RATE-DESTZONE EQUAL TO "*"
                           OR RATE-DESTZONE EQUAL TO "D")
                   EVALUATE RATE-SERVICETYPE
                       WHEN 1
                           IF RATE-EFFECTIVEDATE GREATER THAN
       IF WS-SAVING GREATER THAN WS-SAVING-THRESHOLD
               AND WS-BEST-PLAN NOT EQUAL TO SMF-PLANCODE
           ADD 1 TO RPT-RECOMMENDATIONS
           CALL "CONSENTCHECK" USING SMF-SUBSCRIBERID,
               WS-CONSENT-PURPOSE, WS-CONSENT-CHANNEL,
               WS-CONSENT-RESULT, WS-CONSENT-USE-CHANNEL
           MOVE WS-CURRENT-COST TO PRN-AMOUNT
           MOVE WS-BEST-COST TO PRN-AMOUNT-2
           MOVE WS-SAVING TO PRN-SAVING
               PRN-AMOUNT-2 " SAVING " PRN-SAVING
               DELIMITED BY SIZE INTO RIGHTPLANLINE
           END-STRING
           IF NOT MARKETING-ALLOWED
               MOVE " - NO CONSENT" TO RIGHTPLANLINE(100:13)
           END-IF
           PERFORM WRITE-RIGHTPLAN-LINE
           IF MARKETING-ALLOWED
               IF NOT RUNNING-ON-MASTER-IMAGE
                   MOVE SMF-SUBSCRIBERID TO REC-SUBSCRIBERID
                   MOVE SMF-PLANCODE TO REC-CURRENT-PLAN
                   MOVE WS-BEST-PLAN TO REC-RECOMMENDED-PLAN
                   MOVE WS-SAVING TO REC-MONTHLY-SAVING
                   MOVE WS-CONSENT-USE-CHANNEL TO REC-CONTACT-CHANNEL
                   WRITE RECOMMENDREC
               END-IF
           ELSE
               ADD 1 TO RPT-SUPPRESSED
           END-IF
       END-IF
       END-IF
       END-IF.
