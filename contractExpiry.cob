01     RUN-TOTALS.
       02  CXT-CONTRACTS-READ      PIC 9(7) VALUE ZERO.
       02  CXT-EXPIRING-COUNT      PIC 9(7) VALUE ZERO.
       02  CXT-SUPPRESSED-COUNT    PIC 9(7) VALUE ZERO.

01     WS-CONSENT-PURPOSE          PIC X VALUE "M".
01     WS-CONSENT-CHANNEL          PIC X VALUE SPACE.
01     WS-CONSENT-RESULT           PIC X.
       88  MARKETING-ALLOWED       VALUE "Y".
01     WS-CONSENT-USE-CHANNEL      PIC X.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE
           "SUBSCRIBERID  NAME                       PLAN  CONTRACT END  DAYS LEFT  ETF/MONTH  CONTACT BY".

01     EXPIRYDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  PRN-DAYS-LEFT           PIC ZZZZ9.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-ETF-PERMONTH        PIC $$,$$9.99.
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  PRN-CONTACT-CHANNEL     PIC X.

01     PRN-EXPIRING-COUNT          PIC ZZZ,ZZ9.
01     PRN-SUPPRESSED-COUNT        PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE CXT-SUPPRESSED-COUNT TO PRN-SUPPRESSED-COUNT
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "SUPPRESSED - NO MARKETING CONSENT: "
           PRN-SUPPRESSED-COUNT
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       CLOSE CONTRACTFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE EXPIRYREPORTFILE
       DISPLAY "CONTRACTEXPIRY -- CONTRACTS READ: " CXT-CONTRACTS-READ
           "  EXPIRING: " CXT-EXPIRING-COUNT
           "  SUPPRESSED: " CXT-SUPPRESSED-COUNT
       STOP RUN.

EXAMINE-ONE-CONTRACT.
                   MOVE ZERO TO SMF-TERMINATIONDATE
           END-READ
           IF SMF-TERMINATIONDATE EQUAL TO ZERO
               CALL "CONSENTCHECK" USING CTR-SUBSCRIBERID,
                   WS-CONSENT-PURPOSE, WS-CONSENT-CHANNEL,
                   WS-CONSENT-RESULT, WS-CONSENT-USE-CHANNEL
           END-IF
           IF SMF-TERMINATIONDATE EQUAL TO ZERO
                   AND NOT MARKETING-ALLOWED
               ADD 1 TO CXT-SUPPRESSED-COUNT
           END-IF
           IF SMF-TERMINATIONDATE EQUAL TO ZERO
                   AND MARKETING-ALLOWED
               ADD 1 TO CXT-EXPIRING-COUNT
               MOVE CTR-SUBSCRIBERID TO PRN-SUBSCRIBERID
               MOVE SMF-SUBSCRIBERNAME TO PRN-SUBSCRIBERNAME
               MOVE CTR-CONTRACT-ENDDATE TO PRN-ENDDATE
               MOVE WS-DAYS-TO-EXPIRY TO PRN-DAYS-LEFT
               MOVE CTR-ETF-PERMONTH TO PRN-ETF-PERMONTH
               MOVE WS-CONSENT-USE-CHANNEL TO PRN-CONTACT-CHANNEL
               MOVE EXPIRYDETAILLINE TO EXPIRYREPORTLINE
               PERFORM WRITE-EXPIRY-REPORT-LINE
           END-IF
