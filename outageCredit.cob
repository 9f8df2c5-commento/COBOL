IDENTIFICATION DIVISION.
PROGRAM-ID. OUTAGECREDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OUTAGEFILE ASSIGN TO "OutageRegister.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OUT-OUTAGEID
           FILE STATUS IS WS-OUT-STATUS.

       SELECT OUTAGECREDITFILE ASSIGN TO "OutageCredits.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCR-CREDIT-KEY
           FILE STATUS IS WS-OCR-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT PLANCHARGEFILE ASSIGN TO "PlanCharges.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCH-PLANCODE
           FILE STATUS IS WS-PCH-STATUS.

       SELECT ADJUSTMENTFILE ASSIGN TO "Listing14-2-adjustments.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADJ-SUBSCRIBERID
           FILE STATUS IS WS-ADJ-STATUS.

       SELECT CREDITREPORTFILE ASSIGN TO "OutageCredit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     OUTAGEFILE.
       COPY "OUTAGE.cpy"
           REPLACING ==:RECNAME:== BY ==OUTAGEREC==
                     ==:PREFIX:==  BY ==OUT-==.

FD     OUTAGECREDITFILE.
       COPY "OUTAGECREDIT.cpy"
           REPLACING ==:RECNAME:== BY ==OUTAGECREDITREC==
                     ==:PREFIX:==  BY ==OCR-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       02  PCH-PLANCODE             PIC X(4).
       02  PCH-MONTHLYCHARGE        PIC 9(5)V99.
       02  PCH-DESCRIPTION          PIC X(20).

FD     ADJUSTMENTFILE.
       COPY "ADJUSTMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ADJUSTMENTREC==
                     ==:PREFIX:==  BY ==ADJ-==.

FD     CREDITREPORTFILE.
01     CREDITREPORTLINE            PIC X(100).

WORKING-STORAGE SECTION.
01     WS-OUT-STATUS               PIC XX.
01     WS-OCR-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-PCH-STATUS               PIC XX.
01     WS-ADJ-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-OUT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFOUTAGEFILE         VALUE "Y".
01     WS-SMF-EOF-SWITCH           PIC X.
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".
01     WS-OCR-EOF-SWITCH           PIC X.
       88  ENDOFCREDITLEDGER       VALUE "Y".
01     WS-ELIGIBLE-SWITCH          PIC X.
       88  SUBSCRIBER-IN-OUTAGE    VALUE "Y".
01     WS-POSTING-RESULT           PIC X.
       88  POSTING-NEW             VALUE "N".
       88  POSTING-COMBINED        VALUE "C".
       88  POSTING-HELD            VALUE "H".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-OUTAGE-START-DATE        PIC 9(8).
01     WS-OUTAGE-END-DATE          PIC 9(8).
01     WS-START-INTEGER            PIC 9(8).
01     WS-END-INTEGER              PIC 9(8).
01     WS-OUTAGE-DAYS              PIC 9(3).
01     WS-DAYS-IN-CREDIT-MONTH     PIC 9(3) VALUE 30.
01     WS-CREDIT-AMOUNT            PIC 9(5)V99.
01     WS-NEW-ADJ-AMOUNT           PIC S9(7)V99.
01     WS-CREDIT-REASON            PIC X(20).

01     RUN-TOTALS.
       02  OCT-OUTAGES-CREDITED    PIC 9(5) VALUE ZERO.
       02  OCT-SUBSCRIBERS-CREDITED PIC 9(7) VALUE ZERO.
       02  OCT-ALREADY-CREDITED    PIC 9(7) VALUE ZERO.
       02  OCT-NO-PLAN-CHARGE      PIC 9(7) VALUE ZERO.
       02  OCT-CREDITS-HELD        PIC 9(7) VALUE ZERO.
       02  OCT-HELD-RELEASED       PIC 9(7) VALUE ZERO.
       02  OCT-CREDIT-VALUE        PIC 9(9)V99 VALUE ZERO.
       02  OCT-OPEN-OUTAGES        PIC 9(5) VALUE ZERO.

01     OUTAGE-TOTALS.
       02  OGT-SUBSCRIBERS         PIC 9(7).
       02  OGT-CREDIT-VALUE        PIC 9(9)V99.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE
           "  SUBSCRIBERID  NAME                       PLAN   MONTHLY CHG  DAYS       CREDIT  POSTING".

01     SERVICE-NAMES-TABLE.
       02  FILLER                  PIC X(11) VALUE "SMS".
       02  FILLER                  PIC X(11) VALUE "VOICE".
       02  FILLER                  PIC X(11) VALUE "DATA".
       02  FILLER                  PIC X(11) VALUE "ROAM-VOICE".
       02  FILLER                  PIC X(11) VALUE "ROAM-DATA".
       02  FILLER                  PIC X(11) VALUE "PREMIUM".
01     FILLER REDEFINES SERVICE-NAMES-TABLE.
       02  SERVICE-NAME            PIC X(11) OCCURS 6 TIMES.
01     SERVICE-IDX                 PIC 9.
01     WS-SERVICES-TEXT            PIC X(66).
01     WS-SERVICES-POINTER         PIC 99.

01     CREDITDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-SUBSCRIBERNAME      PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PLANCODE            PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-MONTHLYCHARGE       PIC $$,$$9.99.
       02  FILLER                  PIC X(3) VALUE SPACES.
       02  PRN-DAYS                PIC ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-CREDIT              PIC $$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-POSTING             PIC X(10).

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-DAYS-TOTAL              PIC ZZ9.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "OUTAGECREDIT".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       OPEN I-O OUTAGEFILE
       IF WS-OUT-STATUS EQUAL TO "35"
           DISPLAY "NO OUTAGE REGISTER PRESENT - NO CREDITS TO APPLY"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-OUT-STATUS NOT EQUAL TO "00"
           MOVE "OUTAGEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OUT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O OUTAGECREDITFILE
       IF WS-OCR-STATUS EQUAL TO "35"
           OPEN OUTPUT OUTAGECREDITFILE
           CLOSE OUTAGECREDITFILE
           OPEN I-O OUTAGECREDITFILE
       END-IF
       IF WS-OCR-STATUS NOT EQUAL TO "00"
           MOVE "OUTAGECREDITFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OCR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT PLANCHARGEFILE
       IF WS-PCH-STATUS NOT EQUAL TO "00"
           MOVE "PLANCHARGEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PCH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O ADJUSTMENTFILE
       IF WS-ADJ-STATUS EQUAL TO "35"
           OPEN OUTPUT ADJUSTMENTFILE
           CLOSE ADJUSTMENTFILE
           OPEN I-O ADJUSTMENTFILE
       END-IF
       IF WS-ADJ-STATUS NOT EQUAL TO "00"
           MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT CREDITREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "CREDITREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO REPORTHEADER
       STRING "UNIVERSAL TELECOMS SERVICE OUTAGE CREDIT REGISTER"
           "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO REPORTHEADER
       END-STRING
       MOVE REPORTHEADER TO CREDITREPORTLINE
       PERFORM WRITE-CREDIT-REPORT-LINE
       PERFORM RELEASE-HELD-CREDITS
       PERFORM READ-OUTAGE-RECORD
       PERFORM UNTIL ENDOFOUTAGEFILE
           IF OUT-OUTAGE-CLOSED
               PERFORM CREDIT-ONE-OUTAGE
           ELSE
           IF OUT-OUTAGE-OPEN
               ADD 1 TO OCT-OPEN-OUTAGES
           END-IF
           END-IF
           PERFORM READ-OUTAGE-RECORD
       END-PERFORM
       MOVE SPACES TO CREDITREPORTLINE
       PERFORM WRITE-CREDIT-REPORT-LINE
       PERFORM PRINT-RUN-TOTALS
       CLOSE OUTAGEFILE
       CLOSE OUTAGECREDITFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE PLANCHARGEFILE
       CLOSE ADJUSTMENTFILE
       CLOSE CREDITREPORTFILE
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "OUTAGECREDIT -- OUTAGES CREDITED: "
           OCT-OUTAGES-CREDITED
           "  SUBSCRIBERS CREDITED: " OCT-SUBSCRIBERS-CREDITED
           "  HELD: " OCT-CREDITS-HELD
       IF OCT-OPEN-OUTAGES GREATER THAN ZERO
           DISPLAY "  " OCT-OPEN-OUTAGES
               " OUTAGE(S) STILL OPEN - CREDITED WHEN CLOSED"
       END-IF
       STOP RUN.

RELEASE-HELD-CREDITS.
       MOVE LOW-VALUES TO OCR-CREDIT-KEY
       MOVE "N" TO WS-OCR-EOF-SWITCH
       START OUTAGECREDITFILE KEY NOT LESS THAN OCR-CREDIT-KEY
           INVALID KEY SET ENDOFCREDITLEDGER TO TRUE
       END-START
       PERFORM UNTIL ENDOFCREDITLEDGER
           READ OUTAGECREDITFILE NEXT
               AT END SET ENDOFCREDITLEDGER TO TRUE
               NOT AT END
                   IF OCR-CREDIT-HELD
                       PERFORM POST-CREDIT-TO-ADJUSTMENT
                       IF NOT POSTING-HELD
                           MOVE RUN-DATE-YYYYMMDD TO OCR-CREDITDATE
                           REWRITE OUTAGECREDITREC
                           ADD 1 TO OCT-HELD-RELEASED
                           ADD OCR-AMOUNT TO OCT-CREDIT-VALUE
                           IF OCT-HELD-RELEASED EQUAL TO 1
                               MOVE SPACES TO CREDITREPORTLINE
                               PERFORM WRITE-CREDIT-REPORT-LINE
                               MOVE "HELD CREDITS NOW POSTED"
                                   TO CREDITREPORTLINE
                               PERFORM WRITE-CREDIT-REPORT-LINE
                               MOVE COLUMNHEADER TO CREDITREPORTLINE
                               PERFORM WRITE-CREDIT-REPORT-LINE
                           END-IF
                           MOVE OCR-SUBSCRIBERID TO SMF-SUBSCRIBERID
                           READ SUBSCRIBERMASTER
                               INVALID KEY
                                   MOVE "*** UNKNOWN SUBSCRIBER ***"
                                       TO SMF-SUBSCRIBERNAME
                           END-READ
                           PERFORM PRINT-CREDIT-DETAIL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

CREDIT-ONE-OUTAGE.
       MOVE OUT-STARTTIMESTAMP(1:8) TO WS-OUTAGE-START-DATE
       MOVE OUT-ENDTIMESTAMP(1:8) TO WS-OUTAGE-END-DATE
       COMPUTE WS-START-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-OUTAGE-START-DATE)
       COMPUTE WS-END-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-OUTAGE-END-DATE)
       IF WS-END-INTEGER - WS-START-INTEGER + 1
               GREATER THAN WS-DAYS-IN-CREDIT-MONTH
           MOVE WS-DAYS-IN-CREDIT-MONTH TO WS-OUTAGE-DAYS
       ELSE
           COMPUTE WS-OUTAGE-DAYS =
               WS-END-INTEGER - WS-START-INTEGER + 1
       END-IF
       MOVE ZERO TO OGT-SUBSCRIBERS
       MOVE ZERO TO OGT-CREDIT-VALUE
       PERFORM PRINT-OUTAGE-HEADING
       MOVE ZERO TO SMF-SUBSCRIBERID
       MOVE "N" TO WS-SMF-EOF-SWITCH
       START SUBSCRIBERMASTER KEY NOT LESS THAN SMF-SUBSCRIBERID
           INVALID KEY SET ENDOFSUBSCRIBERMASTER TO TRUE
       END-START
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER
           READ SUBSCRIBERMASTER NEXT
               AT END SET ENDOFSUBSCRIBERMASTER TO TRUE
               NOT AT END
                   PERFORM CHECK-SUBSCRIBER-IN-OUTAGE
                   IF SUBSCRIBER-IN-OUTAGE
                       PERFORM CREDIT-ONE-SUBSCRIBER
                   END-IF
           END-READ
       END-PERFORM
       MOVE OGT-SUBSCRIBERS TO PRN-COUNT
       MOVE OGT-CREDIT-VALUE TO PRN-AMOUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "  OUTAGE " OUT-OUTAGEID " SUBSCRIBERS CREDITED: "
           PRN-COUNT "  CREDIT VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       SET OUT-OUTAGE-CREDITED TO TRUE
       MOVE RUN-DATE-YYYYMMDD TO OUT-CREDITDATE
       REWRITE OUTAGEREC
       IF WS-OUT-STATUS NOT EQUAL TO "00"
           MOVE "OUTAGEFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-OUT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO OCT-OUTAGES-CREDITED.

PRINT-OUTAGE-HEADING.
       MOVE SPACES TO WS-SERVICES-TEXT
       MOVE 1 TO WS-SERVICES-POINTER
       PERFORM VARYING SERVICE-IDX FROM 1 BY 1
               UNTIL SERVICE-IDX GREATER THAN 6
           IF OUT-SERVICE-DOWN(SERVICE-IDX) EQUAL TO "Y"
               STRING SERVICE-NAME(SERVICE-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-SERVICES-TEXT
                   WITH POINTER WS-SERVICES-POINTER
               END-STRING
           END-IF
       END-PERFORM
       MOVE WS-OUTAGE-DAYS TO PRN-DAYS-TOTAL
       MOVE SPACES TO CREDITREPORTLINE
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE SPACES TO CREDITREPORTLINE
       STRING "OUTAGE " OUT-OUTAGEID "  AREA " OUT-AREA
           "  FROM " OUT-STARTTIMESTAMP "  TO " OUT-ENDTIMESTAMP
           "  CREDIT DAYS " PRN-DAYS-TOTAL
           "  " OUT-DESCRIPTION
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE SPACES TO CREDITREPORTLINE
       STRING "  SERVICES AFFECTED: " WS-SERVICES-TEXT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE COLUMNHEADER TO CREDITREPORTLINE
       PERFORM WRITE-CREDIT-REPORT-LINE.

CHECK-SUBSCRIBER-IN-OUTAGE.
       MOVE "N" TO WS-ELIGIBLE-SWITCH
       IF SMF-TAXJURISDICTION EQUAL TO OUT-AREA
               AND SMF-OWN-BRAND
               AND SMF-PAYTYPE NOT EQUAL TO "P"
               AND NOT SMF-LINE-SUSPENDED
               AND SMF-PLANCODE NOT EQUAL TO SPACES
               AND SMF-ACTIVATIONDATE NOT GREATER THAN
                   WS-OUTAGE-END-DATE
           IF SMF-TERMINATIONDATE EQUAL TO ZERO
                   OR SMF-TERMINATIONDATE NOT LESS THAN
                       WS-OUTAGE-START-DATE
               SET SUBSCRIBER-IN-OUTAGE TO TRUE
           END-IF
       END-IF.

CREDIT-ONE-SUBSCRIBER.
       MOVE SMF-PLANCODE TO PCH-PLANCODE
       READ PLANCHARGEFILE
           INVALID KEY
               ADD 1 TO OCT-NO-PLAN-CHARGE
               MOVE ZERO TO PCH-MONTHLYCHARGE
       END-READ
       IF PCH-MONTHLYCHARGE GREATER THAN ZERO
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
               PCH-MONTHLYCHARGE * WS-OUTAGE-DAYS
                   / WS-DAYS-IN-CREDIT-MONTH
           IF WS-CREDIT-AMOUNT GREATER THAN PCH-MONTHLYCHARGE
               MOVE PCH-MONTHLYCHARGE TO WS-CREDIT-AMOUNT
           END-IF
           MOVE OUT-OUTAGEID TO OCR-OUTAGEID
           MOVE SMF-SUBSCRIBERID TO OCR-SUBSCRIBERID
           READ OUTAGECREDITFILE
               INVALID KEY
                   PERFORM RECORD-NEW-CREDIT
               NOT INVALID KEY
                   ADD 1 TO OCT-ALREADY-CREDITED
           END-READ
       END-IF.

RECORD-NEW-CREDIT.
       MOVE OUT-OUTAGEID TO OCR-OUTAGEID
       MOVE SMF-SUBSCRIBERID TO OCR-SUBSCRIBERID
       MOVE OUT-AREA TO OCR-AREA
       MOVE SMF-PLANCODE TO OCR-PLANCODE
       MOVE PCH-MONTHLYCHARGE TO OCR-MONTHLYCHARGE
       MOVE WS-OUTAGE-DAYS TO OCR-OUTAGEDAYS
       MOVE WS-CREDIT-AMOUNT TO OCR-AMOUNT
       MOVE RUN-DATE-YYYYMMDD TO OCR-CREDITDATE
       PERFORM POST-CREDIT-TO-ADJUSTMENT
       WRITE OUTAGECREDITREC
       IF WS-OCR-STATUS NOT EQUAL TO "00"
           MOVE "OUTAGECREDITFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-OCR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO OGT-SUBSCRIBERS
       ADD 1 TO OCT-SUBSCRIBERS-CREDITED
       ADD OCR-AMOUNT TO OGT-CREDIT-VALUE
       IF POSTING-HELD
           ADD 1 TO OCT-CREDITS-HELD
       ELSE
           ADD OCR-AMOUNT TO OCT-CREDIT-VALUE
       END-IF
       PERFORM PRINT-CREDIT-DETAIL.

POST-CREDIT-TO-ADJUSTMENT.
       MOVE SPACES TO WS-CREDIT-REASON
       STRING "OUTAGE CREDIT " OCR-OUTAGEID
           DELIMITED BY SIZE INTO WS-CREDIT-REASON
       END-STRING
       MOVE OCR-SUBSCRIBERID TO ADJ-SUBSCRIBERID
       READ ADJUSTMENTFILE
           INVALID KEY
               COMPUTE ADJ-AMOUNT = 0 - OCR-AMOUNT
               MOVE WS-CREDIT-REASON TO ADJ-REASON
               MOVE SPACES TO ADJ-PROVIDERCODE
               WRITE ADJUSTMENTREC
               IF WS-ADJ-STATUS NOT EQUAL TO "00"
                   MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               SET POSTING-NEW TO TRUE
               SET OCR-CREDIT-APPLIED TO TRUE
           NOT INVALID KEY
               COMPUTE WS-NEW-ADJ-AMOUNT = ADJ-AMOUNT - OCR-AMOUNT
               IF ADJ-PROVIDERCODE NOT EQUAL TO SPACES
                       OR WS-NEW-ADJ-AMOUNT LESS THAN -99999.99
                   SET POSTING-HELD TO TRUE
                   SET OCR-CREDIT-HELD TO TRUE
               ELSE
                   MOVE WS-NEW-ADJ-AMOUNT TO ADJ-AMOUNT
                   IF ADJ-REASON EQUAL TO SPACES
                       MOVE WS-CREDIT-REASON TO ADJ-REASON
                   END-IF
                   REWRITE ADJUSTMENTREC
                   IF WS-ADJ-STATUS NOT EQUAL TO "00"
                       MOVE "ADJUSTMENTFILE" TO ABEND-FILE-NAME
                       MOVE "REWRITE" TO ABEND-OPERATION
                       MOVE WS-ADJ-STATUS TO ABEND-FILE-STATUS
                       PERFORM FILE-ERROR-HANDLER
                   END-IF
                   SET POSTING-COMBINED TO TRUE
                   SET OCR-CREDIT-APPLIED TO TRUE
               END-IF
       END-READ.

PRINT-CREDIT-DETAIL.
       MOVE OCR-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE SMF-SUBSCRIBERNAME TO PRN-SUBSCRIBERNAME
       MOVE OCR-PLANCODE TO PRN-PLANCODE
       MOVE OCR-MONTHLYCHARGE TO PRN-MONTHLYCHARGE
       MOVE OCR-OUTAGEDAYS TO PRN-DAYS
       MOVE OCR-AMOUNT TO PRN-CREDIT
       EVALUATE TRUE
           WHEN POSTING-NEW
               MOVE "POSTED" TO PRN-POSTING
           WHEN POSTING-COMBINED
               MOVE "COMBINED" TO PRN-POSTING
           WHEN OTHER
               MOVE "HELD" TO PRN-POSTING
       END-EVALUATE
       MOVE CREDITDETAILLINE TO CREDITREPORTLINE
       PERFORM WRITE-CREDIT-REPORT-LINE.

PRINT-RUN-TOTALS.
       MOVE OCT-OUTAGES-CREDITED TO PRN-COUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "OUTAGES CREDITED THIS RUN:          " PRN-COUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE OCT-SUBSCRIBERS-CREDITED TO PRN-COUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "SUBSCRIBER CREDITS RAISED:          " PRN-COUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE OCT-CREDITS-HELD TO PRN-COUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "CREDITS HELD FOR A LATER RUN:       " PRN-COUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE OCT-HELD-RELEASED TO PRN-COUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "HELD CREDITS POSTED THIS RUN:       " PRN-COUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE OCT-ALREADY-CREDITED TO PRN-COUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "ALREADY CREDITED - SKIPPED:         " PRN-COUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE OCT-NO-PLAN-CHARGE TO PRN-COUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "NO PLAN CHARGE - NOT CREDITED:      " PRN-COUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE
       MOVE OCT-CREDIT-VALUE TO PRN-AMOUNT
       MOVE SPACES TO CREDITREPORTLINE
       STRING "CREDIT VALUE POSTED TO ADJUSTMENTS: " PRN-AMOUNT
           DELIMITED BY SIZE INTO CREDITREPORTLINE
       END-STRING
       PERFORM WRITE-CREDIT-REPORT-LINE.

READ-OUTAGE-RECORD.
       READ OUTAGEFILE AT END SET ENDOFOUTAGEFILE TO TRUE
       END-READ
       IF WS-OUT-STATUS NOT EQUAL TO "00" AND WS-OUT-STATUS NOT EQUAL TO "10"
           MOVE "OUTAGEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-OUT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-CREDIT-REPORT-LINE.
       WRITE CREDITREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "CREDITREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "OutageCredit.rpt" TO WS-REG-REPORT-NAME
       MOVE "OutageCredit.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-REG-DATE(1:6) TO WS-REG-PERIOD
       MOVE OCT-OUTAGES-CREDITED TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.
