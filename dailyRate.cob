           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LKH-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

DATA DIVISION.
FILE SECTION.

       02  SUBSCRIBERID-DAY-DIGITS REDEFINES SUBSCRIBERID-DAY.
           03  SID-DAY-DIGIT       PIC 9 OCCURS 10 TIMES.
       02  SERVICETYPE-DAY         PIC 9.
           88  PREMIUM-DAY-SERVICE VALUE 6.
           88  BILLABLE-DAY-SERVICE VALUES 1 2 3 4 5 6.
       02  SERVICECOST-DAY         PIC 9(4)V99.
       02  CALLDURATION-DAY        PIC 9(5).
       02  CALLTIMESTAMP-DAY       PIC 9(12).
       02  ROAMINGPARTNER-DAY      PIC X(4).
       02  CALLEDNUMBER-DAY        PIC X(15).
       02  CARRIERID-DAY           PIC X(4).

FD     SERVICERATETABLE.
       COPY "SERVICERATE.cpy"
                     ==:PREFIX:==  BY ==RATE-==.

FD     MTDRATEDFILE.
01     MTDRATEDREC                 PIC X(57).

FD     RATEDUNITSFILE.
01     RATEDUNITSREC.

FD     DAILYREJECTFILE.
01     DAILYREJECTREC.
       02  DRJ-RECORD              PIC X(57).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  DRJ-REASON              PIC X(40).

       02  FILLER                  PIC X VALUE SPACE.
       02  LKH-NOTE                PIC X(40).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

WORKING-STORAGE SECTION.
01     WS-DAY-STATUS               PIC XX.
01     WS-RTB-STATUS               PIC XX.
01     WS-MTD-STATUS               PIC XX.
01     WS-MTC-STATUS               PIC XX.
01     WS-REJ-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.

01     WS-DAY-FILENAME             PIC X(40).
01     WS-MTD-FILENAME             PIC X(40).
01     RATED-UNITS                 PIC 9(4)V99.
01     WS-CALL-DATE                PIC 9(8).
01     WS-CALL-RATEBAND            PIC X.
01     WS-RATEBAND-BASIS           PIC X VALUE "C".
01     WS-CALL-DAYOFWEEK           PIC 9.
01     WS-CALL-DESTZONE            PIC X.
01     WS-CALL-ZERORATED           PIC X.
       88  CALL-IS-ZERO-RATED      VALUE "Y".

01     RATE-TABLE-LIMIT            PIC 9(3) VALUE 200.
01     RATE-TABLE-STORAGE.
       02  RTE-ENTRY-COUNT         PIC 9(3) VALUE ZERO.
       02  RTE-ENTRY OCCURS 200 TIMES.
           03  RTE-SERVICETYPE     PIC 9.
           03  RTE-DESTZONE        PIC X.
           03  RTE-RATEBAND        PIC X.
           03  RTE-EFFECTIVEDATE   PIC 9(8).
           03  RTE-UNITRATE        PIC 9(3)V9999.
       02  SID-WEIGHT                PIC 99 OCCURS 10 TIMES.

01     WS-REJECT-REASON            PIC X(40).
01     WS-PREMIUM-RELEASE-SWITCH   PIC X.
       88  PREMIUM-CHARGE-RELEASABLE VALUE "Y".

01     DAILY-TOTALS.
       02  DRT-RECORDS-READ        PIC 9(7) VALUE ZERO.
       02  DRT-RECORDS-RATED       PIC 9(7) VALUE ZERO.
       02  DRT-RECORDS-REJECTED    PIC 9(7) VALUE ZERO.
       02  DRT-RATED-VALUE         PIC 9(9)V99 VALUE ZERO.
       02  DRT-ZERORATED-COUNT     PIC 9(7) VALUE ZERO.
       02  DRT-PREMIUM-BARRED      PIC 9(7) VALUE ZERO.

01     WS-SWC-STATUS               PIC XX.
01     WS-LKR-STATUS               PIC XX.
       88  LEAKAGE-SUSPECTED       VALUE "Y".

01     SERVICE-ASSURANCE-TOTALS.
       02  RAT-ENTRY OCCURS 6 TIMES.
           03  RAT-PROCESSED-COUNT PIC 9(7).
           03  RAT-DURATION-UNITS  PIC 9(11).
01     RAT-IDX                     PIC 9.
           MOVE WS-MTD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT DAILYREJECTFILE
       MOVE SPACES TO DAILYREJECTREC
       PERFORM READ-DAILY-EXTRACT-RECORD
       CLOSE MTDRATEDFILE
       CLOSE RATEDUNITSFILE
       CLOSE DAILYREJECTFILE
       CLOSE SUBSCRIBERMASTER
       PERFORM MARK-DAY-AS-RATED
       PERFORM VERIFY-SWITCH-CONTROL-COUNTS
       DISPLAY "DAILYRATE -- READ: " DRT-RECORDS-READ
           "  RATED: " DRT-RECORDS-RATED
           "  REJECTED: " DRT-RECORDS-REJECTED
           "  ZERO-RATED: " DRT-ZERORATED-COUNT
           "  PREMIUM BARRED: " DRT-PREMIUM-BARRED
       STOP RUN.

DETERMINE-EXTRACT-DATE.
           ELSE
               PERFORM VALIDATE-DAY-CHECKDIGIT
               IF SUBSCRIBERID-VALID
                   MOVE "Y" TO WS-PREMIUM-RELEASE-SWITCH
                   IF PREMIUM-DAY-SERVICE
                       PERFORM SCREEN-PREMIUM-DAY-CHARGE
                   ELSE
                       PERFORM RATE-DAY-SERVICE
                   END-IF
                   IF PREMIUM-CHARGE-RELEASABLE
                       MOVE SUBSCRIBERREC-DAY TO MTDRATEDREC
                       WRITE MTDRATEDREC
                       IF WS-MTD-STATUS NOT EQUAL TO "00"
                           MOVE "MTDRATEDFILE" TO ABEND-FILE-NAME
                           MOVE "WRITE" TO ABEND-OPERATION
                           MOVE WS-MTD-STATUS TO ABEND-FILE-STATUS
                           PERFORM FILE-ERROR-HANDLER
                       END-IF
                       ADD 1 TO DRT-RECORDS-RATED
                       ADD SERVICECOST-DAY TO DRT-RATED-VALUE
                       ADD 1 TO RAT-PROCESSED-COUNT(SERVICETYPE-DAY)
                       ADD CALLDURATION-DAY
                           TO RAT-DURATION-UNITS(SERVICETYPE-DAY)
                   END-IF
               ELSE
                   MOVE "FAILED CHECK DIGIT VALIDATION"
                       TO WS-REJECT-REASON
           END-IF
       END-IF.

SCREEN-PREMIUM-DAY-CHARGE.
       IF ROAMINGPARTNER-DAY EQUAL TO SPACES
               OR SERVICECOST-DAY NOT NUMERIC
           MOVE "PREMIUM CHARGE WITHOUT PROVIDER" TO WS-REJECT-REASON
           PERFORM WRITE-DAILY-REJECT
           MOVE "N" TO WS-PREMIUM-RELEASE-SWITCH
       ELSE
           MOVE SUBSCRIBERID-DAY TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY MOVE SPACE TO SMF-PREMIUMBAR
           END-READ
           IF SMF-PREMIUM-BARRED
               MOVE "PREMIUM CONTENT BARRED" TO WS-REJECT-REASON
               PERFORM WRITE-DAILY-REJECT
               ADD 1 TO DRT-PREMIUM-BARRED
               MOVE "N" TO WS-PREMIUM-RELEASE-SWITCH
           END-IF
       END-IF.

VALIDATE-DAY-CHECKDIGIT.
       CALL "VALIDATECHECKDIGIT" USING CHECKDIGIT-ID-LENGTH,
           SUBSCRIBERID-DAY-DIGITS, SUBSCRIBERID-WEIGHTS,

RATE-DAY-SERVICE.
       MOVE CALLTIMESTAMP-DAY(1:8) TO WS-CALL-DATE
       CALL "RATEBAND" USING CALLTIMESTAMP-DAY, SERVICETYPE-DAY,
           WS-RATEBAND-BASIS, WS-CALL-RATEBAND, WS-CALL-DAYOFWEEK
       CALL "DESTZONE" USING CALLEDNUMBER-DAY,
           WS-CALL-DESTZONE, WS-CALL-ZERORATED
       IF CALL-IS-ZERO-RATED
           MOVE ZERO TO RTE-BEST-IDX
           MOVE ZERO TO SERVICECOST-DAY
           ADD 1 TO DRT-ZERORATED-COUNT
       ELSE
           PERFORM FIND-RATE-IN-FORCE
       END-IF
       IF RTE-BEST-IDX GREATER THAN ZERO
           EVALUATE TRUE
               WHEN RTE-RATES-PER-EVENT(RTE-BEST-IDX)
           IF RTE-SERVICETYPE(RTE-IDX) EQUAL TO SERVICETYPE-DAY
                   AND RTE-EFFECTIVEDATE(RTE-IDX)
                       LESS THAN OR EQUAL TO WS-CALL-DATE
                   AND (RTE-DESTZONE(RTE-IDX) EQUAL TO WS-CALL-DESTZONE
                       OR RTE-DESTZONE(RTE-IDX) EQUAL TO "*")
                   AND (RTE-RATEBAND(RTE-IDX) EQUAL TO WS-CALL-RATEBAND
                       OR RTE-RATEBAND(RTE-IDX) EQUAL TO "*")
               PERFORM CONSIDER-RATE-CANDIDATE
       IF RTE-BEST-IDX EQUAL TO ZERO
           MOVE RTE-IDX TO RTE-BEST-IDX
       ELSE
       IF RTE-DESTZONE(RTE-IDX) EQUAL TO WS-CALL-DESTZONE
               AND RTE-DESTZONE(RTE-BEST-IDX) EQUAL TO "*"
           MOVE RTE-IDX TO RTE-BEST-IDX
       ELSE
       IF RTE-DESTZONE(RTE-IDX) EQUAL TO RTE-DESTZONE(RTE-BEST-IDX)
           IF RTE-RATEBAND(RTE-IDX) EQUAL TO WS-CALL-RATEBAND
                   AND RTE-RATEBAND(RTE-BEST-IDX) EQUAL TO "*"
               MOVE RTE-IDX TO RTE-BEST-IDX
                   MOVE RTE-IDX TO RTE-BEST-IDX
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

LOAD-SERVICE-RATE-TABLE.
               ADD 1 TO RTE-ENTRY-COUNT
               MOVE RATE-SERVICETYPE
                   TO RTE-SERVICETYPE(RTE-ENTRY-COUNT)
               MOVE RATE-DESTZONE TO RTE-DESTZONE(RTE-ENTRY-COUNT)
               MOVE RATE-RATEBAND TO RTE-RATEBAND(RTE-ENTRY-COUNT)
               MOVE RATE-EFFECTIVEDATE
                   TO RTE-EFFECTIVEDATE(RTE-ENTRY-COUNT)
       END-IF.

COMPARE-ONE-SERVICE-TYPE.
       IF SWC-SERVICETYPE LESS THAN 1 OR SWC-SERVICETYPE GREATER THAN 6
           CONTINUE
       ELSE
       MOVE SWC-SERVICETYPE TO RAT-IDX
