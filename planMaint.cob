           RECORD KEY IS ENR-SUBSCRIBERID
           FILE STATUS IS WS-ENR-STATUS.

       SELECT ADDONCATALOGFILE ASSIGN TO "AddonCatalog.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADC-BUNDLECODE
           FILE STATUS IS WS-ADC-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT PROMOREVIEWFILE ASSIGN TO "PromoReview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRV-STATUS.

DATA DIVISION.
FILE SECTION.

       02  PA-INCLUDED-MINUTES      PIC 9(6).
       02  PA-INCLUDED-MESSAGES     PIC 9(6).
       02  PA-INCLUDED-MB           PIC 9(6).
       02  PA-ROLLOVER-PERIODS      PIC 99.

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       02  ENR-SUBSCRIBERID         PIC 9(10).
       02  ENR-PROMOCODE            PIC X(6).

FD     ADDONCATALOGFILE.
       COPY "ADDONCATALOG.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONCATALOGREC==
                     ==:PREFIX:==  BY ==ADC-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
       02  FILLER                  PIC X VALUE SPACE.
       02  PCL-ENTRYTIMESTAMP      PIC 9(14).

FD     PROMOREVIEWFILE.
       COPY "PROMOREVIEW.cpy"
           REPLACING ==:RECNAME:== BY ==PROMOREVIEWREC==
                     ==:PREFIX:==  BY ==PRV-==.

WORKING-STORAGE SECTION.
01     WS-PAL-STATUS           PIC XX.
01     WS-PCH-STATUS           PIC XX.
01     WS-PRM-STATUS           PIC XX.
01     WS-ENR-STATUS           PIC XX.
01     WS-ADC-STATUS           PIC XX.
01     WS-SMF-STATUS           PIC XX.
01     WS-LOG-STATUS           PIC XX.
01     WS-PRV-STATUS           PIC XX.

01     WS-OPERATOR-ID          PIC X(8).
01     WS-OPERATOR-ROLE        PIC X.
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "PLANMAINT".
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).

       88  TRANSACTION-IS-PROMO       VALUE "M" "m".
       88  TRANSACTION-IS-ENROLL      VALUE "E" "e".
       88  TRANSACTION-IS-UNENROLL    VALUE "U" "u".
       88  TRANSACTION-IS-BUNDLE      VALUE "B" "b".

01     PLAN-ENTRY.
       02  ENTRY-PLANCODE      PIC X(4).
       02  ENTRY-MB            PIC X(6).
       02  ENTRY-CHARGE        PIC X(7).
       02  ENTRY-PLAN-DESC     PIC X(20).
       02  ENTRY-ROLLOVER      PIC X(2).

01     PROMO-ENTRY.
       02  ENTRY-PROMOCODE     PIC X(6).
       02  ENTRY-SUBSCRIBERID  PIC X(10).
       02  ENTRY-ENROLL-PROMO  PIC X(6).

01     BUNDLE-ENTRY.
       02  ENTRY-BUNDLECODE    PIC X(6).
       02  ENTRY-BUNDLE-DESC   PIC X(20).
       02  ENTRY-BUNDLE-SERVICE PIC X.
           88  VALID-BUNDLE-SERVICE VALUES "1" THRU "5".
       02  ENTRY-BUNDLE-UNITS  PIC X(7).
       02  ENTRY-BUNDLE-PRICE  PIC X(7).
       02  ENTRY-VALIDITY-DAYS PIC X(3).
       02  ENTRY-ELIGIBLE-PLANS.
           03  ENTRY-ELIGIBLE-PLANCODE PIC X(4) OCCURS 6 TIMES.

01     WS-PLAN-IDX             PIC 9.

01     WS-CHARGE-DIGITS        PIC 9(7).
01     WS-PERCENT-DIGITS       PIC 9(4).
01     WS-START-PERIOD         PIC 9(6).
01     WS-END-PERIOD           PIC 9(6).

01     WS-ACTIVE-USERS-COUNT   PIC 9(7).
01     WS-PRV-EOF-SWITCH       PIC X.
       88  ENDOFPROMOREVIEW    VALUE "Y".
01     WS-RENEWAL-SWITCH       PIC X.
       88  RENEWAL-ALLOWED     VALUE "Y".
01     WS-RENEW-ANSWER         PIC X.
       88  RENEWAL-CONFIRMED   VALUE "Y" "y".
01     WS-SMF-EOF-SWITCH       PIC X.
       88  ENDOFSUBSCRIBERMASTER VALUE "Y".

PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "PLAN AND PROMOTION MAINTENANCE (P=PLAN ADD/CHANGE, "
           "X=PLAN EXPIRE, M=PROMO ADD/CHANGE, E=ENROLL, "
           "U=UNENROLL, B=ADD-ON BUNDLE, BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
                   PERFORM ENROLL-SUBSCRIBER-IN-PROMO
               WHEN TRANSACTION-IS-UNENROLL
                   PERFORM UNENROLL-SUBSCRIBER-FROM-PROMO
               WHEN TRANSACTION-IS-BUNDLE
                   PERFORM MAINTAIN-ADDON-BUNDLE
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (P=PLAN, X=EXPIRE, M=PROMO, "
               "E=ENROLL, U=UNENROLL, B=BUNDLE), BLANK TO FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE PLANALLOWANCEFILE
       CLOSE PLANCHARGEFILE
       CLOSE PROMOTIONFILE
       CLOSE PROMOENROLLFILE
       CLOSE ADDONCATALOGFILE
       CLOSE PLANCHANGELOG
       DISPLAY "PLAN AND PROMOTION MAINTENANCE COMPLETE"
       STOP RUN.
               WS-ENR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O ADDONCATALOGFILE
       IF WS-ADC-STATUS EQUAL TO "35"
           OPEN OUTPUT ADDONCATALOGFILE
           CLOSE ADDONCATALOGFILE
           OPEN I-O ADDONCATALOGFILE
       END-IF
       IF WS-ADC-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING ADD-ON CATALOG - FILE STATUS "
               WS-ADC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

MAINTAIN-PLAN-RECORD.
       DISPLAY "ENTER PLAN CODE (4) INCLUDED MINUTES (6) "
           "MESSAGES (6) MEGABYTES (6) MONTHLY CHARGE (7, 99999V99) "
           "DESCRIPTION (20) ROLLOVER PERIODS (2, 00-06, BLANK=NONE)"
       ACCEPT PLAN-ENTRY
       IF ENTRY-ROLLOVER EQUAL TO SPACES
           MOVE "00" TO ENTRY-ROLLOVER
       END-IF
       IF ENTRY-PLANCODE EQUAL TO SPACES
           DISPLAY "PLAN CODE REQUIRED - ENTRY REJECTED"
       ELSE
               OR ENTRY-MB NOT NUMERIC OR ENTRY-CHARGE NOT NUMERIC
           DISPLAY "ALLOWANCE AND CHARGE FIELDS MUST BE NUMERIC - "
               "ENTRY REJECTED"
       ELSE
       IF ENTRY-ROLLOVER NOT NUMERIC OR ENTRY-ROLLOVER GREATER THAN "06"
           DISPLAY "ROLLOVER PERIODS MUST BE 00 TO 06 - ENTRY REJECTED"
       ELSE
           MOVE ENTRY-PLANCODE TO PA-PLANCODE
           MOVE ENTRY-MINUTES TO PA-INCLUDED-MINUTES
           MOVE ENTRY-MESSAGES TO PA-INCLUDED-MESSAGES
           MOVE ENTRY-MB TO PA-INCLUDED-MB
           MOVE ENTRY-ROLLOVER TO PA-ROLLOVER-PERIODS
           WRITE PLANALLOWANCEREC
               INVALID KEY
                   REWRITE PLANALLOWANCEREC
           PERFORM WRITE-PLAN-CHANGE-LOG
           DISPLAY "PLAN " ENTRY-PLANCODE " STORED"
       END-IF
       END-IF
       END-IF.

EXPIRE-PLAN-RECORD.
                   AND ENTRY-PERCENT NOT EQUAL TO "0000"
               DISPLAY "AMOUNT PROMO MUST CARRY A ZERO PERCENT - "
                   "ENTRY REJECTED"
           ELSE
               MOVE "Y" TO WS-RENEWAL-SWITCH
               MOVE ENTRY-PROMOCODE TO PRM-PROMOCODE
               READ PROMOTIONFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CHECK-PROMOTION-REVIEW
               END-READ
           IF NOT RENEWAL-ALLOWED
               DISPLAY "PROMOTION " ENTRY-PROMOCODE " NOT RENEWED"
           ELSE
               MOVE ENTRY-PROMOCODE TO PRM-PROMOCODE
               MOVE ENTRY-DISCOUNT-TYPE TO PRM-DISCOUNT-TYPE
           END-IF
           END-IF
           END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

CHECK-PROMOTION-REVIEW.
       OPEN INPUT PROMOREVIEWFILE
       IF WS-PRV-STATUS EQUAL TO "00"
           MOVE "N" TO WS-PRV-EOF-SWITCH
           READ PROMOREVIEWFILE AT END SET ENDOFPROMOREVIEW TO TRUE
           END-READ
           PERFORM UNTIL ENDOFPROMOREVIEW
               IF PRV-PROMOCODE EQUAL TO ENTRY-PROMOCODE
                       AND PRV-LOSES-MONEY
                   DISPLAY "WARNING - PROMOTION " ENTRY-PROMOCODE
                       " LOST MONEY IN THE REVIEW TO " PRV-REVIEW-PERIOD
                       " - NET REVENUE UPLIFT " PRV-NET-UPLIFT
                   DISPLAY "RENEW ANYWAY (Y/N)?"
                   ACCEPT WS-RENEW-ANSWER
                   IF NOT RENEWAL-CONFIRMED
                       MOVE "N" TO WS-RENEWAL-SWITCH
                   END-IF
                   SET ENDOFPROMOREVIEW TO TRUE
               ELSE
                   READ PROMOREVIEWFILE
                       AT END SET ENDOFPROMOREVIEW TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE PROMOREVIEWFILE
       END-IF.

ENROLL-SUBSCRIBER-IN-PROMO.
       DISPLAY "ENTER SUBSCRIBER ID (10) AND PROMO CODE (6)"
       ACCEPT ENROLL-ENTRY
           END-READ
       END-IF.

MAINTAIN-ADDON-BUNDLE.
       DISPLAY "ENTER BUNDLE CODE (6) DESCRIPTION (20) SERVICE TYPE "
           "(1=SMS 2=VOICE 3=DATA 4=ROAM VOICE 5=ROAM DATA) "
           "UNITS (7, MESSAGES/MINUTES/MB) PRICE (7, 99999V99) "
           "VALIDITY DAYS (3, 001-090) ELIGIBLE PLAN CODES "
           "(6 X 4, BLANK=ANY PLAN)"
       ACCEPT BUNDLE-ENTRY
       IF ENTRY-BUNDLECODE EQUAL TO SPACES
           DISPLAY "BUNDLE CODE REQUIRED - ENTRY REJECTED"
       ELSE
       IF NOT VALID-BUNDLE-SERVICE
           DISPLAY "SERVICE TYPE MUST BE 1 TO 5 - ENTRY REJECTED"
       ELSE
       IF ENTRY-BUNDLE-UNITS NOT NUMERIC
               OR ENTRY-BUNDLE-PRICE NOT NUMERIC
               OR ENTRY-VALIDITY-DAYS NOT NUMERIC
           DISPLAY "UNITS, PRICE AND VALIDITY MUST BE NUMERIC - "
               "ENTRY REJECTED"
       ELSE
       IF ENTRY-BUNDLE-UNITS EQUAL TO "0000000"
               OR ENTRY-VALIDITY-DAYS EQUAL TO "000"
               OR ENTRY-VALIDITY-DAYS GREATER THAN "090"
           DISPLAY "UNITS MUST BE NON-ZERO AND VALIDITY 001 TO 090 "
               "DAYS - ENTRY REJECTED"
       ELSE
           MOVE ENTRY-BUNDLECODE TO ADC-BUNDLECODE
           MOVE ENTRY-BUNDLE-DESC TO ADC-DESCRIPTION
           MOVE ENTRY-BUNDLE-SERVICE TO ADC-SERVICETYPE
           MOVE ENTRY-BUNDLE-UNITS TO ADC-UNITS
           MOVE ENTRY-BUNDLE-PRICE TO WS-CHARGE-DIGITS
           COMPUTE ADC-PRICE = WS-CHARGE-DIGITS / 100
           MOVE ENTRY-VALIDITY-DAYS TO ADC-VALIDITY-DAYS
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX GREATER THAN 6
               MOVE ENTRY-ELIGIBLE-PLANCODE(WS-PLAN-IDX)
                   TO ADC-ELIGIBLE-PLANCODE(WS-PLAN-IDX)
           END-PERFORM
           WRITE ADDONCATALOGREC
               INVALID KEY
                   REWRITE ADDONCATALOGREC
           END-WRITE
           MOVE "BNDL" TO CHANGELOG-OBJECT
           MOVE ENTRY-BUNDLECODE TO CHANGELOG-KEYVALUE
           MOVE "B" TO CHANGELOG-ACTION-CODE
           PERFORM WRITE-PLAN-CHANGE-LOG
           DISPLAY "ADD-ON BUNDLE " ENTRY-BUNDLECODE " STORED"
       END-IF
       END-IF
       END-IF
       END-IF.

WRITE-PLAN-CHANGE-LOG.
       MOVE SPACES TO PLANCHANGELOGREC
       MOVE CHANGELOG-OBJECT TO PCL-OBJECT
