IDENTIFICATION DIVISION.
PROGRAM-ID. PROMOANALYSIS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PROMOTIONFILE ASSIGN TO "Promotions.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRM-PROMOCODE
           FILE STATUS IS WS-PRM-STATUS.

       SELECT PROMOENROLLFILE ASSIGN TO "PromoEnroll.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENR-SUBSCRIBERID
           FILE STATUS IS WS-ENR-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT BILLINGHISTORYFILE ASSIGN TO "BillingHistory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-HISTORY-KEY
           FILE STATUS IS WS-BHI-STATUS.

       SELECT PLANCHARGEFILE ASSIGN TO "PlanCharges.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCH-PLANCODE
           FILE STATUS IS WS-PCH-STATUS.

       SELECT PLANCHANGELOG ASSIGN TO "PlanChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCL-STATUS.

       SELECT SUBSCRIBERCHANGELOG ASSIGN TO "SubscriberChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT CONTROLTOTALSFILE ASSIGN TO DYNAMIC WS-CTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       SELECT EVENTWORKFILE ASSIGN TO "PromoEvent.tmp"
           FILE STATUS IS WS-EVW-STATUS.

       SELECT EVENTSORTED ASSIGN TO "PromoEvent.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVS-STATUS.

       SELECT PROMOREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT PROMOCSVFILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

       SELECT PROMOREVIEWFILE ASSIGN TO "PromoReview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRV-STATUS.

DATA DIVISION.
FILE SECTION.

FD     PROMOTIONFILE.
01     PROMOTIONREC.
       02  PRM-PROMOCODE            PIC X(6).
       02  PRM-DISCOUNT-TYPE        PIC X.
           88  PROMO-PERCENT-DISCOUNT  VALUE "P".
           88  PROMO-AMOUNT-DISCOUNT   VALUE "A".
       02  PRM-PERCENT              PIC 9V999.
       02  PRM-AMOUNT               PIC 9(5)V99.
       02  PRM-STARTPERIOD          PIC 9(6).
       02  PRM-ENDPERIOD            PIC 9(6).
       02  PRM-DESCRIPTION          PIC X(20).

FD     PROMOENROLLFILE.
01     PROMOENROLLREC.
       02  ENR-SUBSCRIBERID         PIC 9(10).
       02  ENR-PROMOCODE            PIC X(6).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     BILLINGHISTORYFILE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYREC==
                     ==:PREFIX:==  BY ==BH-==.

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.
       02  PCH-PLANCODE             PIC X(4).
       02  PCH-MONTHLYCHARGE        PIC 9(5)V99.
       02  PCH-DESCRIPTION          PIC X(20).

FD     PLANCHANGELOG.
01     PLANCHANGELOGREC.
       02  PCL-OBJECT              PIC X(4).
       02  FILLER                  PIC X.
       02  PCL-KEYVALUE            PIC X(10).
       02  FILLER                  PIC X.
       02  PCL-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  PCL-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  PCL-ENTRYTIMESTAMP      PIC 9(14).

FD     SUBSCRIBERCHANGELOG.
01     SUBSCRIBERCHANGELOGREC.
       02  LOG-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X.
       02  LOG-ACTION          PIC X.
       02  FILLER              PIC X.
       02  LOG-PLANCODE        PIC X(4).
       02  FILLER              PIC X.
       02  LOG-OPERATORID      PIC X(8).
       02  FILLER              PIC X.
       02  LOG-ENTRYTIMESTAMP  PIC 9(14).
       02  FILLER              PIC X.
       02  LOG-PRIOR-NAME      PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-ADDRESS1  PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-ADDRESS2  PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-IMAGE     PIC X(233).

FD     CONTROLTOTALSFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==CONTROLTOTALSREC==
                     ==:PREFIX:==  BY ==CTL-==.

SD     EVENTWORKFILE.
01     EVENTWORKREC.
       02  EVW-SUBSCRIBERID        PIC 9(10).
       02  EVW-TIMESTAMP           PIC 9(14).
       02  EVW-TYPE                PIC X.
       02  EVW-OLD-PLAN            PIC X(4).
       02  EVW-NEW-PLAN            PIC X(4).

FD     EVENTSORTED.
01     EVENTSORTEDREC.
       02  EVS-SUBSCRIBERID        PIC 9(10).
       02  EVS-TIMESTAMP           PIC 9(14).
       02  EVS-TYPE                PIC X.
           88  EVENT-IS-ENROLMENT  VALUE "E".
           88  EVENT-IS-PLAN-CHANGE VALUE "P".
       02  EVS-OLD-PLAN            PIC X(4).
       02  EVS-NEW-PLAN            PIC X(4).

FD     PROMOREPORTFILE.
01     PROMOREPORTLINE             PIC X(132).

FD     PROMOCSVFILE.
01     PROMOCSVLINE                PIC X(200).

FD     PROMOREVIEWFILE.
       COPY "PROMOREVIEW.cpy"
           REPLACING ==:RECNAME:== BY ==PROMOREVIEWREC==
                     ==:PREFIX:==  BY ==PRV-==.

WORKING-STORAGE SECTION.
01     WS-PRM-STATUS               PIC XX.
01     WS-ENR-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-BHI-STATUS               PIC XX.
01     WS-PCH-STATUS               PIC XX.
01     WS-PCL-STATUS               PIC XX.
01     WS-LOG-STATUS               PIC XX.
01     WS-CTL-STATUS               PIC XX.
01     WS-EVW-STATUS               PIC XX.
01     WS-EVS-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-CSV-STATUS               PIC XX.
01     WS-PRV-STATUS               PIC XX.

01     WS-CTL-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).
01     WS-CSV-FILENAME             PIC X(40).

01     WS-EOF-SWITCH               PIC X VALUE "N".
       88  ENDOFSOURCE             VALUE "Y".
01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".
01     WS-EVS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDEVENTS       VALUE "Y".
01     WS-PLANCHARGE-SWITCH        PIC X VALUE "N".
       88  PLAN-CHARGES-PRESENT    VALUE "Y".
01     WS-BILL-FOUND-SWITCH        PIC X.
       88  BILL-FOUND              VALUE "Y".
01     WS-BH-SCAN-SWITCH           PIC X.
       88  BH-SCAN-DONE            VALUE "Y".
01     WS-CHURN-SWITCH             PIC X.
       88  SUBSCRIBER-CHURNED      VALUE "Y".
01     WS-UPGRADE-SWITCH           PIC X.
       88  SUBSCRIBER-UPGRADED     VALUE "Y".
01     WS-ELIGIBLE-SWITCH          PIC X.
       88  CONTROL-ELIGIBLE        VALUE "Y".

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-END-PERIOD               PIC 9(6).
01     WS-END-INDEX                PIC 9(6).
01     WS-WINDOW-PARM              PIC X(2) VALUE SPACES.
01     WS-WINDOW-MONTHS            PIC 99 VALUE 3.
01     WS-ENTRY-DATE               PIC 9(8).

01     WS-PERIOD-WORK              PIC 9(6).
01     FILLER REDEFINES WS-PERIOD-WORK.
       02  WS-PW-YEAR              PIC 9(4).
       02  WS-PW-MONTH             PIC 99.
01     WS-MONTH-INDEX              PIC 9(6).
01     WS-MONTH-REMAINDER          PIC 99.
01     WS-SLOT                     PIC S9(6).
01     WS-IDX                      PIC 9(6).
01     WS-LAST-INDEX               PIC 9(6).

01     PERIOD-SLOT-LIMIT           PIC 99 VALUE 36.
01     PERIOD-SLOTS.
       02  PSL-ENTRY OCCURS 36 TIMES.
           03  PSL-PERIOD          PIC 9(6).
           03  PSL-CTL-PRESENT     PIC X.
           03  PSL-CTL-DISCOUNT    PIC 9(9)V99.
           03  PSL-RECOMPUTED      PIC 9(9)V99.
           03  PSL-FACTOR          PIC 9(3)V9(6).
01     PSL-IDX                     PIC 99.

01     PROMO-TABLE-LIMIT           PIC 99 VALUE 50.
01     PROMO-STORAGE.
       02  PRT-COUNT               PIC 99 VALUE ZERO.
       02  PRT-ENTRY OCCURS 50 TIMES.
           03  PRT-PROMOCODE       PIC X(6).
           03  PRT-DISCOUNT-TYPE   PIC X.
           03  PRT-PERCENT         PIC 9V999.
           03  PRT-AMOUNT          PIC 9(5)V99.
           03  PRT-STARTPERIOD     PIC 9(6).
           03  PRT-ENDPERIOD       PIC 9(6).
           03  PRT-START-INDEX     PIC 9(6).
           03  PRT-END-INDEX       PIC 9(6).
           03  PRT-DESCRIPTION     PIC X(20).
           03  PRT-ENROLLED        PIC 9(6).
           03  PRT-TOO-RECENT      PIC 9(6).
           03  PRT-SLOT-DISCOUNT   PIC 9(9)V99 OCCURS 36 TIMES.
01     PRT-IDX                     PIC 99.
01     WS-PROMO-IDX                PIC 99.

01     CELL-TABLE-LIMIT            PIC 9(4) VALUE 1000.
01     CELL-STORAGE.
       02  CEL-COUNT               PIC 9(4) VALUE ZERO.
       02  CEL-ENTRY OCCURS 1000 TIMES.
           03  CEL-PROMO-IDX       PIC 99.
           03  CEL-PLANCODE        PIC X(4).
           03  CEL-BAND            PIC 9.
           03  CEL-ENR-COUNT       PIC 9(6).
           03  CEL-ENR-MONTHS      PIC 9(7).
           03  CEL-ENR-UPLIFT      PIC S9(11)V99.
           03  CEL-ENR-DISCOUNT    PIC 9(9)V99.
           03  CEL-ENR-CHURNED     PIC 9(6).
           03  CEL-ENR-UPGRADED    PIC 9(6).
           03  CEL-CTL-COUNT       PIC 9(7).
           03  CEL-CTL-DELTA       PIC S9(11)V9(4).
           03  CEL-CTL-CHURNED     PIC 9(7).
           03  CEL-CTL-UPGRADED    PIC 9(7).
01     CEL-IDX                     PIC 9(4).
01     WS-CELL-FOUND               PIC 9(4).

01     SUBSCRIBER-EVENT-LIMIT      PIC 99 VALUE 40.
01     SUBSCRIBER-EVENTS.
       02  SEV-COUNT               PIC 99.
       02  SEV-ENROL-TIMESTAMP     PIC 9(14).
       02  SEV-ENTRY OCCURS 40 TIMES.
           03  SEV-PERIOD          PIC 9(6).
           03  SEV-OLD-PLAN        PIC X(4).
           03  SEV-NEW-PLAN        PIC X(4).
01     SEV-IDX                     PIC 99.

       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==PRIOR-IMAGE-REC==
                     ==:PREFIX:==  BY ==PIM-==.

01     WS-REF-INDEX                PIC 9(6).
01     WS-REF-PERIOD               PIC 9(6).
01     WS-REF-PLAN                 PIC X(4).
01     WS-REF-BAND                 PIC 9.
01     WS-TENURE-MONTHS            PIC S9(6).
01     WS-ACTIVATION-INDEX         PIC 9(6).
01     WS-AFTER-MONTHS             PIC 99.
01     WS-BEFORE-REVENUE           PIC 9(9)V99.
01     WS-AFTER-REVENUE            PIC 9(9)V99.
01     WS-SUB-UPLIFT               PIC S9(9)V99.
01     WS-SUB-DELTA                PIC S9(9)V9(4).
01     WS-SUB-DISCOUNT             PIC 9(9)V99.
01     WS-PERIOD-BILL              PIC 9(7)V99.
01     WS-PERIOD-DISCOUNT          PIC 9(7)V99.
01     WS-BILL-SUBSCRIBERID        PIC 9(10).
01     WS-BILL-PERIOD              PIC 9(6).
01     WS-OLD-CHARGE               PIC 9(5)V99.
01     WS-NEW-CHARGE               PIC 9(5)V99.
01     WS-MEASURE-PROMO-IDX        PIC 99.
01     WS-PROMO-LAST-INDEX         PIC 9(6).

01     CAMPAIGN-RESULT.
       02  CMR-MATCHED             PIC 9(6).
       02  CMR-UNMATCHED           PIC 9(6).
       02  CMR-CONTROLS            PIC 9(7).
       02  CMR-MONTHS              PIC 9(7).
       02  CMR-NET-UPLIFT          PIC S9(11)V99.
       02  CMR-RAW-DISCOUNT        PIC 9(11)V99.
       02  CMR-ALL-DISCOUNT        PIC 9(11)V99.
       02  CMR-CTL-DISCOUNT        PIC 9(11)V99.
       02  CMR-DISCOUNT            PIC 9(11)V99.
       02  CMR-GROSS-UPLIFT        PIC S9(11)V99.
       02  CMR-ENR-CHURNED         PIC 9(6).
       02  CMR-EXP-CHURNED         PIC 9(7)V9(4).
       02  CMR-ENR-UPGRADED        PIC 9(6).
       02  CMR-EXP-UPGRADED        PIC 9(7)V9(4).
       02  CMR-ENR-CHURN-PCT       PIC 9(3)V99.
       02  CMR-CTL-CHURN-PCT       PIC 9(3)V99.
       02  CMR-RETENTION-PTS       PIC S9(3)V99.
       02  CMR-ENR-UPGRADE-PCT     PIC 9(3)V99.
       02  CMR-CTL-UPGRADE-PCT     PIC 9(3)V99.
       02  CMR-PAYBACK-MONTHS      PIC 9(3)V9.
       02  CMR-PAYBACK-SWITCH      PIC X.
           88  CAMPAIGN-PAYS-BACK  VALUE "Y".
       02  CMR-VERDICT             PIC X.
           88  CAMPAIGN-LOSES-MONEY VALUE "L".
           88  CAMPAIGN-PAYS       VALUE "P".
           88  CAMPAIGN-UNMEASURED VALUE "U".
01     WS-CTL-MEAN-DELTA           PIC S9(9)V9(4).
01     WS-AVERAGE-MONTHS           PIC 9(3)V9(4).

01     PROMO-TOTALS.
       02  PMT-CAMPAIGNS           PIC 9(3) VALUE ZERO.
       02  PMT-LOSING              PIC 9(3) VALUE ZERO.
       02  PMT-UNMEASURED          PIC 9(3) VALUE ZERO.
       02  PMT-EVENTS              PIC 9(7) VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99-.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$$,$$9.99-.
01     PRN-AMOUNT-3                PIC $$$,$$$,$$$,$$9.99-.
01     PRN-PERCENT                 PIC ZZ9.99.
01     PRN-PERCENT-2               PIC ZZ9.99.
01     PRN-POINTS                  PIC ZZ9.99-.
01     PRN-RATE                    PIC 9.999.
01     PRN-PROMO-AMOUNT            PIC ZZ,ZZ9.99.
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-COUNT-2                 PIC ZZZ,ZZ9.
01     PRN-COUNT-3                 PIC ZZZ,ZZ9.
01     PRN-COUNT-4                 PIC ZZZ,ZZ9.
01     PRN-MONTHS                  PIC ZZ9.9.
01     WS-CSV-WORK                 PIC X(200).
01     CSV-AMOUNT                  PIC +9(11).99.
01     CSV-AMOUNT-2                PIC +9(11).99.
01     CSV-PERCENT                 PIC 9(3).99.
01     CSV-PERCENT-2               PIC 9(3).99.
01     CSV-POINTS                  PIC +9(3).99.
01     CSV-PERCENT-3               PIC 9(3).99.
01     CSV-PERCENT-4               PIC 9(3).99.
01     CSV-MONTHS                  PIC 9(3).9.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE
                                   "PROMOTION EFFECTIVENESS".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "PROMOANALYS".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "ANALYSIS END PERIOD (YYYYMM) REQUIRED ON COMMAND "
               "LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-END-PERIOD
       IF WS-END-PERIOD(5:2) LESS THAN "01"
               OR WS-END-PERIOD(5:2) GREATER THAN "12"
           DISPLAY "ANALYSIS END PERIOD " WS-RUN-PARM(1:6)
               " IS NOT A VALID YYYYMM - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT WS-WINDOW-PARM FROM ENVIRONMENT "PROMOWINDOW"
       IF WS-WINDOW-PARM NUMERIC AND WS-WINDOW-PARM NOT EQUAL TO "00"
               AND WS-WINDOW-PARM NOT GREATER THAN "12"
           MOVE WS-WINDOW-PARM TO WS-WINDOW-MONTHS
       END-IF
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       MOVE WS-END-PERIOD TO WS-PERIOD-WORK
       PERFORM PERIOD-TO-INDEX
       MOVE WS-MONTH-INDEX TO WS-END-INDEX
       PERFORM LOAD-PROMOTIONS
       IF PRT-COUNT EQUAL TO ZERO
           DISPLAY "NO PROMOTIONS ON FILE - NOTHING TO ANALYSE"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-DISCOUNT-CONTROL-TOTALS
       OPEN INPUT PROMOENROLLFILE
       IF WS-ENR-STATUS NOT EQUAL TO "00"
           MOVE "PROMOENROLLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ENR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT BILLINGHISTORYFILE
       IF WS-BHI-STATUS NOT EQUAL TO "00"
           MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT PLANCHARGEFILE
       IF WS-PCH-STATUS EQUAL TO "00"
           SET PLAN-CHARGES-PRESENT TO TRUE
       ELSE
           DISPLAY "NO PLAN CHARGE TABLE - PLAN UPGRADES NOT COUNTED"
       END-IF
       SORT EVENTWORKFILE ON ASCENDING KEY EVW-SUBSCRIBERID
                             ASCENDING KEY EVW-TIMESTAMP
           INPUT PROCEDURE IS COLLECT-SUBSCRIBER-EVENTS
           GIVING EVENTSORTED
       IF WS-EVW-STATUS NOT EQUAL TO "00"
           MOVE "EVENTWORKFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-EVW-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM MEASURE-ENROLLED-SUBSCRIBERS
       PERFORM MEASURE-CONTROL-SUBSCRIBERS
       CLOSE PROMOENROLLFILE
       CLOSE BILLINGHISTORYFILE
       IF PLAN-CHARGES-PRESENT
           CLOSE PLANCHARGEFILE
       END-IF
       PERFORM PRODUCE-CAMPAIGN-REPORT
       MOVE PMT-LOSING TO PRN-COUNT
       DISPLAY "PROMOANALYSIS -- " PRT-COUNT " CAMPAIGN(S) ANALYSED TO "
           WS-END-PERIOD ", " PRN-COUNT " LOSING MONEY - SEE "
           WS-RPT-FILENAME
       IF PMT-LOSING GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-PROMOTIONS.
       OPEN INPUT PROMOTIONFILE
       IF WS-PRM-STATUS NOT EQUAL TO "00"
           DISPLAY "PROMOTION TABLE UNAVAILABLE - FILE STATUS "
               WS-PRM-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SWITCH
           READ PROMOTIONFILE NEXT RECORD
               AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF PRT-COUNT LESS THAN PROMO-TABLE-LIMIT
                   ADD 1 TO PRT-COUNT
                   INITIALIZE PRT-ENTRY(PRT-COUNT)
                   MOVE PRM-PROMOCODE TO PRT-PROMOCODE(PRT-COUNT)
                   MOVE PRM-DISCOUNT-TYPE
                       TO PRT-DISCOUNT-TYPE(PRT-COUNT)
                   MOVE PRM-PERCENT TO PRT-PERCENT(PRT-COUNT)
                   MOVE PRM-AMOUNT TO PRT-AMOUNT(PRT-COUNT)
                   MOVE PRM-STARTPERIOD TO PRT-STARTPERIOD(PRT-COUNT)
                   MOVE PRM-ENDPERIOD TO PRT-ENDPERIOD(PRT-COUNT)
                   MOVE PRM-DESCRIPTION TO PRT-DESCRIPTION(PRT-COUNT)
                   MOVE PRM-STARTPERIOD TO WS-PERIOD-WORK
                   PERFORM PERIOD-TO-INDEX
                   MOVE WS-MONTH-INDEX TO PRT-START-INDEX(PRT-COUNT)
                   MOVE PRM-ENDPERIOD TO WS-PERIOD-WORK
                   PERFORM PERIOD-TO-INDEX
                   MOVE WS-MONTH-INDEX TO PRT-END-INDEX(PRT-COUNT)
               ELSE
                   DISPLAY "MORE THAN " PROMO-TABLE-LIMIT
                       " PROMOTIONS - " PRM-PROMOCODE " NOT ANALYSED"
               END-IF
               READ PROMOTIONFILE NEXT RECORD
                   AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PROMOTIONFILE
       END-IF.

LOAD-DISCOUNT-CONTROL-TOTALS.
       PERFORM VARYING PSL-IDX FROM 1 BY 1
               UNTIL PSL-IDX GREATER THAN PERIOD-SLOT-LIMIT
           COMPUTE WS-MONTH-INDEX =
               WS-END-INDEX - PERIOD-SLOT-LIMIT + PSL-IDX
           PERFORM INDEX-TO-PERIOD
           MOVE WS-PERIOD-WORK TO PSL-PERIOD(PSL-IDX)
           MOVE "N" TO PSL-CTL-PRESENT(PSL-IDX)
           MOVE ZERO TO PSL-CTL-DISCOUNT(PSL-IDX)
           MOVE ZERO TO PSL-RECOMPUTED(PSL-IDX)
           MOVE 1 TO PSL-FACTOR(PSL-IDX)
           MOVE SPACES TO WS-CTL-FILENAME
           STRING "Listing14-2-" WS-PERIOD-WORK ".ctl"
               DELIMITED BY SIZE INTO WS-CTL-FILENAME
           END-STRING
           OPEN INPUT CONTROLTOTALSFILE
           IF WS-CTL-STATUS EQUAL TO "00"
               READ CONTROLTOTALSFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO PSL-CTL-PRESENT(PSL-IDX)
                       MOVE CTL-DISCOUNT-TOTAL
                           TO PSL-CTL-DISCOUNT(PSL-IDX)
               END-READ
               CLOSE CONTROLTOTALSFILE
           END-IF
       END-PERFORM.

COLLECT-SUBSCRIBER-EVENTS.
       OPEN INPUT PLANCHANGELOG
       IF WS-PCL-STATUS EQUAL TO "00"
           MOVE "N" TO WS-EOF-SWITCH
           READ PLANCHANGELOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF PCL-OBJECT EQUAL TO "ENRL" AND PCL-ACTION EQUAL TO "E"
                       AND PCL-KEYVALUE NUMERIC
                   MOVE PCL-KEYVALUE TO EVW-SUBSCRIBERID
                   MOVE PCL-ENTRYTIMESTAMP TO EVW-TIMESTAMP
                   MOVE "E" TO EVW-TYPE
                   MOVE SPACES TO EVW-OLD-PLAN
                   MOVE SPACES TO EVW-NEW-PLAN
                   RELEASE EVENTWORKREC
                   ADD 1 TO PMT-EVENTS
               END-IF
               READ PLANCHANGELOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PLANCHANGELOG
       ELSE
           DISPLAY "NO PLAN CHANGE LOG - ENROLMENT TAKEN AS CAMPAIGN "
               "START"
       END-IF
       OPEN INPUT SUBSCRIBERCHANGELOG
       IF WS-LOG-STATUS EQUAL TO "00"
           MOVE "N" TO WS-EOF-SWITCH
           READ SUBSCRIBERCHANGELOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF LOG-PRIOR-IMAGE NOT EQUAL TO SPACES
                   MOVE LOG-PRIOR-IMAGE TO PRIOR-IMAGE-REC
                   IF PIM-PLANCODE NOT EQUAL TO SPACES
                           AND LOG-PLANCODE NOT EQUAL TO SPACES
                           AND PIM-PLANCODE NOT EQUAL TO LOG-PLANCODE
                       MOVE LOG-SUBSCRIBERID TO EVW-SUBSCRIBERID
                       MOVE LOG-ENTRYTIMESTAMP TO EVW-TIMESTAMP
                       MOVE "P" TO EVW-TYPE
                       MOVE PIM-PLANCODE TO EVW-OLD-PLAN
                       MOVE LOG-PLANCODE TO EVW-NEW-PLAN
                       RELEASE EVENTWORKREC
                       ADD 1 TO PMT-EVENTS
                   END-IF
               END-IF
               READ SUBSCRIBERCHANGELOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE SUBSCRIBERCHANGELOG
       ELSE
           DISPLAY "NO SUBSCRIBER CHANGE LOG - PLAN UPGRADES NOT COUNTED"
       END-IF.

MEASURE-ENROLLED-SUBSCRIBERS.
       PERFORM OPEN-MASTER-AND-EVENTS
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER
           PERFORM GATHER-SUBSCRIBER-EVENTS
           MOVE SMF-SUBSCRIBERID TO ENR-SUBSCRIBERID
           READ PROMOENROLLFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM FIND-ENROLLED-PROMOTION
                   IF WS-PROMO-IDX GREATER THAN ZERO
                       PERFORM MEASURE-ONE-ENROLLEE
                   END-IF
           END-READ
           PERFORM READ-SUBSCRIBER-RECORD
       END-PERFORM
       CLOSE SUBSCRIBERMASTER
       CLOSE EVENTSORTED.

FIND-ENROLLED-PROMOTION.
       MOVE ZERO TO WS-PROMO-IDX
       PERFORM VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX GREATER THAN PRT-COUNT
                   OR WS-PROMO-IDX GREATER THAN ZERO
           IF PRT-PROMOCODE(PRT-IDX) EQUAL TO ENR-PROMOCODE
               MOVE PRT-IDX TO WS-PROMO-IDX
           END-IF
       END-PERFORM.

MEASURE-ONE-ENROLLEE.
       ADD 1 TO PRT-ENROLLED(WS-PROMO-IDX)
       MOVE PRT-START-INDEX(WS-PROMO-IDX) TO WS-REF-INDEX
       IF SEV-ENROL-TIMESTAMP GREATER THAN ZERO
           MOVE SEV-ENROL-TIMESTAMP(1:6) TO WS-PERIOD-WORK
           PERFORM PERIOD-TO-INDEX
           IF WS-MONTH-INDEX GREATER THAN WS-REF-INDEX
               MOVE WS-MONTH-INDEX TO WS-REF-INDEX
           END-IF
       END-IF
       IF WS-REF-INDEX GREATER THAN WS-END-INDEX
           ADD 1 TO PRT-TOO-RECENT(WS-PROMO-IDX)
       ELSE
           MOVE WS-REF-INDEX TO WS-MONTH-INDEX
           PERFORM INDEX-TO-PERIOD
           MOVE WS-PERIOD-WORK TO WS-REF-PERIOD
           PERFORM FIND-REFERENCE-PLAN-AND-BAND
           MOVE WS-PROMO-IDX TO WS-MEASURE-PROMO-IDX
           PERFORM MEASURE-SUBSCRIBER
           PERFORM FIND-CAMPAIGN-CELL
           IF WS-CELL-FOUND EQUAL TO ZERO
               IF CEL-COUNT LESS THAN CELL-TABLE-LIMIT
                   ADD 1 TO CEL-COUNT
                   INITIALIZE CEL-ENTRY(CEL-COUNT)
                   MOVE WS-PROMO-IDX TO CEL-PROMO-IDX(CEL-COUNT)
                   MOVE WS-REF-PLAN TO CEL-PLANCODE(CEL-COUNT)
                   MOVE WS-REF-BAND TO CEL-BAND(CEL-COUNT)
                   MOVE CEL-COUNT TO WS-CELL-FOUND
               ELSE
                   DISPLAY "MORE THAN " CELL-TABLE-LIMIT
                       " PLAN/TENURE CELLS - SUBSCRIBER "
                       SMF-SUBSCRIBERID " NOT MATCHED"
               END-IF
           END-IF
           IF WS-CELL-FOUND GREATER THAN ZERO
               MOVE WS-CELL-FOUND TO CEL-IDX
               ADD 1 TO CEL-ENR-COUNT(CEL-IDX)
               ADD WS-AFTER-MONTHS TO CEL-ENR-MONTHS(CEL-IDX)
               ADD WS-SUB-UPLIFT TO CEL-ENR-UPLIFT(CEL-IDX)
               ADD WS-SUB-DISCOUNT TO CEL-ENR-DISCOUNT(CEL-IDX)
               IF SUBSCRIBER-CHURNED
                   ADD 1 TO CEL-ENR-CHURNED(CEL-IDX)
               END-IF
               IF SUBSCRIBER-UPGRADED
                   ADD 1 TO CEL-ENR-UPGRADED(CEL-IDX)
               END-IF
           END-IF
       END-IF.

MEASURE-CONTROL-SUBSCRIBERS.
       PERFORM OPEN-MASTER-AND-EVENTS
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER
           PERFORM GATHER-SUBSCRIBER-EVENTS
           MOVE SMF-SUBSCRIBERID TO ENR-SUBSCRIBERID
           READ PROMOENROLLFILE
               INVALID KEY
                   PERFORM MEASURE-ONE-CONTROL
                       VARYING WS-PROMO-IDX FROM 1 BY 1
                       UNTIL WS-PROMO-IDX GREATER THAN PRT-COUNT
           END-READ
           PERFORM READ-SUBSCRIBER-RECORD
       END-PERFORM
       CLOSE SUBSCRIBERMASTER
       CLOSE EVENTSORTED.

MEASURE-ONE-CONTROL.
       MOVE PRT-START-INDEX(WS-PROMO-IDX) TO WS-REF-INDEX
       IF PRT-ENROLLED(WS-PROMO-IDX) GREATER THAN ZERO
               AND WS-REF-INDEX NOT GREATER THAN WS-END-INDEX
           MOVE PRT-STARTPERIOD(WS-PROMO-IDX) TO WS-REF-PERIOD
           MOVE "Y" TO WS-ELIGIBLE-SWITCH
           IF SMF-ACTIVATIONDATE(1:6) GREATER THAN WS-REF-PERIOD
               MOVE "N" TO WS-ELIGIBLE-SWITCH
           END-IF
           IF SMF-TERMINATIONDATE GREATER THAN ZERO
                   AND SMF-TERMINATIONDATE(1:6) LESS THAN WS-REF-PERIOD
               MOVE "N" TO WS-ELIGIBLE-SWITCH
           END-IF
           IF CONTROL-ELIGIBLE
               PERFORM FIND-REFERENCE-PLAN-AND-BAND
               PERFORM FIND-CAMPAIGN-CELL
               IF WS-CELL-FOUND GREATER THAN ZERO
                   MOVE ZERO TO WS-MEASURE-PROMO-IDX
                   PERFORM MEASURE-SUBSCRIBER
                   MOVE WS-CELL-FOUND TO CEL-IDX
                   ADD 1 TO CEL-CTL-COUNT(CEL-IDX)
                   ADD WS-SUB-DELTA TO CEL-CTL-DELTA(CEL-IDX)
                   IF SUBSCRIBER-CHURNED
                       ADD 1 TO CEL-CTL-CHURNED(CEL-IDX)
                   END-IF
                   IF SUBSCRIBER-UPGRADED
                       ADD 1 TO CEL-CTL-UPGRADED(CEL-IDX)
                   END-IF
               END-IF
           END-IF
       END-IF.

FIND-CAMPAIGN-CELL.
       MOVE ZERO TO WS-CELL-FOUND
       PERFORM VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX GREATER THAN CEL-COUNT
                   OR WS-CELL-FOUND GREATER THAN ZERO
           IF CEL-PROMO-IDX(CEL-IDX) EQUAL TO WS-PROMO-IDX
                   AND CEL-PLANCODE(CEL-IDX) EQUAL TO WS-REF-PLAN
                   AND CEL-BAND(CEL-IDX) EQUAL TO WS-REF-BAND
               MOVE CEL-IDX TO WS-CELL-FOUND
           END-IF
       END-PERFORM.

FIND-REFERENCE-PLAN-AND-BAND.
       MOVE SMF-PLANCODE TO WS-REF-PLAN
       PERFORM VARYING SEV-IDX FROM SEV-COUNT BY -1
               UNTIL SEV-IDX LESS THAN 1
           IF SEV-PERIOD(SEV-IDX) NOT LESS THAN WS-REF-PERIOD
               MOVE SEV-OLD-PLAN(SEV-IDX) TO WS-REF-PLAN
           END-IF
       END-PERFORM
       MOVE SMF-ACTIVATIONDATE(1:6) TO WS-PERIOD-WORK
       PERFORM PERIOD-TO-INDEX
       MOVE WS-MONTH-INDEX TO WS-ACTIVATION-INDEX
       COMPUTE WS-TENURE-MONTHS = WS-REF-INDEX - WS-ACTIVATION-INDEX
       EVALUATE TRUE
           WHEN WS-TENURE-MONTHS LESS THAN 6
               MOVE 1 TO WS-REF-BAND
           WHEN WS-TENURE-MONTHS LESS THAN 12
               MOVE 2 TO WS-REF-BAND
           WHEN WS-TENURE-MONTHS LESS THAN 24
               MOVE 3 TO WS-REF-BAND
           WHEN OTHER
               MOVE 4 TO WS-REF-BAND
       END-EVALUATE.

MEASURE-SUBSCRIBER.
       MOVE ZERO TO WS-BEFORE-REVENUE
       MOVE ZERO TO WS-AFTER-REVENUE
       MOVE ZERO TO WS-SUB-DISCOUNT
       MOVE "N" TO WS-CHURN-SWITCH
       MOVE "N" TO WS-UPGRADE-SWITCH
       MOVE SMF-SUBSCRIBERID TO WS-BILL-SUBSCRIBERID
       COMPUTE WS-IDX = WS-REF-INDEX - WS-WINDOW-MONTHS
       PERFORM UNTIL WS-IDX NOT LESS THAN WS-REF-INDEX
           PERFORM READ-PERIOD-BILL
           ADD WS-PERIOD-BILL TO WS-BEFORE-REVENUE
           ADD 1 TO WS-IDX
       END-PERFORM
       COMPUTE WS-LAST-INDEX = WS-REF-INDEX + WS-WINDOW-MONTHS - 1
       IF WS-LAST-INDEX GREATER THAN WS-END-INDEX
           MOVE WS-END-INDEX TO WS-LAST-INDEX
       END-IF
       COMPUTE WS-AFTER-MONTHS = WS-LAST-INDEX - WS-REF-INDEX + 1
       MOVE WS-REF-INDEX TO WS-IDX
       PERFORM UNTIL WS-IDX GREATER THAN WS-LAST-INDEX
           PERFORM READ-PERIOD-BILL
           ADD WS-PERIOD-BILL TO WS-AFTER-REVENUE
           IF WS-MEASURE-PROMO-IDX GREATER THAN ZERO
               PERFORM RECOMPUTE-PERIOD-DISCOUNT
               ADD WS-PERIOD-DISCOUNT TO WS-SUB-DISCOUNT
               IF WS-SLOT GREATER THAN ZERO
                   ADD WS-PERIOD-DISCOUNT TO
                       PRT-SLOT-DISCOUNT(WS-MEASURE-PROMO-IDX, WS-SLOT)
               END-IF
           END-IF
           ADD 1 TO WS-IDX
       END-PERFORM
       IF WS-MEASURE-PROMO-IDX GREATER THAN ZERO
           MOVE PRT-END-INDEX(WS-MEASURE-PROMO-IDX)
               TO WS-PROMO-LAST-INDEX
           IF WS-PROMO-LAST-INDEX GREATER THAN WS-END-INDEX
               MOVE WS-END-INDEX TO WS-PROMO-LAST-INDEX
           END-IF
           PERFORM UNTIL WS-IDX GREATER THAN WS-PROMO-LAST-INDEX
               PERFORM READ-PERIOD-BILL
               PERFORM RECOMPUTE-PERIOD-DISCOUNT
               ADD 1 TO WS-IDX
           END-PERFORM
       END-IF
       COMPUTE WS-SUB-UPLIFT ROUNDED = WS-AFTER-REVENUE
           - (WS-BEFORE-REVENUE * WS-AFTER-MONTHS / WS-WINDOW-MONTHS)
       COMPUTE WS-SUB-DELTA ROUNDED =
           (WS-AFTER-REVENUE / WS-AFTER-MONTHS)
           - (WS-BEFORE-REVENUE / WS-WINDOW-MONTHS)
       IF SMF-TERMINATIONDATE GREATER THAN ZERO
               AND SMF-TERMINATIONDATE(1:6) NOT LESS THAN WS-REF-PERIOD
           SET SUBSCRIBER-CHURNED TO TRUE
       END-IF
       IF PLAN-CHARGES-PRESENT
           PERFORM VARYING SEV-IDX FROM 1 BY 1
                   UNTIL SEV-IDX GREATER THAN SEV-COUNT
                       OR SUBSCRIBER-UPGRADED
               IF SEV-PERIOD(SEV-IDX) NOT LESS THAN WS-REF-PERIOD
                   PERFORM CHECK-PLAN-UPGRADE
               END-IF
           END-PERFORM
       END-IF.

RECOMPUTE-PERIOD-DISCOUNT.
       MOVE ZERO TO WS-PERIOD-DISCOUNT
       IF WS-IDX NOT LESS THAN PRT-START-INDEX(WS-MEASURE-PROMO-IDX)
               AND WS-IDX NOT GREATER THAN
                   PRT-END-INDEX(WS-MEASURE-PROMO-IDX)
               AND WS-PERIOD-BILL GREATER THAN ZERO
           IF PRT-DISCOUNT-TYPE(WS-MEASURE-PROMO-IDX) EQUAL TO "P"
               IF PRT-PERCENT(WS-MEASURE-PROMO-IDX) LESS THAN 1
                   COMPUTE WS-PERIOD-DISCOUNT ROUNDED =
                       WS-PERIOD-BILL * PRT-PERCENT(WS-MEASURE-PROMO-IDX)
                       / (1 - PRT-PERCENT(WS-MEASURE-PROMO-IDX))
               END-IF
           ELSE
               MOVE PRT-AMOUNT(WS-MEASURE-PROMO-IDX)
                   TO WS-PERIOD-DISCOUNT
           END-IF
       END-IF
       COMPUTE WS-SLOT = WS-IDX - WS-END-INDEX + PERIOD-SLOT-LIMIT
       IF WS-SLOT LESS THAN 1
           MOVE ZERO TO WS-SLOT
       ELSE
           ADD WS-PERIOD-DISCOUNT TO PSL-RECOMPUTED(WS-SLOT)
       END-IF.

CHECK-PLAN-UPGRADE.
       MOVE ZERO TO WS-OLD-CHARGE
       MOVE ZERO TO WS-NEW-CHARGE
       MOVE SEV-OLD-PLAN(SEV-IDX) TO PCH-PLANCODE
       READ PLANCHARGEFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE PCH-MONTHLYCHARGE TO WS-OLD-CHARGE
       END-READ
       MOVE SEV-NEW-PLAN(SEV-IDX) TO PCH-PLANCODE
       READ PLANCHARGEFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE PCH-MONTHLYCHARGE TO WS-NEW-CHARGE
       END-READ
       IF WS-NEW-CHARGE GREATER THAN WS-OLD-CHARGE
           SET SUBSCRIBER-UPGRADED TO TRUE
       END-IF.

READ-PERIOD-BILL.
       MOVE ZERO TO WS-PERIOD-BILL
       MOVE "N" TO WS-BILL-FOUND-SWITCH
       MOVE WS-IDX TO WS-MONTH-INDEX
       PERFORM INDEX-TO-PERIOD
       MOVE WS-PERIOD-WORK TO WS-BILL-PERIOD
       MOVE WS-BILL-SUBSCRIBERID TO BH-SUBSCRIBERID
       MOVE WS-BILL-PERIOD TO BH-PERIOD
       MOVE ZERO TO BH-VERSION
       MOVE "N" TO WS-BH-SCAN-SWITCH
       START BILLINGHISTORYFILE KEY NOT LESS THAN BH-HISTORY-KEY
           INVALID KEY SET BH-SCAN-DONE TO TRUE
       END-START
       PERFORM UNTIL BH-SCAN-DONE
           READ BILLINGHISTORYFILE NEXT RECORD
               AT END SET BH-SCAN-DONE TO TRUE
           END-READ
           IF NOT BH-SCAN-DONE
               IF BH-SUBSCRIBERID EQUAL TO WS-BILL-SUBSCRIBERID
                       AND BH-PERIOD EQUAL TO WS-BILL-PERIOD
                   MOVE BH-SUBSCRIBERTOTAL TO WS-PERIOD-BILL
                   SET BILL-FOUND TO TRUE
               ELSE
                   SET BH-SCAN-DONE TO TRUE
               END-IF
           END-IF
       END-PERFORM.

OPEN-MASTER-AND-EVENTS.
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT EVENTSORTED
       IF WS-EVS-STATUS NOT EQUAL TO "00"
           MOVE "EVENTSORTED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EVS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "N" TO WS-SMF-EOF-SWITCH
       MOVE "N" TO WS-EVS-EOF-SWITCH
       PERFORM READ-SORTED-EVENT
       PERFORM READ-SUBSCRIBER-RECORD.

GATHER-SUBSCRIBER-EVENTS.
       MOVE ZERO TO SEV-COUNT
       MOVE ZERO TO SEV-ENROL-TIMESTAMP
       PERFORM UNTIL ENDOFSORTEDEVENTS
               OR EVS-SUBSCRIBERID NOT LESS THAN SMF-SUBSCRIBERID
           PERFORM READ-SORTED-EVENT
       END-PERFORM
       PERFORM UNTIL ENDOFSORTEDEVENTS
               OR EVS-SUBSCRIBERID NOT EQUAL TO SMF-SUBSCRIBERID
           IF EVENT-IS-ENROLMENT
               MOVE EVS-TIMESTAMP TO SEV-ENROL-TIMESTAMP
           ELSE
               IF SEV-COUNT LESS THAN SUBSCRIBER-EVENT-LIMIT
                   ADD 1 TO SEV-COUNT
                   MOVE EVS-TIMESTAMP(1:6) TO SEV-PERIOD(SEV-COUNT)
                   MOVE EVS-OLD-PLAN TO SEV-OLD-PLAN(SEV-COUNT)
                   MOVE EVS-NEW-PLAN TO SEV-NEW-PLAN(SEV-COUNT)
               END-IF
           END-IF
           PERFORM READ-SORTED-EVENT
       END-PERFORM.

PRODUCE-CAMPAIGN-REPORT.
       PERFORM VARYING PSL-IDX FROM 1 BY 1
               UNTIL PSL-IDX GREATER THAN PERIOD-SLOT-LIMIT
           IF PSL-CTL-PRESENT(PSL-IDX) EQUAL TO "Y"
                   AND PSL-RECOMPUTED(PSL-IDX) GREATER THAN ZERO
               COMPUTE PSL-FACTOR(PSL-IDX) ROUNDED =
                   PSL-CTL-DISCOUNT(PSL-IDX) / PSL-RECOMPUTED(PSL-IDX)
           END-IF
       END-PERFORM
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "PromoAnalysis-" WS-END-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       MOVE SPACES TO WS-CSV-FILENAME
       STRING "PromoAnalysis-" WS-END-PERIOD ".csv"
           DELIMITED BY SIZE INTO WS-CSV-FILENAME
       END-STRING
       OPEN OUTPUT PROMOREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "PROMOREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT PROMOCSVFILE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           MOVE "PROMOCSVFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CSV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT PROMOREVIEWFILE
       IF WS-PRV-STATUS NOT EQUAL TO "00"
           MOVE "PROMOREVIEWFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PRV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO PROMOREPORTLINE
       STRING "PROMOTION CAMPAIGN EFFECTIVENESS TO " WS-END-PERIOD
           "  RUN " WS-ENTRY-DATE
           "  WINDOW " WS-WINDOW-MONTHS " PERIODS BEFORE AND AFTER "
           "ENROLMENT"
           DELIMITED BY SIZE INTO PROMOREPORTLINE
       END-STRING
       PERFORM WRITE-PROMO-REPORT-LINE
       MOVE "CONTROL GROUP: NO PROMOTION, SAME PLAN AND TENURE BAND "
           & "AT CAMPAIGN START.  DISCOUNT COST FROM BILLING CONTROL "
           & "TOTALS"
           TO PROMOREPORTLINE
       PERFORM WRITE-PROMO-REPORT-LINE
       MOVE "PROMOCODE,ENROLLED,MATCHED,CONTROLS,NETUPLIFT,DISCOUNTCOST,GROSSUPLIFT,CHURNENROLLEDPCT,CHURNCONTROLPCT,RETENTIONDIFFPTS,UPGRADEENROLLEDPCT,UPGRADECONTROLPCT,PAYBACKMONTHS,VERDICT"
           TO PROMOCSVLINE
       PERFORM WRITE-PROMO-CSV-LINE
       PERFORM REPORT-ONE-CAMPAIGN
           VARYING WS-PROMO-IDX FROM 1 BY 1
           UNTIL WS-PROMO-IDX GREATER THAN PRT-COUNT
       MOVE SPACES TO PROMOREPORTLINE
       PERFORM WRITE-PROMO-REPORT-LINE
       MOVE SPACES TO PROMOREPORTLINE
       STRING "CAMPAIGNS " PRT-COUNT
           "  LOSING MONEY " PMT-LOSING
           "  NOT MEASURABLE " PMT-UNMEASURED
           DELIMITED BY SIZE INTO PROMOREPORTLINE
       END-STRING
       PERFORM WRITE-PROMO-REPORT-LINE
       CLOSE PROMOREPORTFILE
       CLOSE PROMOCSVFILE
       CLOSE PROMOREVIEWFILE
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-END-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

REPORT-ONE-CAMPAIGN.
       PERFORM EVALUATE-CAMPAIGN
       MOVE SPACES TO PROMOREPORTLINE
       PERFORM WRITE-PROMO-REPORT-LINE
       MOVE SPACES TO PROMOREPORTLINE
       IF PRT-DISCOUNT-TYPE(WS-PROMO-IDX) EQUAL TO "P"
           MOVE PRT-PERCENT(WS-PROMO-IDX) TO PRN-RATE
           STRING "PROMO " PRT-PROMOCODE(WS-PROMO-IDX)
               " " PRT-DESCRIPTION(WS-PROMO-IDX)
               "  RATE " PRN-RATE
               "  PERIODS " PRT-STARTPERIOD(WS-PROMO-IDX)
               "-" PRT-ENDPERIOD(WS-PROMO-IDX)
               DELIMITED BY SIZE INTO PROMOREPORTLINE
           END-STRING
       ELSE
           MOVE PRT-AMOUNT(WS-PROMO-IDX) TO PRN-PROMO-AMOUNT
           STRING "PROMO " PRT-PROMOCODE(WS-PROMO-IDX)
               " " PRT-DESCRIPTION(WS-PROMO-IDX)
               "  AMOUNT " PRN-PROMO-AMOUNT
               "  PERIODS " PRT-STARTPERIOD(WS-PROMO-IDX)
               "-" PRT-ENDPERIOD(WS-PROMO-IDX)
               DELIMITED BY SIZE INTO PROMOREPORTLINE
           END-STRING
       END-IF
       PERFORM WRITE-PROMO-REPORT-LINE
       MOVE PRT-ENROLLED(WS-PROMO-IDX) TO PRN-COUNT
       MOVE CMR-MATCHED TO PRN-COUNT-2
       MOVE CMR-UNMATCHED TO PRN-COUNT-3
       MOVE CMR-CONTROLS TO PRN-COUNT-4
       MOVE SPACES TO PROMOREPORTLINE
       STRING "  ENROLLED " PRN-COUNT
           "  MATCHED " PRN-COUNT-2
           "  NO CONTROL MATCH " PRN-COUNT-3
           "  CONTROL SUBSCRIBERS " PRN-COUNT-4
           DELIMITED BY SIZE INTO PROMOREPORTLINE
       END-STRING
       MOVE PRT-TOO-RECENT(WS-PROMO-IDX) TO PRN-COUNT
       STRING "  ENROLLED AFTER END PERIOD " PRN-COUNT
           DELIMITED BY SIZE INTO PROMOREPORTLINE(92:41)
       END-STRING
       PERFORM WRITE-PROMO-REPORT-LINE
       IF CAMPAIGN-UNMEASURED
           MOVE "  NO ENROLLED SUBSCRIBER COULD BE MATCHED TO A CONTROL"
               & " GROUP - EFFECT NOT MEASURED" TO PROMOREPORTLINE
           PERFORM WRITE-PROMO-REPORT-LINE
       ELSE
           MOVE CMR-NET-UPLIFT TO PRN-AMOUNT
           MOVE CMR-DISCOUNT TO PRN-AMOUNT-2
           MOVE CMR-GROSS-UPLIFT TO PRN-AMOUNT-3
           MOVE SPACES TO PROMOREPORTLINE
           STRING "  NET REVENUE UPLIFT " PRN-AMOUNT
               "  COST OF DISCOUNT " PRN-AMOUNT-2
               "  UPLIFT BEFORE DISCOUNT " PRN-AMOUNT-3
               DELIMITED BY SIZE INTO PROMOREPORTLINE
           END-STRING
           PERFORM WRITE-PROMO-REPORT-LINE
           MOVE CMR-ENR-CHURN-PCT TO PRN-PERCENT
           MOVE CMR-CTL-CHURN-PCT TO PRN-PERCENT-2
           MOVE CMR-RETENTION-PTS TO PRN-POINTS
           MOVE SPACES TO PROMOREPORTLINE
           STRING "  CHURN ENROLLED " PRN-PERCENT
               " PCT  CONTROL " PRN-PERCENT-2
               " PCT  RETENTION DIFFERENCE " PRN-POINTS " POINTS"
               DELIMITED BY SIZE INTO PROMOREPORTLINE
           END-STRING
           PERFORM WRITE-PROMO-REPORT-LINE
           MOVE CMR-ENR-UPGRADE-PCT TO PRN-PERCENT
           MOVE CMR-CTL-UPGRADE-PCT TO PRN-PERCENT-2
           MOVE SPACES TO PROMOREPORTLINE
           STRING "  PLAN UPGRADES ENROLLED " PRN-PERCENT
               " PCT  CONTROL " PRN-PERCENT-2 " PCT"
               DELIMITED BY SIZE INTO PROMOREPORTLINE
           END-STRING
           PERFORM WRITE-PROMO-REPORT-LINE
           MOVE SPACES TO PROMOREPORTLINE
           IF CAMPAIGN-PAYS-BACK
               MOVE CMR-PAYBACK-MONTHS TO PRN-MONTHS
               STRING "  PAYBACK PERIOD " PRN-MONTHS " MONTHS"
                   DELIMITED BY SIZE INTO PROMOREPORTLINE
               END-STRING
           ELSE
               MOVE "  PAYBACK PERIOD - NONE, UPLIFT DOES NOT COVER THE "
                   & "DISCOUNT" TO PROMOREPORTLINE
           END-IF
           IF CAMPAIGN-LOSES-MONEY
               MOVE "*** LOSES MONEY - REVIEW BEFORE RENEWAL ***"
                   TO PROMOREPORTLINE(70:43)
           END-IF
           PERFORM WRITE-PROMO-REPORT-LINE
       END-IF
       PERFORM WRITE-CAMPAIGN-CSV-LINE
       MOVE SPACES TO PROMOREVIEWREC
       MOVE PRT-PROMOCODE(WS-PROMO-IDX) TO PRV-PROMOCODE
       MOVE CMR-VERDICT TO PRV-VERDICT
       MOVE WS-END-PERIOD TO PRV-REVIEW-PERIOD
       MOVE CMR-NET-UPLIFT TO PRV-NET-UPLIFT
       WRITE PROMOREVIEWREC
       IF WS-PRV-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING PROMOTION REVIEW FILE - FILE STATUS "
               WS-PRV-STATUS
       END-IF.

EVALUATE-CAMPAIGN.
       INITIALIZE CAMPAIGN-RESULT
       PERFORM VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX GREATER THAN CEL-COUNT
           IF CEL-PROMO-IDX(CEL-IDX) EQUAL TO WS-PROMO-IDX
               ADD CEL-ENR-DISCOUNT(CEL-IDX) TO CMR-ALL-DISCOUNT
               IF CEL-CTL-COUNT(CEL-IDX) EQUAL TO ZERO
                   ADD CEL-ENR-COUNT(CEL-IDX) TO CMR-UNMATCHED
               ELSE
                   ADD CEL-ENR-COUNT(CEL-IDX) TO CMR-MATCHED
                   ADD CEL-CTL-COUNT(CEL-IDX) TO CMR-CONTROLS
                   ADD CEL-ENR-MONTHS(CEL-IDX) TO CMR-MONTHS
                   ADD CEL-ENR-DISCOUNT(CEL-IDX) TO CMR-RAW-DISCOUNT
                   COMPUTE WS-CTL-MEAN-DELTA ROUNDED =
                       CEL-CTL-DELTA(CEL-IDX) / CEL-CTL-COUNT(CEL-IDX)
                   COMPUTE CMR-NET-UPLIFT ROUNDED = CMR-NET-UPLIFT
                       + CEL-ENR-UPLIFT(CEL-IDX)
                       - (WS-CTL-MEAN-DELTA * CEL-ENR-MONTHS(CEL-IDX))
                   ADD CEL-ENR-CHURNED(CEL-IDX) TO CMR-ENR-CHURNED
                   ADD CEL-ENR-UPGRADED(CEL-IDX) TO CMR-ENR-UPGRADED
                   COMPUTE CMR-EXP-CHURNED ROUNDED = CMR-EXP-CHURNED
                       + (CEL-CTL-CHURNED(CEL-IDX)
                           * CEL-ENR-COUNT(CEL-IDX)
                           / CEL-CTL-COUNT(CEL-IDX))
                   COMPUTE CMR-EXP-UPGRADED ROUNDED = CMR-EXP-UPGRADED
                       + (CEL-CTL-UPGRADED(CEL-IDX)
                           * CEL-ENR-COUNT(CEL-IDX)
                           / CEL-CTL-COUNT(CEL-IDX))
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING PSL-IDX FROM 1 BY 1
               UNTIL PSL-IDX GREATER THAN PERIOD-SLOT-LIMIT
           COMPUTE CMR-CTL-DISCOUNT ROUNDED = CMR-CTL-DISCOUNT
               + (PRT-SLOT-DISCOUNT(WS-PROMO-IDX, PSL-IDX)
                   * PSL-FACTOR(PSL-IDX))
       END-PERFORM
       IF CMR-ALL-DISCOUNT GREATER THAN ZERO
           COMPUTE CMR-DISCOUNT ROUNDED = CMR-CTL-DISCOUNT
               * CMR-RAW-DISCOUNT / CMR-ALL-DISCOUNT
       END-IF
       IF CMR-MATCHED EQUAL TO ZERO OR CMR-MONTHS EQUAL TO ZERO
           SET CAMPAIGN-UNMEASURED TO TRUE
           ADD 1 TO PMT-UNMEASURED
       ELSE
           COMPUTE CMR-GROSS-UPLIFT = CMR-NET-UPLIFT + CMR-DISCOUNT
           COMPUTE CMR-ENR-CHURN-PCT ROUNDED =
               CMR-ENR-CHURNED * 100 / CMR-MATCHED
           COMPUTE CMR-CTL-CHURN-PCT ROUNDED =
               CMR-EXP-CHURNED * 100 / CMR-MATCHED
           COMPUTE CMR-RETENTION-PTS =
               CMR-CTL-CHURN-PCT - CMR-ENR-CHURN-PCT
           COMPUTE CMR-ENR-UPGRADE-PCT ROUNDED =
               CMR-ENR-UPGRADED * 100 / CMR-MATCHED
           COMPUTE CMR-CTL-UPGRADE-PCT ROUNDED =
               CMR-EXP-UPGRADED * 100 / CMR-MATCHED
           COMPUTE WS-AVERAGE-MONTHS ROUNDED = CMR-MONTHS / CMR-MATCHED
           IF CMR-GROSS-UPLIFT GREATER THAN ZERO
                   AND CMR-NET-UPLIFT NOT LESS THAN ZERO
               MOVE "Y" TO CMR-PAYBACK-SWITCH
               COMPUTE CMR-PAYBACK-MONTHS ROUNDED =
                   CMR-DISCOUNT * WS-AVERAGE-MONTHS / CMR-GROSS-UPLIFT
           END-IF
           IF CMR-NET-UPLIFT LESS THAN ZERO
               SET CAMPAIGN-LOSES-MONEY TO TRUE
               ADD 1 TO PMT-LOSING
           ELSE
               SET CAMPAIGN-PAYS TO TRUE
           END-IF
       END-IF.

WRITE-CAMPAIGN-CSV-LINE.
       MOVE CMR-NET-UPLIFT TO CSV-AMOUNT
       MOVE CMR-DISCOUNT TO CSV-AMOUNT-2
       MOVE CMR-ENR-CHURN-PCT TO CSV-PERCENT
       MOVE CMR-CTL-CHURN-PCT TO CSV-PERCENT-2
       MOVE CMR-RETENTION-PTS TO CSV-POINTS
       MOVE CMR-ENR-UPGRADE-PCT TO CSV-PERCENT-3
       MOVE CMR-CTL-UPGRADE-PCT TO CSV-PERCENT-4
       MOVE CMR-PAYBACK-MONTHS TO CSV-MONTHS
       MOVE SPACES TO PROMOCSVLINE
       STRING PRT-PROMOCODE(WS-PROMO-IDX) DELIMITED BY SPACE
           "," PRT-ENROLLED(WS-PROMO-IDX)
           "," CMR-MATCHED
           "," CMR-CONTROLS
           "," CSV-AMOUNT
           "," CSV-AMOUNT-2
           DELIMITED BY SIZE INTO PROMOCSVLINE
       END-STRING
       MOVE CMR-GROSS-UPLIFT TO CSV-AMOUNT
       STRING PROMOCSVLINE DELIMITED BY SPACE
           "," CSV-AMOUNT
           "," CSV-PERCENT
           "," CSV-PERCENT-2
           "," CSV-POINTS
           "," CSV-PERCENT-3
           "," CSV-PERCENT-4
           "," CSV-MONTHS
           "," CMR-VERDICT
           DELIMITED BY SIZE INTO WS-CSV-WORK
       END-STRING
       MOVE WS-CSV-WORK TO PROMOCSVLINE
       PERFORM WRITE-PROMO-CSV-LINE.

PERIOD-TO-INDEX.
       COMPUTE WS-MONTH-INDEX = (WS-PW-YEAR * 12) + WS-PW-MONTH - 1.

INDEX-TO-PERIOD.
       DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-PW-YEAR
           REMAINDER WS-MONTH-REMAINDER
       COMPUTE WS-PW-MONTH = WS-MONTH-REMAINDER + 1.

READ-SUBSCRIBER-RECORD.
       READ SUBSCRIBERMASTER NEXT RECORD
           AT END SET ENDOFSUBSCRIBERMASTER TO TRUE
       END-READ.

READ-SORTED-EVENT.
       READ EVENTSORTED AT END SET ENDOFSORTEDEVENTS TO TRUE
       END-READ.

WRITE-PROMO-REPORT-LINE.
       WRITE PROMOREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING PROMOTION REPORT - FILE STATUS "
               WS-RPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-PROMO-CSV-LINE.
       WRITE PROMOCSVLINE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING PROMOTION CSV - FILE STATUS "
               WS-CSV-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
