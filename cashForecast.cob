IDENTIFICATION DIVISION.
PROGRAM-ID. CASHFORECAST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AROPENITEMFILE ASSIGN TO "ArOpenItems.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPI-ITEM-KEY
           FILE STATUS IS WS-OPI-STATUS.

       SELECT ARRANGEMENTFILE ASSIGN TO "PayArrangements.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-SUBSCRIBERID
           FILE STATUS IS WS-PAR-STATUS.

       SELECT BANKMANDATEFILE ASSIGN TO "BankMandates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT DDHISTORYFILE ASSIGN TO "DdCollectHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DDH-STATUS.

       SELECT AGENCYREMITFILE ASSIGN TO "AgencyRemit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

       SELECT REFUNDPAYFILE ASSIGN TO "RefundPay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFP-STATUS.

       SELECT REFUNDFEEDFILE ASSIGN TO "DepositRefund.feed"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFD-STATUS.

       SELECT BANKPAYFILE ASSIGN TO DYNAMIC WS-BNK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNK-STATUS.

       SELECT PENSIONCONTRIBFILE ASSIGN TO DYNAMIC WS-PCN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCN-STATUS.

       SELECT COMMISSIONGLFILE ASSIGN TO DYNAMIC WS-CGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CGL-STATUS.

       SELECT ROAMPAYABLEFILE ASSIGN TO DYNAMIC WS-RPY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPY-STATUS.

       SELECT FORECASTHISTORYFILE ASSIGN TO "CashForecastHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFH-STATUS.

       SELECT FORECASTREPORTFILE ASSIGN TO "CashForecast.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT FORECASTCSVFILE ASSIGN TO "CashForecast.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

DATA DIVISION.
FILE SECTION.

FD     AROPENITEMFILE.
       COPY "AROPENITEM.cpy"
           REPLACING ==:RECNAME:== BY ==AROPENITEMREC==
                     ==:PREFIX:==  BY ==OPI-==.

FD     ARRANGEMENTFILE.
       COPY "PAYARRANGEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ARRANGEMENTREC==
                     ==:PREFIX:==  BY ==PAR-==.

FD     BANKMANDATEFILE.
       COPY "BANKMANDATE.cpy"
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     DDHISTORYFILE.
       COPY "DDCOLLECTHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==DDHISTORYREC==
                     ==:PREFIX:==  BY ==DDH-==.

FD     AGENCYREMITFILE.
01     AGENCYREMITREC.
       02  REM-SUBSCRIBERID        PIC 9(10).
       02  REM-GROSS-AMOUNT        PIC 9(7)V99.
       02  REM-COMMISSION          PIC 9(7)V99.
       02  REM-REMITDATE           PIC 9(8).

FD     REFUNDPAYFILE.
01     REFUNDPAYREC.
       02  RFP-BANKSORT            PIC 9(6).
       02  RFP-BANKACCT            PIC 9(8).
       02  RFP-AMOUNT              PIC 9(7)V99.
       02  RFP-SUBSCRIBERID        PIC 9(10).
       02  RFP-REFUNDDATE          PIC 9(8).

FD     REFUNDFEEDFILE.
01     REFUNDFEEDREC.
       02  RFD-SUBSCRIBERID        PIC 9(10).
       02  RFD-AMOUNT              PIC 9(7)V99.
       02  RFD-REFUNDDATE          PIC 9(8).
       02  RFD-REASON              PIC X(20).

FD     BANKPAYFILE.
01     BANKPAYREC.
       02  BNK-BANKSORT            PIC 9(6).
       02  BNK-BANKACCT            PIC 9(8).
       02  BNK-NETPAY              PIC 9(7)V99.
       02  BNK-EMPNAME             PIC X(25).
       02  BNK-PAYPERIOD           PIC 9(6).

FD     PENSIONCONTRIBFILE.
01     PENSIONCONTRIBREC.
       02  PCN-EMPSSN              PIC 9(9).
       02  PCN-PAYPERIOD           PIC 9(6).
       02  PCN-EMPLOYEE-CONTRIB    PIC 9(7)V99.
       02  PCN-EMPLOYER-MATCH      PIC 9(7)V99.

FD     COMMISSIONGLFILE.
01     COMMISSIONGLREC.
       02  CGL-SERVICETYPE-CODE    PIC 9.
       02  CGL-SERVICETYPE-DESC    PIC X(20).
       02  CGL-TOTALBILLED         PIC S9(9)V99.
       02  CGL-FIRST-INVOICE       PIC 9(10).
       02  CGL-LAST-INVOICE        PIC 9(10).

FD     ROAMPAYABLEFILE.
       COPY "ROAMPAYABLE.cpy"
           REPLACING ==:RECNAME:== BY ==ROAMPAYABLEREC==
                     ==:PREFIX:==  BY ==RPY-==.

FD     FORECASTHISTORYFILE.
01     FORECASTHISTORYREC.
       02  CFH-RUNDATE             PIC 9(8).
       02  CFH-WEEKSTART           PIC 9(8).
       02  CFH-INFLOW              PIC S9(11)V99.
       02  CFH-OUTFLOW             PIC S9(11)V99.

FD     FORECASTREPORTFILE.
01     FORECASTREPORTLINE          PIC X(132).

FD     FORECASTCSVFILE.
01     FORECASTCSVLINE             PIC X(250).

WORKING-STORAGE SECTION.
01     WS-OPI-STATUS               PIC XX.
01     WS-PAR-STATUS               PIC XX.
01     WS-BMD-STATUS               PIC XX.
01     WS-DDH-STATUS               PIC XX.
01     WS-REM-STATUS               PIC XX.
01     WS-RFP-STATUS               PIC XX.
01     WS-RFD-STATUS               PIC XX.
01     WS-BNK-STATUS               PIC XX.
01     WS-PCN-STATUS               PIC XX.
01     WS-CGL-STATUS               PIC XX.
01     WS-RPY-STATUS               PIC XX.
01     WS-CFH-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-CSV-STATUS               PIC XX.

01     WS-BNK-FILENAME             PIC X(40).
01     WS-PCN-FILENAME             PIC X(40).
01     WS-CGL-FILENAME             PIC X(40).
01     WS-RPY-FILENAME             PIC X(40).

01     WS-OPI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFOPENITEMS          VALUE "Y".
01     WS-PAR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFARRANGEMENTS       VALUE "Y".
01     WS-FILE-EOF-SWITCH          PIC X VALUE "N".
       88  ENDOFINPUTFILE          VALUE "Y".

01     WS-AR-PRESENT-SWITCH        PIC X VALUE "N".
       88  AR-FILE-PRESENT         VALUE "Y".
01     WS-PAR-PRESENT-SWITCH       PIC X VALUE "N".
       88  ARRANGEMENT-FILE-PRESENT VALUE "Y".
01     WS-BMD-PRESENT-SWITCH       PIC X VALUE "N".
       88  MANDATE-FILE-PRESENT    VALUE "Y".
01     WS-PROBE-FOUND-SWITCH       PIC X VALUE "N".
       88  PROBE-FILE-FOUND        VALUE "Y".
01     WS-SUB-ARRANGED-SWITCH      PIC X VALUE "N".
       88  SUBSCRIBER-ON-ARRANGEMENT VALUE "Y".
01     WS-SUB-MANDATE-SWITCH       PIC X VALUE "N".
       88  SUBSCRIBER-ON-DIRECT-DEBIT VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-TODAY-INT                PIC 9(7).
01     WS-WEEK1-INT                PIC 9(7).
01     WS-HORIZON-END-INT          PIC 9(7).
01     WS-PAST-START-INT           PIC 9(7).
01     WS-WORK-INT                 PIC 9(7).
01     WS-WORK-QUOTIENT            PIC 9(7).
01     WS-WEEKDAY-OFFSET           PIC 9.
01     WS-DUE-INT                  PIC 9(7).
01     WS-PAID-INT                 PIC 9(7).
01     WS-EXPECTED-INT             PIC S9(7).

01     WS-PAYDAY-PARM              PIC X(2) VALUE SPACES.
01     WS-PENSIONDAY-PARM          PIC X(2) VALUE SPACES.
01     WS-COMMISSIONDAY-PARM       PIC X(2) VALUE SPACES.
01     WS-ROAMDAY-PARM             PIC X(2) VALUE SPACES.
01     WS-STALEDAYS-PARM           PIC X(3) VALUE SPACES.
01     WS-PAY-DAY                  PIC 99 VALUE 28.
01     WS-PENSION-DAY              PIC 99 VALUE 19.
01     WS-COMMISSION-DAY           PIC 99 VALUE 15.
01     WS-ROAM-DAY                 PIC 99 VALUE 28.
01     WS-STALE-DAYS               PIC 999 VALUE 90.

01     WS-POST-DATE-INT            PIC 9(7).
01     WS-POST-AMOUNT              PIC S9(11)V99.
01     WS-POST-CATEGORY            PIC 99.
01     WS-POST-WEEK                PIC 999.

01     WS-PRJ-YEAR                 PIC 9(4).
01     WS-PRJ-MONTH                PIC 99.
01     WS-PRJ-DAY                  PIC 99.
01     WS-PRJ-DATE                 PIC 9(8).
01     WS-PRJ-COUNT                PIC 99.
01     WS-PRJ-REMAINING            PIC 99.
01     WS-PRJ-AMOUNT               PIC S9(11)V99.
01     WS-PRJ-CATEGORY             PIC 99.

01     WS-PROBE-YEAR               PIC 9(4).
01     WS-PROBE-MONTH              PIC 99.
01     WS-PROBE-PERIOD             PIC 9(6).
01     WS-PROBE-COUNT              PIC 9.

01     WS-PAYROLL-PERIOD           PIC 9(6) VALUE ZERO.
01     WS-PAYROLL-NET              PIC S9(11)V99 VALUE ZERO.
01     WS-PENSION-TOTAL            PIC S9(11)V99 VALUE ZERO.
01     WS-COMMISSION-PERIOD        PIC 9(6) VALUE ZERO.
01     WS-COMMISSION-TOTAL         PIC S9(11)V99 VALUE ZERO.
01     WS-ROAM-PERIOD              PIC 9(6) VALUE ZERO.
01     WS-ROAM-NET                 PIC S9(11)V99 VALUE ZERO.

01     WS-DD-COLLECT-VALUE         PIC 9(11)V99 VALUE ZERO.
01     WS-DD-RETURN-VALUE          PIC 9(11)V99 VALUE ZERO.
01     WS-DD-RETURN-RATE           PIC 9V9999 VALUE ZERO.
01     WS-AGENCY-NET               PIC S9(11)V99 VALUE ZERO.
01     WS-AGENCY-WEEKLY            PIC S9(11)V99 VALUE ZERO.

01     WS-ALL-PAID-ITEMS           PIC 9(7) VALUE ZERO.
01     WS-ALL-PAID-DAYS            PIC S9(11) VALUE ZERO.
01     WS-ALL-AVG-DAYS             PIC S9(5) VALUE ZERO.
01     WS-SUB-PAID-ITEMS           PIC 9(7) VALUE ZERO.
01     WS-SUB-PAID-DAYS            PIC S9(11) VALUE ZERO.
01     WS-SUB-AVG-DAYS             PIC S9(5) VALUE ZERO.
01     WS-CURRENT-SUBSCRIBER       PIC 9(10) VALUE ZERO.
01     WS-RELIEVED-AMOUNT          PIC S9(9)V99.

01     SUBSCRIBER-OPEN-ITEMS.
       02  SOI-COUNT               PIC 999 VALUE ZERO.
       02  SOI-ENTRY OCCURS 200 TIMES.
           03  SOI-DUEDATE         PIC 9(8).
           03  SOI-OPEN-AMOUNT     PIC S9(7)V99.
01     SOI-IDX                     PIC 999.

01     FORECAST-TOTALS.
       02  CFT-ITEMS-FORECAST      PIC 9(7) VALUE ZERO.
       02  CFT-ITEMS-DISPUTED      PIC 9(7) VALUE ZERO.
       02  CFT-ITEMS-ARRANGED      PIC 9(7) VALUE ZERO.
       02  CFT-ITEMS-STALE         PIC 9(7) VALUE ZERO.
       02  CFT-STALE-VALUE         PIC S9(11)V99 VALUE ZERO.
       02  CFT-DISPUTED-VALUE      PIC S9(11)V99 VALUE ZERO.
       02  CFT-ARRANGEMENTS        PIC 9(7) VALUE ZERO.
       02  CFT-HISTORY-RECORDS     PIC 9(7) VALUE ZERO.

01     FORECAST-CATEGORY-NAMES.
       02  FILLER                  PIC X(14) VALUE "AR RECEIPTS".
       02  FILLER                  PIC X(14) VALUE "ARRANGEMENTS".
       02  FILLER                  PIC X(14) VALUE "DIRECT DEBIT".
       02  FILLER                  PIC X(14) VALUE "AGENCY".
       02  FILLER                  PIC X(14) VALUE "REFUNDS".
       02  FILLER                  PIC X(14) VALUE "DEPOSIT RLSE".
       02  FILLER                  PIC X(14) VALUE "ROAMING".
       02  FILLER                  PIC X(14) VALUE "COMMISSION".
       02  FILLER                  PIC X(14) VALUE "PAYROLL".
       02  FILLER                  PIC X(14) VALUE "PENSION".
01     FORECAST-CATEGORY-TABLE REDEFINES FORECAST-CATEGORY-NAMES.
       02  FCN-NAME                PIC X(14) OCCURS 10 TIMES.

01     FORECAST-BEYOND-HORIZON.
       02  FCB-AMOUNT              PIC S9(11)V99 OCCURS 10 TIMES.

01     FORECAST-WEEK-TABLE.
       02  FCW-WEEK OCCURS 13 TIMES.
           03  FCW-START-INT       PIC 9(7).
           03  FCW-START-DATE      PIC 9(8).
           03  FCW-AMOUNT          PIC S9(11)V99 OCCURS 10 TIMES.
           03  FCW-TOTAL-IN        PIC S9(11)V99.
           03  FCW-TOTAL-OUT       PIC S9(11)V99.
           03  FCW-NET             PIC S9(11)V99.
           03  FCW-CUMULATIVE      PIC S9(11)V99.
01     FCW-IDX                     PIC 99.
01     FCA-IDX                     PIC 99.

01     PAST-WEEK-TABLE.
       02  PSW-WEEK OCCURS 13 TIMES.
           03  PSW-START-INT       PIC 9(7).
           03  PSW-START-DATE      PIC 9(8).
           03  PSW-ACTUAL-IN       PIC S9(11)V99.
           03  PSW-FORECAST-RUNDATE PIC 9(8).
           03  PSW-FORECAST-IN     PIC S9(11)V99.
           03  PSW-FORECAST-OUT    PIC S9(11)V99.
01     PSW-IDX                     PIC 99.
01     WS-VARIANCE                 PIC S9(11)V99.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE "CASH FORECAST".
01     WS-REG-FILENAME             PIC X(40) VALUE "CashForecast.rpt".
01     WS-REG-PROGRAM              PIC X(12) VALUE "CASHFCAST".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC -$$$,$$$,$$$,$$9.99.
01     PRN-DAYS                    PIC -ZZZ9.
01     PRN-RATE                    PIC ZZ9.99.
01     CSV-AMOUNT                  PIC 9(11).99.
01     WS-CSV-VALUE                PIC S9(11)V99.
01     WS-CSV-POINTER              PIC 999.

01     FORECASTHEADINGLINE.
       02  FILLER                  PIC X(4) VALUE "WEEK".
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  FILLER                  PIC X(8) VALUE "STARTING".
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-HEADING-CELL OCCURS 7 TIMES.
           03  PRN-HEADING-TEXT    PIC X(14) JUSTIFIED RIGHT.
           03  FILLER              PIC X(2).

01     FORECASTDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-WEEK-NUMBER         PIC Z9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-WEEK-START          PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-DETAIL-CELL OCCURS 7 TIMES.
           03  PRN-CELL-AMOUNT     PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER              PIC X(2).

01     ACTUALDETAILLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-WEEK-START      PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-RUNDATE         PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-FORECAST-IN     PIC -ZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-ACTUAL-IN       PIC -ZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-VARIANCE        PIC -ZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-FORECAST-OUT    PIC -ZZ,ZZZ,ZZ9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ACT-NOTE            PIC X(24).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       PERFORM ACCEPT-FORECAST-PARAMETERS
       PERFORM SET-UP-FORECAST-WEEKS
       PERFORM LOAD-DD-RETURN-RATE
       PERFORM PROJECT-ARRANGEMENT-INSTALLMENTS
       PERFORM PROJECT-RECEIVABLE-ITEMS
       IF ARRANGEMENT-FILE-PRESENT
           CLOSE ARRANGEMENTFILE
       END-IF
       PERFORM PROJECT-AGENCY-REMITTANCES
       PERFORM PROJECT-PENDING-REFUNDS
       PERFORM PROJECT-DEPOSIT-RELEASES
       PERFORM PROJECT-PAYROLL-AND-PENSION
       PERFORM PROJECT-DEALER-COMMISSION
       PERFORM PROJECT-ROAMING-SETTLEMENT
       PERFORM TOTAL-FORECAST-WEEKS
       PERFORM LOAD-PRIOR-FORECASTS
       PERFORM PRODUCE-FORECAST-REPORT
       PERFORM PRODUCE-FORECAST-CSV
       PERFORM WRITE-FORECAST-HISTORY
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "CASHFORECAST -- WEEK 1 STARTING "
           FCW-START-DATE(1) "  RECEIVABLE ITEMS FORECAST: "
           CFT-ITEMS-FORECAST "  ARRANGEMENTS: " CFT-ARRANGEMENTS
       STOP RUN.

ACCEPT-FORECAST-PARAMETERS.
       ACCEPT WS-PAYDAY-PARM FROM ENVIRONMENT "FORECASTPAYDAY"
       IF WS-PAYDAY-PARM NUMERIC
           MOVE WS-PAYDAY-PARM TO WS-PAY-DAY
       END-IF
       ACCEPT WS-PENSIONDAY-PARM FROM ENVIRONMENT "FORECASTPENSIONDAY"
       IF WS-PENSIONDAY-PARM NUMERIC
           MOVE WS-PENSIONDAY-PARM TO WS-PENSION-DAY
       END-IF
       ACCEPT WS-COMMISSIONDAY-PARM
           FROM ENVIRONMENT "FORECASTCOMMISSIONDAY"
       IF WS-COMMISSIONDAY-PARM NUMERIC
           MOVE WS-COMMISSIONDAY-PARM TO WS-COMMISSION-DAY
       END-IF
       ACCEPT WS-ROAMDAY-PARM FROM ENVIRONMENT "FORECASTROAMDAY"
       IF WS-ROAMDAY-PARM NUMERIC
           MOVE WS-ROAMDAY-PARM TO WS-ROAM-DAY
       END-IF
       ACCEPT WS-STALEDAYS-PARM FROM ENVIRONMENT "FORECASTSTALEDAYS"
       IF WS-STALEDAYS-PARM NUMERIC
           MOVE WS-STALEDAYS-PARM TO WS-STALE-DAYS
       END-IF
       IF WS-PAY-DAY LESS THAN 1 OR WS-PAY-DAY GREATER THAN 28
           MOVE 28 TO WS-PAY-DAY
       END-IF
       IF WS-PENSION-DAY LESS THAN 1 OR WS-PENSION-DAY GREATER THAN 28
           MOVE 28 TO WS-PENSION-DAY
       END-IF
       IF WS-COMMISSION-DAY LESS THAN 1
               OR WS-COMMISSION-DAY GREATER THAN 28
           MOVE 28 TO WS-COMMISSION-DAY
       END-IF
       IF WS-ROAM-DAY LESS THAN 1 OR WS-ROAM-DAY GREATER THAN 28
           MOVE 28 TO WS-ROAM-DAY
       END-IF.

SET-UP-FORECAST-WEEKS.
       MOVE ZEROS TO FORECAST-WEEK-TABLE
       MOVE ZEROS TO PAST-WEEK-TABLE
       MOVE ZEROS TO FORECAST-BEYOND-HORIZON
       COMPUTE WS-TODAY-INT =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       COMPUTE WS-WORK-INT = WS-TODAY-INT - 1
       DIVIDE WS-WORK-INT BY 7 GIVING WS-WORK-QUOTIENT
           REMAINDER WS-WEEKDAY-OFFSET
       COMPUTE WS-WEEK1-INT = WS-TODAY-INT - WS-WEEKDAY-OFFSET
       COMPUTE WS-HORIZON-END-INT = WS-WEEK1-INT + 90
       COMPUTE WS-PAST-START-INT = WS-WEEK1-INT - 91
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           COMPUTE FCW-START-INT(FCW-IDX) =
               WS-WEEK1-INT + ((FCW-IDX - 1) * 7)
           COMPUTE FCW-START-DATE(FCW-IDX) =
               FUNCTION DATE-OF-INTEGER(FCW-START-INT(FCW-IDX))
           COMPUTE PSW-START-INT(FCW-IDX) =
               WS-PAST-START-INT + ((FCW-IDX - 1) * 7)
           COMPUTE PSW-START-DATE(FCW-IDX) =
               FUNCTION DATE-OF-INTEGER(PSW-START-INT(FCW-IDX))
       END-PERFORM.

LOAD-DD-RETURN-RATE.
       OPEN INPUT DDHISTORYFILE
       IF WS-DDH-STATUS EQUAL TO "35"
           DISPLAY "NO DIRECT DEBIT HISTORY PRESENT - NO RETURN RATE"
       ELSE
       IF WS-DDH-STATUS NOT EQUAL TO "00"
           MOVE "DDHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DDH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL ENDOFINPUTFILE
               READ DDHISTORYFILE
                   AT END SET ENDOFINPUTFILE TO TRUE
                   NOT AT END
                       IF FUNCTION INTEGER-OF-DATE(DDH-RUNDATE)
                               NOT LESS THAN WS-TODAY-INT - 90
                           IF DDH-COLLECTION-RUN
                               ADD DDH-ITEMVALUE TO WS-DD-COLLECT-VALUE
                           END-IF
                           IF DDH-RETURNS-RUN
                               ADD DDH-ITEMVALUE TO WS-DD-RETURN-VALUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDHISTORYFILE
       END-IF
       END-IF
       IF WS-DD-COLLECT-VALUE GREATER THAN ZERO
           IF WS-DD-RETURN-VALUE NOT LESS THAN WS-DD-COLLECT-VALUE
               MOVE 1 TO WS-DD-RETURN-RATE
           ELSE
               COMPUTE WS-DD-RETURN-RATE ROUNDED =
                   WS-DD-RETURN-VALUE / WS-DD-COLLECT-VALUE
           END-IF
       END-IF.

PROJECT-ARRANGEMENT-INSTALLMENTS.
       OPEN INPUT ARRANGEMENTFILE
       IF WS-PAR-STATUS EQUAL TO "35"
           DISPLAY "NO PAYMENT ARRANGEMENT FILE PRESENT - SKIPPED"
       ELSE
       IF WS-PAR-STATUS NOT EQUAL TO "00"
           MOVE "ARRANGEMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PAR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           SET ARRANGEMENT-FILE-PRESENT TO TRUE
           PERFORM READ-ARRANGEMENT-RECORD
           PERFORM UNTIL ENDOFARRANGEMENTS
               IF PAR-ARRANGEMENT-CURRENT
                       AND PAR-NEXT-DUE-DATE GREATER THAN ZERO
                       AND PAR-INSTALLMENTS-PAID
                           LESS THAN PAR-INSTALLMENT-COUNT
                   ADD 1 TO CFT-ARRANGEMENTS
                   PERFORM PROJECT-ONE-ARRANGEMENT
               END-IF
               PERFORM READ-ARRANGEMENT-RECORD
           END-PERFORM
       END-IF
       END-IF.

PROJECT-ONE-ARRANGEMENT.
       MOVE PAR-NEXT-DUE-DATE(1:4) TO WS-PRJ-YEAR
       MOVE PAR-NEXT-DUE-DATE(5:2) TO WS-PRJ-MONTH
       MOVE PAR-NEXT-DUE-DATE(7:2) TO WS-PRJ-DAY
       COMPUTE WS-PRJ-REMAINING =
           PAR-INSTALLMENT-COUNT - PAR-INSTALLMENTS-PAID
       MOVE PAR-INSTALLMENT-AMOUNT TO WS-POST-AMOUNT
       MOVE 2 TO WS-POST-CATEGORY
       MOVE ZERO TO WS-PRJ-COUNT
       PERFORM UNTIL WS-PRJ-COUNT NOT LESS THAN WS-PRJ-REMAINING
           COMPUTE WS-PRJ-DATE =
               (WS-PRJ-YEAR * 10000) + (WS-PRJ-MONTH * 100)
               + WS-PRJ-DAY
           COMPUTE WS-POST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PRJ-DATE)
           PERFORM POST-TO-FORECAST-WEEK
           ADD 1 TO WS-PRJ-COUNT
           IF WS-POST-DATE-INT GREATER THAN WS-HORIZON-END-INT
               MOVE WS-PRJ-REMAINING TO WS-PRJ-COUNT
           END-IF
           PERFORM ADVANCE-PROJECTION-MONTH
           IF WS-PRJ-DAY GREATER THAN 28
               MOVE 28 TO WS-PRJ-DAY
           END-IF
       END-PERFORM.

PROJECT-RECEIVABLE-ITEMS.
       OPEN INPUT AROPENITEMFILE
       IF WS-OPI-STATUS EQUAL TO "35"
           DISPLAY "NO OPEN ITEM FILE PRESENT - RECEIVABLES SKIPPED"
       ELSE
       IF WS-OPI-STATUS NOT EQUAL TO "00"
           MOVE "AROPENITEMFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OPI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           SET AR-FILE-PRESENT TO TRUE
           PERFORM READ-OPEN-ITEM-RECORD
           PERFORM UNTIL ENDOFOPENITEMS
               IF OPI-ITEM-PAID AND OPI-DUEDATE GREATER THAN ZERO
                       AND OPI-LASTPAYMENTDATE GREATER THAN ZERO
                   PERFORM ACCUMULATE-DAYS-TO-PAY
                   ADD 1 TO WS-ALL-PAID-ITEMS
                   ADD WS-EXPECTED-INT TO WS-ALL-PAID-DAYS
               END-IF
               PERFORM READ-OPEN-ITEM-RECORD
           END-PERFORM
           CLOSE AROPENITEMFILE
           IF WS-ALL-PAID-ITEMS GREATER THAN ZERO
               COMPUTE WS-ALL-AVG-DAYS ROUNDED =
                   WS-ALL-PAID-DAYS / WS-ALL-PAID-ITEMS
           END-IF
           PERFORM PROJECT-SUBSCRIBER-ITEMS
       END-IF
       END-IF.

PROJECT-SUBSCRIBER-ITEMS.
       OPEN INPUT BANKMANDATEFILE
       IF WS-BMD-STATUS EQUAL TO "00"
           SET MANDATE-FILE-PRESENT TO TRUE
       ELSE
       IF WS-BMD-STATUS NOT EQUAL TO "35"
           MOVE "BANKMANDATEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BMD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       END-IF
       OPEN INPUT AROPENITEMFILE
       IF WS-OPI-STATUS NOT EQUAL TO "00"
           MOVE "AROPENITEMFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-OPI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE "N" TO WS-OPI-EOF-SWITCH
       PERFORM READ-OPEN-ITEM-RECORD
       PERFORM UNTIL ENDOFOPENITEMS
           IF OPI-SUBSCRIBERID NOT EQUAL TO WS-CURRENT-SUBSCRIBER
               PERFORM POST-SUBSCRIBER-OPEN-ITEMS
               PERFORM START-NEXT-SUBSCRIBER
           END-IF
           PERFORM ACCUMULATE-ACTUAL-RECEIPT
           IF OPI-ITEM-PAID AND OPI-DUEDATE GREATER THAN ZERO
                   AND OPI-LASTPAYMENTDATE GREATER THAN ZERO
               PERFORM ACCUMULATE-DAYS-TO-PAY
               ADD 1 TO WS-SUB-PAID-ITEMS
               ADD WS-EXPECTED-INT TO WS-SUB-PAID-DAYS
           END-IF
           IF OPI-ITEM-DISPUTED
               ADD 1 TO CFT-ITEMS-DISPUTED
               ADD OPI-OPEN-AMOUNT TO CFT-DISPUTED-VALUE
           END-IF
           IF OPI-ITEM-OPEN AND OPI-OPEN-AMOUNT GREATER THAN ZERO
               IF SOI-COUNT LESS THAN 200
                   ADD 1 TO SOI-COUNT
                   MOVE OPI-DUEDATE TO SOI-DUEDATE(SOI-COUNT)
                   MOVE OPI-OPEN-AMOUNT TO SOI-OPEN-AMOUNT(SOI-COUNT)
               ELSE
                   PERFORM POST-SUBSCRIBER-OPEN-ITEMS
                   MOVE 1 TO SOI-COUNT
                   MOVE OPI-DUEDATE TO SOI-DUEDATE(1)
                   MOVE OPI-OPEN-AMOUNT TO SOI-OPEN-AMOUNT(1)
               END-IF
           END-IF
           PERFORM READ-OPEN-ITEM-RECORD
       END-PERFORM
       PERFORM POST-SUBSCRIBER-OPEN-ITEMS
       CLOSE AROPENITEMFILE
       IF MANDATE-FILE-PRESENT
           CLOSE BANKMANDATEFILE
       END-IF.

START-NEXT-SUBSCRIBER.
       MOVE OPI-SUBSCRIBERID TO WS-CURRENT-SUBSCRIBER
       MOVE ZERO TO SOI-COUNT
       MOVE ZERO TO WS-SUB-PAID-ITEMS
       MOVE ZERO TO WS-SUB-PAID-DAYS
       MOVE "N" TO WS-SUB-ARRANGED-SWITCH
       MOVE "N" TO WS-SUB-MANDATE-SWITCH
       IF ARRANGEMENT-FILE-PRESENT
           MOVE OPI-SUBSCRIBERID TO PAR-SUBSCRIBERID
           READ ARRANGEMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PAR-ARRANGEMENT-CURRENT
                       SET SUBSCRIBER-ON-ARRANGEMENT TO TRUE
                   END-IF
           END-READ
       END-IF
       IF MANDATE-FILE-PRESENT
           MOVE OPI-SUBSCRIBERID TO BMD-SUBSCRIBERID
           READ BANKMANDATEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BMD-MANDATE-ACTIVE
                       SET SUBSCRIBER-ON-DIRECT-DEBIT TO TRUE
                   END-IF
           END-READ
       END-IF.

POST-SUBSCRIBER-OPEN-ITEMS.
       IF WS-SUB-PAID-ITEMS GREATER THAN ZERO
           COMPUTE WS-SUB-AVG-DAYS ROUNDED =
               WS-SUB-PAID-DAYS / WS-SUB-PAID-ITEMS
       ELSE
           MOVE WS-ALL-AVG-DAYS TO WS-SUB-AVG-DAYS
       END-IF
       PERFORM VARYING SOI-IDX FROM 1 BY 1 UNTIL SOI-IDX GREATER THAN SOI-COUNT
           IF SUBSCRIBER-ON-ARRANGEMENT
               ADD 1 TO CFT-ITEMS-ARRANGED
           ELSE
               PERFORM POST-ONE-OPEN-ITEM
           END-IF
       END-PERFORM
       MOVE ZERO TO SOI-COUNT.

POST-ONE-OPEN-ITEM.
       COMPUTE WS-DUE-INT =
           FUNCTION INTEGER-OF-DATE(SOI-DUEDATE(SOI-IDX))
       IF SUBSCRIBER-ON-DIRECT-DEBIT
               AND WS-DUE-INT NOT LESS THAN WS-TODAY-INT
           ADD 1 TO CFT-ITEMS-FORECAST
           MOVE WS-DUE-INT TO WS-POST-DATE-INT
           COMPUTE WS-POST-AMOUNT ROUNDED =
               SOI-OPEN-AMOUNT(SOI-IDX) * (1 - WS-DD-RETURN-RATE)
           MOVE 3 TO WS-POST-CATEGORY
           PERFORM POST-TO-FORECAST-WEEK
       ELSE
           COMPUTE WS-EXPECTED-INT = WS-DUE-INT + WS-SUB-AVG-DAYS
           IF WS-EXPECTED-INT LESS THAN WS-TODAY-INT - WS-STALE-DAYS
               ADD 1 TO CFT-ITEMS-STALE
               ADD SOI-OPEN-AMOUNT(SOI-IDX) TO CFT-STALE-VALUE
           ELSE
               ADD 1 TO CFT-ITEMS-FORECAST
               MOVE WS-EXPECTED-INT TO WS-POST-DATE-INT
               MOVE SOI-OPEN-AMOUNT(SOI-IDX) TO WS-POST-AMOUNT
               MOVE 1 TO WS-POST-CATEGORY
               PERFORM POST-TO-FORECAST-WEEK
           END-IF
       END-IF.

ACCUMULATE-DAYS-TO-PAY.
       COMPUTE WS-EXPECTED-INT =
           FUNCTION INTEGER-OF-DATE(OPI-LASTPAYMENTDATE)
           - FUNCTION INTEGER-OF-DATE(OPI-DUEDATE).

ACCUMULATE-ACTUAL-RECEIPT.
       COMPUTE WS-RELIEVED-AMOUNT = OPI-ORIGINAL-AMOUNT - OPI-OPEN-AMOUNT
       IF WS-RELIEVED-AMOUNT GREATER THAN ZERO
               AND OPI-LASTPAYMENTDATE GREATER THAN ZERO
           COMPUTE WS-PAID-INT =
               FUNCTION INTEGER-OF-DATE(OPI-LASTPAYMENTDATE)
           IF WS-PAID-INT NOT LESS THAN WS-PAST-START-INT
                   AND WS-PAID-INT LESS THAN WS-WEEK1-INT
               COMPUTE PSW-IDX =
                   ((WS-PAID-INT - WS-PAST-START-INT) / 7) + 1
               ADD WS-RELIEVED-AMOUNT TO PSW-ACTUAL-IN(PSW-IDX)
           END-IF
       END-IF.

PROJECT-AGENCY-REMITTANCES.
       OPEN INPUT AGENCYREMITFILE
       IF WS-REM-STATUS EQUAL TO "35"
           DISPLAY "NO AGENCY REMITTANCE FILE PRESENT - SKIPPED"
       ELSE
       IF WS-REM-STATUS NOT EQUAL TO "00"
           MOVE "AGENCYREMITFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-REM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL ENDOFINPUTFILE
               READ AGENCYREMITFILE
                   AT END SET ENDOFINPUTFILE TO TRUE
                   NOT AT END
                       IF FUNCTION INTEGER-OF-DATE(REM-REMITDATE)
                               NOT LESS THAN WS-TODAY-INT - 91
                           COMPUTE WS-AGENCY-NET = WS-AGENCY-NET
                               + REM-GROSS-AMOUNT - REM-COMMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCYREMITFILE
       END-IF
       END-IF
       COMPUTE WS-AGENCY-WEEKLY ROUNDED = WS-AGENCY-NET / 13
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           ADD WS-AGENCY-WEEKLY TO FCW-AMOUNT(FCW-IDX, 4)
       END-PERFORM.

PROJECT-PENDING-REFUNDS.
       OPEN INPUT REFUNDPAYFILE
       IF WS-RFP-STATUS EQUAL TO "35"
           DISPLAY "NO REFUND PAYMENT FILE PRESENT - SKIPPED"
       ELSE
       IF WS-RFP-STATUS NOT EQUAL TO "00"
           MOVE "REFUNDPAYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RFP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           MOVE 5 TO WS-POST-CATEGORY
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL ENDOFINPUTFILE
               READ REFUNDPAYFILE
                   AT END SET ENDOFINPUTFILE TO TRUE
                   NOT AT END
                       COMPUTE WS-POST-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(RFP-REFUNDDATE)
                       MOVE RFP-AMOUNT TO WS-POST-AMOUNT
                       PERFORM POST-TO-FORECAST-WEEK
               END-READ
           END-PERFORM
           CLOSE REFUNDPAYFILE
       END-IF
       END-IF.

PROJECT-DEPOSIT-RELEASES.
       OPEN INPUT REFUNDFEEDFILE
       IF WS-RFD-STATUS EQUAL TO "35"
           DISPLAY "NO DEPOSIT REFUND FEED PRESENT - SKIPPED"
       ELSE
       IF WS-RFD-STATUS NOT EQUAL TO "00"
           MOVE "REFUNDFEEDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RFD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           MOVE 6 TO WS-POST-CATEGORY
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL ENDOFINPUTFILE
               READ REFUNDFEEDFILE
                   AT END SET ENDOFINPUTFILE TO TRUE
                   NOT AT END
                       COMPUTE WS-POST-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(RFD-REFUNDDATE)
                       MOVE RFD-AMOUNT TO WS-POST-AMOUNT
                       PERFORM POST-TO-FORECAST-WEEK
               END-READ
           END-PERFORM
           CLOSE REFUNDFEEDFILE
       END-IF
       END-IF.

PROJECT-PAYROLL-AND-PENSION.
       PERFORM START-PERIOD-PROBE
       PERFORM UNTIL PROBE-FILE-FOUND OR WS-PROBE-COUNT GREATER THAN 3
           MOVE SPACES TO WS-BNK-FILENAME
           STRING "BankPay-" WS-PROBE-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-BNK-FILENAME
           END-STRING
           OPEN INPUT BANKPAYFILE
           IF WS-BNK-STATUS EQUAL TO "00"
               SET PROBE-FILE-FOUND TO TRUE
               MOVE WS-PROBE-PERIOD TO WS-PAYROLL-PERIOD
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL ENDOFINPUTFILE
                   READ BANKPAYFILE
                       AT END SET ENDOFINPUTFILE TO TRUE
                       NOT AT END ADD BNK-NETPAY TO WS-PAYROLL-NET
                   END-READ
               END-PERFORM
               CLOSE BANKPAYFILE
           ELSE
               PERFORM STEP-BACK-PROBE-PERIOD
           END-IF
       END-PERFORM
       IF NOT PROBE-FILE-FOUND
           DISPLAY "NO RECENT PAYRUN BANK FILE PRESENT - PAYROLL SKIPPED"
       ELSE
           MOVE SPACES TO WS-PCN-FILENAME
           STRING "PensionContrib-" WS-PAYROLL-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-PCN-FILENAME
           END-STRING
           OPEN INPUT PENSIONCONTRIBFILE
           IF WS-PCN-STATUS EQUAL TO "00"
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL ENDOFINPUTFILE
                   READ PENSIONCONTRIBFILE
                       AT END SET ENDOFINPUTFILE TO TRUE
                       NOT AT END
                           ADD PCN-EMPLOYEE-CONTRIB TO WS-PENSION-TOTAL
                           ADD PCN-EMPLOYER-MATCH TO WS-PENSION-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PENSIONCONTRIBFILE
           END-IF
           MOVE WS-PAYROLL-PERIOD(1:4) TO WS-PRJ-YEAR
           MOVE WS-PAYROLL-PERIOD(5:2) TO WS-PRJ-MONTH
           MOVE WS-PAY-DAY TO WS-PRJ-DAY
           MOVE WS-PAYROLL-NET TO WS-PRJ-AMOUNT
           MOVE 9 TO WS-PRJ-CATEGORY
           PERFORM PROJECT-MONTHLY-OUTGOING
           MOVE WS-PAYROLL-PERIOD(1:4) TO WS-PRJ-YEAR
           MOVE WS-PAYROLL-PERIOD(5:2) TO WS-PRJ-MONTH
           PERFORM ADVANCE-PROJECTION-MONTH
           MOVE WS-PENSION-DAY TO WS-PRJ-DAY
           MOVE WS-PENSION-TOTAL TO WS-PRJ-AMOUNT
           MOVE 10 TO WS-PRJ-CATEGORY
           PERFORM PROJECT-MONTHLY-OUTGOING
       END-IF.

PROJECT-DEALER-COMMISSION.
       PERFORM START-PERIOD-PROBE
       PERFORM UNTIL PROBE-FILE-FOUND OR WS-PROBE-COUNT GREATER THAN 3
           MOVE SPACES TO WS-CGL-FILENAME
           STRING "Commission-" WS-PROBE-PERIOD ".gl"
               DELIMITED BY SIZE INTO WS-CGL-FILENAME
           END-STRING
           OPEN INPUT COMMISSIONGLFILE
           IF WS-CGL-STATUS EQUAL TO "00"
               SET PROBE-FILE-FOUND TO TRUE
               MOVE WS-PROBE-PERIOD TO WS-COMMISSION-PERIOD
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL ENDOFINPUTFILE
                   READ COMMISSIONGLFILE
                       AT END SET ENDOFINPUTFILE TO TRUE
                       NOT AT END
                           IF CGL-SERVICETYPE-CODE EQUAL TO 9
                               ADD CGL-TOTALBILLED
                                   TO WS-COMMISSION-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSIONGLFILE
           ELSE
               PERFORM STEP-BACK-PROBE-PERIOD
           END-IF
       END-PERFORM
       IF NOT PROBE-FILE-FOUND
           DISPLAY "NO RECENT COMMISSION STATEMENT PRESENT - SKIPPED"
       ELSE
           MOVE WS-COMMISSION-PERIOD(1:4) TO WS-PRJ-YEAR
           MOVE WS-COMMISSION-PERIOD(5:2) TO WS-PRJ-MONTH
           PERFORM ADVANCE-PROJECTION-MONTH
           MOVE WS-COMMISSION-DAY TO WS-PRJ-DAY
           MOVE WS-COMMISSION-TOTAL TO WS-PRJ-AMOUNT
           MOVE 8 TO WS-PRJ-CATEGORY
           PERFORM PROJECT-MONTHLY-OUTGOING
       END-IF.

PROJECT-ROAMING-SETTLEMENT.
       PERFORM START-PERIOD-PROBE
       PERFORM UNTIL PROBE-FILE-FOUND OR WS-PROBE-COUNT GREATER THAN 3
           MOVE SPACES TO WS-RPY-FILENAME
           STRING "RoamPayable-" WS-PROBE-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-RPY-FILENAME
           END-STRING
           OPEN INPUT ROAMPAYABLEFILE
           IF WS-RPY-STATUS EQUAL TO "00"
               SET PROBE-FILE-FOUND TO TRUE
               MOVE WS-PROBE-PERIOD TO WS-ROAM-PERIOD
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL ENDOFINPUTFILE
                   READ ROAMPAYABLEFILE
                       AT END SET ENDOFINPUTFILE TO TRUE
                       NOT AT END
                           COMPUTE WS-ROAM-NET = WS-ROAM-NET
                               + RPY-PAYABLE - RPY-RECEIVABLE
                   END-READ
               END-PERFORM
               CLOSE ROAMPAYABLEFILE
           ELSE
               PERFORM STEP-BACK-PROBE-PERIOD
           END-IF
       END-PERFORM
       IF NOT PROBE-FILE-FOUND
           DISPLAY "NO RECENT ROAMING SETTLEMENT PRESENT - SKIPPED"
       ELSE
           MOVE WS-ROAM-PERIOD(1:4) TO WS-PRJ-YEAR
           MOVE WS-ROAM-PERIOD(5:2) TO WS-PRJ-MONTH
           PERFORM ADVANCE-PROJECTION-MONTH
           MOVE WS-ROAM-DAY TO WS-PRJ-DAY
           MOVE WS-ROAM-NET TO WS-PRJ-AMOUNT
           MOVE 7 TO WS-PRJ-CATEGORY
           PERFORM PROJECT-MONTHLY-OUTGOING
       END-IF.

START-PERIOD-PROBE.
       MOVE "N" TO WS-PROBE-FOUND-SWITCH
       MOVE 1 TO WS-PROBE-COUNT
       MOVE RUN-DATE-YYYYMMDD(1:4) TO WS-PROBE-YEAR
       MOVE RUN-DATE-YYYYMMDD(5:2) TO WS-PROBE-MONTH
       COMPUTE WS-PROBE-PERIOD = (WS-PROBE-YEAR * 100) + WS-PROBE-MONTH.

STEP-BACK-PROBE-PERIOD.
       ADD 1 TO WS-PROBE-COUNT
       IF WS-PROBE-MONTH EQUAL TO 1
           MOVE 12 TO WS-PROBE-MONTH
           SUBTRACT 1 FROM WS-PROBE-YEAR
       ELSE
           SUBTRACT 1 FROM WS-PROBE-MONTH
       END-IF
       COMPUTE WS-PROBE-PERIOD = (WS-PROBE-YEAR * 100) + WS-PROBE-MONTH.

PROJECT-MONTHLY-OUTGOING.
       MOVE WS-PRJ-AMOUNT TO WS-POST-AMOUNT
       MOVE WS-PRJ-CATEGORY TO WS-POST-CATEGORY
       MOVE ZERO TO WS-POST-DATE-INT
       PERFORM UNTIL WS-POST-DATE-INT GREATER THAN WS-HORIZON-END-INT
           COMPUTE WS-PRJ-DATE =
               (WS-PRJ-YEAR * 10000) + (WS-PRJ-MONTH * 100)
               + WS-PRJ-DAY
           COMPUTE WS-POST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PRJ-DATE)
           IF WS-POST-DATE-INT NOT LESS THAN WS-TODAY-INT
                   AND WS-POST-DATE-INT
                       NOT GREATER THAN WS-HORIZON-END-INT
               PERFORM POST-TO-FORECAST-WEEK
           END-IF
           PERFORM ADVANCE-PROJECTION-MONTH
       END-PERFORM.

ADVANCE-PROJECTION-MONTH.
       IF WS-PRJ-MONTH EQUAL TO 12
           MOVE 1 TO WS-PRJ-MONTH
           ADD 1 TO WS-PRJ-YEAR
       ELSE
           ADD 1 TO WS-PRJ-MONTH
       END-IF.

POST-TO-FORECAST-WEEK.
       IF WS-POST-DATE-INT LESS THAN WS-WEEK1-INT
           MOVE 1 TO WS-POST-WEEK
       ELSE
           COMPUTE WS-POST-WEEK =
               ((WS-POST-DATE-INT - WS-WEEK1-INT) / 7) + 1
       END-IF
       IF WS-POST-WEEK GREATER THAN 13
           ADD WS-POST-AMOUNT TO FCB-AMOUNT(WS-POST-CATEGORY)
       ELSE
           ADD WS-POST-AMOUNT
               TO FCW-AMOUNT(WS-POST-WEEK, WS-POST-CATEGORY)
       END-IF.

TOTAL-FORECAST-WEEKS.
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           PERFORM VARYING FCA-IDX FROM 1 BY 1 UNTIL FCA-IDX GREATER THAN 4
               ADD FCW-AMOUNT(FCW-IDX, FCA-IDX) TO FCW-TOTAL-IN(FCW-IDX)
           END-PERFORM
           PERFORM VARYING FCA-IDX FROM 5 BY 1 UNTIL FCA-IDX GREATER THAN 10
               ADD FCW-AMOUNT(FCW-IDX, FCA-IDX) TO FCW-TOTAL-OUT(FCW-IDX)
           END-PERFORM
           COMPUTE FCW-NET(FCW-IDX) =
               FCW-TOTAL-IN(FCW-IDX) - FCW-TOTAL-OUT(FCW-IDX)
           IF FCW-IDX EQUAL TO 1
               MOVE FCW-NET(1) TO FCW-CUMULATIVE(1)
           ELSE
               COMPUTE FCW-CUMULATIVE(FCW-IDX) =
                   FCW-CUMULATIVE(FCW-IDX - 1) + FCW-NET(FCW-IDX)
           END-IF
       END-PERFORM.

LOAD-PRIOR-FORECASTS.
       OPEN INPUT FORECASTHISTORYFILE
       IF WS-CFH-STATUS EQUAL TO "35"
           DISPLAY "NO PRIOR FORECAST HISTORY PRESENT"
       ELSE
       IF WS-CFH-STATUS NOT EQUAL TO "00"
           MOVE "FORECASTHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CFH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       ELSE
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL ENDOFINPUTFILE
               READ FORECASTHISTORYFILE
                   AT END SET ENDOFINPUTFILE TO TRUE
                   NOT AT END PERFORM MATCH-PRIOR-FORECAST
               END-READ
           END-PERFORM
           CLOSE FORECASTHISTORYFILE
       END-IF
       END-IF.

MATCH-PRIOR-FORECAST.
       PERFORM VARYING PSW-IDX FROM 1 BY 1 UNTIL PSW-IDX GREATER THAN 13
           IF CFH-WEEKSTART EQUAL TO PSW-START-DATE(PSW-IDX)
                   AND CFH-RUNDATE NOT GREATER THAN CFH-WEEKSTART
                   AND CFH-RUNDATE NOT LESS THAN
                       PSW-FORECAST-RUNDATE(PSW-IDX)
               MOVE CFH-RUNDATE TO PSW-FORECAST-RUNDATE(PSW-IDX)
               MOVE CFH-INFLOW TO PSW-FORECAST-IN(PSW-IDX)
               MOVE CFH-OUTFLOW TO PSW-FORECAST-OUT(PSW-IDX)
           END-IF
       END-PERFORM.

PRODUCE-FORECAST-REPORT.
       OPEN OUTPUT FORECASTREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "FORECASTREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "THIRTEEN-WEEK CASH FORECAST - RUN ON " RUN-DATE-YYYYMMDD
           "  WEEK 1 STARTING " FCW-START-DATE(1)
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE SPACES TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM PRINT-FORECAST-ASSUMPTIONS
       MOVE SPACES TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE "FORECAST INFLOWS" TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM CLEAR-FORECAST-HEADINGS
       PERFORM VARYING FCA-IDX FROM 1 BY 1 UNTIL FCA-IDX GREATER THAN 4
           MOVE FCN-NAME(FCA-IDX) TO PRN-HEADING-TEXT(FCA-IDX)
       END-PERFORM
       MOVE "TOTAL IN" TO PRN-HEADING-TEXT(5)
       MOVE FORECASTHEADINGLINE TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           PERFORM START-FORECAST-DETAIL-LINE
           PERFORM VARYING FCA-IDX FROM 1 BY 1 UNTIL FCA-IDX GREATER THAN 4
               MOVE FCW-AMOUNT(FCW-IDX, FCA-IDX)
                   TO PRN-CELL-AMOUNT(FCA-IDX)
           END-PERFORM
           MOVE FCW-TOTAL-IN(FCW-IDX) TO PRN-CELL-AMOUNT(5)
           MOVE FORECASTDETAILLINE TO FORECASTREPORTLINE
           PERFORM WRITE-FORECAST-REPORT-LINE
       END-PERFORM
       MOVE SPACES TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE "FORECAST OUTFLOWS" TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM CLEAR-FORECAST-HEADINGS
       PERFORM VARYING FCA-IDX FROM 5 BY 1 UNTIL FCA-IDX GREATER THAN 10
           MOVE FCN-NAME(FCA-IDX) TO PRN-HEADING-TEXT(FCA-IDX - 4)
       END-PERFORM
       MOVE "TOTAL OUT" TO PRN-HEADING-TEXT(7)
       MOVE FORECASTHEADINGLINE TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           PERFORM START-FORECAST-DETAIL-LINE
           PERFORM VARYING FCA-IDX FROM 5 BY 1 UNTIL FCA-IDX GREATER THAN 10
               MOVE FCW-AMOUNT(FCW-IDX, FCA-IDX)
                   TO PRN-CELL-AMOUNT(FCA-IDX - 4)
           END-PERFORM
           MOVE FCW-TOTAL-OUT(FCW-IDX) TO PRN-CELL-AMOUNT(7)
           MOVE FORECASTDETAILLINE TO FORECASTREPORTLINE
           PERFORM WRITE-FORECAST-REPORT-LINE
       END-PERFORM
       MOVE SPACES TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE "NET CASH MOVEMENT" TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM CLEAR-FORECAST-HEADINGS
       MOVE "TOTAL IN" TO PRN-HEADING-TEXT(1)
       MOVE "TOTAL OUT" TO PRN-HEADING-TEXT(2)
       MOVE "NET" TO PRN-HEADING-TEXT(3)
       MOVE "CUMULATIVE" TO PRN-HEADING-TEXT(4)
       MOVE FORECASTHEADINGLINE TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           PERFORM START-FORECAST-DETAIL-LINE
           MOVE FCW-TOTAL-IN(FCW-IDX) TO PRN-CELL-AMOUNT(1)
           MOVE FCW-TOTAL-OUT(FCW-IDX) TO PRN-CELL-AMOUNT(2)
           MOVE FCW-NET(FCW-IDX) TO PRN-CELL-AMOUNT(3)
           MOVE FCW-CUMULATIVE(FCW-IDX) TO PRN-CELL-AMOUNT(4)
           MOVE FORECASTDETAILLINE(1:80) TO FORECASTREPORTLINE
           PERFORM WRITE-FORECAST-REPORT-LINE
       END-PERFORM
       PERFORM PRINT-FORECAST-AGAINST-ACTUAL
       CLOSE FORECASTREPORTFILE.

CLEAR-FORECAST-HEADINGS.
       PERFORM VARYING FCA-IDX FROM 1 BY 1 UNTIL FCA-IDX GREATER THAN 7
           MOVE SPACES TO PRN-HEADING-TEXT(FCA-IDX)
       END-PERFORM.

START-FORECAST-DETAIL-LINE.
       MOVE SPACES TO FORECASTDETAILLINE
       MOVE FCW-IDX TO PRN-WEEK-NUMBER
       MOVE FCW-START-DATE(FCW-IDX) TO PRN-WEEK-START.

PRINT-FORECAST-ASSUMPTIONS.
       MOVE WS-ALL-AVG-DAYS TO PRN-DAYS
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "AVERAGE DAYS TO PAY AFTER DUE DATE (ALL ACCOUNTS):  "
           PRN-DAYS
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       COMPUTE PRN-RATE = WS-DD-RETURN-RATE * 100
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "DIRECT DEBIT RETURN RATE (LAST 90 DAYS):            "
           PRN-RATE " PCT"
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE WS-AGENCY-WEEKLY TO PRN-AMOUNT
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "AGENCY REMITTANCE WEEKLY RUN RATE (LAST 13 WEEKS):  "
           PRN-AMOUNT
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "PAYROLL FROM PAY PERIOD " WS-PAYROLL-PERIOD
           " PAID ON DAY " WS-PAY-DAY
           "  PENSION REMITTED ON DAY " WS-PENSION-DAY
           " OF FOLLOWING MONTH"
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "COMMISSION FROM PERIOD " WS-COMMISSION-PERIOD
           " PAID ON DAY " WS-COMMISSION-DAY
           "  ROAMING FROM PERIOD " WS-ROAM-PERIOD
           " SETTLED ON DAY " WS-ROAM-DAY " OF FOLLOWING MONTH"
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE CFT-ITEMS-FORECAST TO PRN-COUNT
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "RECEIVABLE ITEMS FORECAST:  " PRN-COUNT
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE CFT-ITEMS-ARRANGED TO PRN-COUNT
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "ITEMS UNDER ARRANGEMENT:    " PRN-COUNT
           "  (FORECAST FROM INSTALLMENTS DUE)"
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE CFT-ITEMS-DISPUTED TO PRN-COUNT
       MOVE CFT-DISPUTED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "DISPUTED ITEMS EXCLUDED:    " PRN-COUNT
           "  VALUE " PRN-AMOUNT
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE CFT-ITEMS-STALE TO PRN-COUNT
       MOVE CFT-STALE-VALUE TO PRN-AMOUNT
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "STALE ITEMS EXCLUDED:       " PRN-COUNT
           "  VALUE " PRN-AMOUNT "  (EXPECTED OVER " WS-STALE-DAYS
           " DAYS AGO)"
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM VARYING FCA-IDX FROM 1 BY 1 UNTIL FCA-IDX GREATER THAN 10
           IF FCB-AMOUNT(FCA-IDX) NOT EQUAL TO ZERO
               MOVE FCB-AMOUNT(FCA-IDX) TO PRN-AMOUNT
               MOVE SPACES TO FORECASTREPORTLINE
               STRING "BEYOND WEEK 13 - " FCN-NAME(FCA-IDX) " "
                   PRN-AMOUNT
                   DELIMITED BY SIZE INTO FORECASTREPORTLINE
               END-STRING
               PERFORM WRITE-FORECAST-REPORT-LINE
           END-IF
       END-PERFORM.

PRINT-FORECAST-AGAINST-ACTUAL.
       MOVE SPACES TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE "FORECAST AGAINST ACTUAL - PAST THIRTEEN WEEKS"
           TO FORECASTREPORTLINE
       PERFORM WRITE-FORECAST-REPORT-LINE
       MOVE SPACES TO FORECASTREPORTLINE
       STRING "  WEEK OF   RUN OF  " "     FORECAST IN"
           "       ACTUAL IN" "        VARIANCE" "    FORECAST OUT"
           DELIMITED BY SIZE INTO FORECASTREPORTLINE
       END-STRING
       PERFORM WRITE-FORECAST-REPORT-LINE
       PERFORM VARYING PSW-IDX FROM 1 BY 1 UNTIL PSW-IDX GREATER THAN 13
           MOVE SPACES TO ACTUALDETAILLINE
           MOVE PSW-START-DATE(PSW-IDX) TO PRN-ACT-WEEK-START
           MOVE PSW-ACTUAL-IN(PSW-IDX) TO PRN-ACT-ACTUAL-IN
           IF PSW-FORECAST-RUNDATE(PSW-IDX) EQUAL TO ZERO
               MOVE ZERO TO PRN-ACT-RUNDATE
               MOVE "NO FORECAST ON FILE" TO PRN-ACT-NOTE
           ELSE
               MOVE PSW-FORECAST-RUNDATE(PSW-IDX) TO PRN-ACT-RUNDATE
               MOVE PSW-FORECAST-IN(PSW-IDX) TO PRN-ACT-FORECAST-IN
               COMPUTE WS-VARIANCE =
                   PSW-ACTUAL-IN(PSW-IDX) - PSW-FORECAST-IN(PSW-IDX)
               MOVE WS-VARIANCE TO PRN-ACT-VARIANCE
               MOVE PSW-FORECAST-OUT(PSW-IDX) TO PRN-ACT-FORECAST-OUT
           END-IF
           MOVE ACTUALDETAILLINE TO FORECASTREPORTLINE
           PERFORM WRITE-FORECAST-REPORT-LINE
       END-PERFORM.

PRODUCE-FORECAST-CSV.
       OPEN OUTPUT FORECASTCSVFILE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING FORECAST CSV - FILE STATUS "
               WS-CSV-STATUS
       ELSE
       MOVE "WEEK,WEEK_START,AR_RECEIPTS,ARRANGEMENTS,DIRECT_DEBIT,AGENCY,REFUNDS,DEPOSIT_RELEASES,ROAMING,COMMISSION,PAYROLL,PENSION,TOTAL_IN,TOTAL_OUT,NET,CUMULATIVE"
           TO FORECASTCSVLINE
       PERFORM WRITE-FORECAST-CSV-LINE
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           MOVE SPACES TO FORECASTCSVLINE
           MOVE 1 TO WS-CSV-POINTER
           STRING FCW-IDX "," FCW-START-DATE(FCW-IDX)
               DELIMITED BY SIZE INTO FORECASTCSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
           PERFORM VARYING FCA-IDX FROM 1 BY 1 UNTIL FCA-IDX GREATER THAN 10
               MOVE FCW-AMOUNT(FCW-IDX, FCA-IDX) TO WS-CSV-VALUE
               PERFORM APPEND-CSV-AMOUNT
           END-PERFORM
           MOVE FCW-TOTAL-IN(FCW-IDX) TO WS-CSV-VALUE
           PERFORM APPEND-CSV-AMOUNT
           MOVE FCW-TOTAL-OUT(FCW-IDX) TO WS-CSV-VALUE
           PERFORM APPEND-CSV-AMOUNT
           MOVE FCW-NET(FCW-IDX) TO WS-CSV-VALUE
           PERFORM APPEND-CSV-AMOUNT
           MOVE FCW-CUMULATIVE(FCW-IDX) TO WS-CSV-VALUE
           PERFORM APPEND-CSV-AMOUNT
           PERFORM WRITE-FORECAST-CSV-LINE
       END-PERFORM
       CLOSE FORECASTCSVFILE
       END-IF.

APPEND-CSV-AMOUNT.
       MOVE WS-CSV-VALUE TO CSV-AMOUNT
       IF WS-CSV-VALUE LESS THAN ZERO
           STRING ",-" CSV-AMOUNT
               DELIMITED BY SIZE INTO FORECASTCSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       ELSE
           STRING "," CSV-AMOUNT
               DELIMITED BY SIZE INTO FORECASTCSVLINE
               WITH POINTER WS-CSV-POINTER
           END-STRING
       END-IF.

WRITE-FORECAST-HISTORY.
       OPEN EXTEND FORECASTHISTORYFILE
       IF WS-CFH-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT FORECASTHISTORYFILE
       END-IF
       IF WS-CFH-STATUS NOT EQUAL TO "00"
           MOVE "FORECASTHISTORYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CFH-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM VARYING FCW-IDX FROM 1 BY 1 UNTIL FCW-IDX GREATER THAN 13
           MOVE RUN-DATE-YYYYMMDD TO CFH-RUNDATE
           MOVE FCW-START-DATE(FCW-IDX) TO CFH-WEEKSTART
           MOVE FCW-TOTAL-IN(FCW-IDX) TO CFH-INFLOW
           MOVE FCW-TOTAL-OUT(FCW-IDX) TO CFH-OUTFLOW
           WRITE FORECASTHISTORYREC
           IF WS-CFH-STATUS NOT EQUAL TO "00"
               MOVE "FORECASTHISTORYFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-CFH-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           ADD 1 TO CFT-HISTORY-RECORDS
       END-PERFORM
       CLOSE FORECASTHISTORYFILE.

READ-OPEN-ITEM-RECORD.
       READ AROPENITEMFILE NEXT RECORD
           AT END SET ENDOFOPENITEMS TO TRUE
       END-READ
       IF WS-OPI-STATUS NOT EQUAL TO "00"
               AND WS-OPI-STATUS NOT EQUAL TO "10"
           MOVE "AROPENITEMFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-OPI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-ARRANGEMENT-RECORD.
       READ ARRANGEMENTFILE NEXT RECORD
           AT END SET ENDOFARRANGEMENTS TO TRUE
       END-READ
       IF WS-PAR-STATUS NOT EQUAL TO "00"
               AND WS-PAR-STATUS NOT EQUAL TO "10"
           MOVE "ARRANGEMENTFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-PAR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-FORECAST-REPORT-LINE.
       WRITE FORECASTREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "FORECASTREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-FORECAST-CSV-LINE.
       WRITE FORECASTCSVLINE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           MOVE "FORECASTCSVFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-CSV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
