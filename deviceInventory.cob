IDENTIFICATION DIVISION.
PROGRAM-ID. DEVICEINVENTORY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DEVICEFILE ASSIGN TO "DeviceInventory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVI-SERIAL
           FILE STATUS IS WS-DVI-STATUS.

       SELECT DEVICELINKFILE ASSIGN TO "DeviceLink.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DVL-SUBSCRIBERID
           FILE STATUS IS WS-DVL-STATUS.

       SELECT DEALERFILE ASSIGN TO "Dealers.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DLR-DEALERCODE
           FILE STATUS IS WS-DLR-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT INSTALLMENTFILE ASSIGN TO "Installments.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INS-SUBSCRIBERID
           FILE STATUS IS WS-INS-STATUS.

       SELECT DEVICEMOVEMENTLOG ASSIGN TO "DeviceMovement.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DML-STATUS.

       SELECT DEALERCOUNTFILE ASSIGN TO "DealerStockCount.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCT-STATUS.

       SELECT STOCKSORTFILE ASSIGN TO "DeviceStock.tmp"
           FILE STATUS IS WS-SSF-STATUS.

       SELECT RECONREPORT ASSIGN TO DYNAMIC WS-RCN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCN-STATUS.

       SELECT AGEDREPORT ASSIGN TO DYNAMIC WS-AGD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGD-STATUS.

DATA DIVISION.
FILE SECTION.

FD     DEVICEFILE.
       COPY "DEVICEITEM.cpy"
           REPLACING ==:RECNAME:== BY ==DEVICEREC==
                     ==:PREFIX:==  BY ==DVI-==.

FD     DEVICELINKFILE.
       COPY "DEVICELINK.cpy"
           REPLACING ==:RECNAME:== BY ==DEVICELINKREC==
                     ==:PREFIX:==  BY ==DVL-==.

FD     DEALERFILE.
       COPY "DEALER.cpy"
           REPLACING ==:RECNAME:== BY ==DEALERREC==
                     ==:PREFIX:==  BY ==DLR-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     INSTALLMENTFILE.
       COPY "INSTALLMENT.cpy"
           REPLACING ==:RECNAME:== BY ==INSTALLMENTREC==
                     ==:PREFIX:==  BY ==INS-==.

FD     DEVICEMOVEMENTLOG.
01     DEVICEMOVEMENTREC.
       02  DML-SERIAL              PIC X(20).
       02  FILLER                  PIC X.
       02  DML-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  DML-OLD-STATUS          PIC X.
       02  FILLER                  PIC X.
       02  DML-NEW-STATUS          PIC X.
       02  FILLER                  PIC X.
       02  DML-DEALERCODE          PIC X(4).
       02  FILLER                  PIC X.
       02  DML-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X.
       02  DML-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  DML-ENTRYTIMESTAMP      PIC 9(14).

FD     DEALERCOUNTFILE.
       COPY "DEALERCOUNT.cpy"
           REPLACING ==:RECNAME:== BY ==DEALERCOUNTREC==
                     ==:PREFIX:==  BY ==DCT-==.

SD     STOCKSORTFILE.
01     STOCKSORTREC.
       02  SSF-DEALERCODE          PIC X(4).
       02  SSF-ITEM-TYPE           PIC X.
       02  SSF-MODEL               PIC X(20).
       02  SSF-SOURCE              PIC X.
           88  SSF-FROM-INVENTORY  VALUE "I".
           88  SSF-FROM-COUNT      VALUE "C".
       02  SSF-CONSIGNED-DATE      PIC 9(8).
       02  SSF-QUANTITY            PIC 9(5).
       02  SSF-COST                PIC 9(5)V99.
       02  SSF-SERIAL              PIC X(20).

FD     RECONREPORT.
01     RECONLINE                   PIC X(120).

FD     AGEDREPORT.
01     AGEDLINE                    PIC X(120).

WORKING-STORAGE SECTION.
01     WS-DVI-STATUS               PIC XX.
01     WS-DVL-STATUS               PIC XX.
01     WS-DLR-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-INS-STATUS               PIC XX.
01     WS-DML-STATUS               PIC XX.
01     WS-DCT-STATUS               PIC XX.
01     WS-SSF-STATUS               PIC XX.
01     WS-RCN-STATUS               PIC XX.
01     WS-AGD-STATUS               PIC XX.

01     WS-RCN-FILENAME             PIC X(40).
01     WS-AGD-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-RUN-TIME                 PIC 9(8).
01     WS-TODAY-INTEGER            PIC 9(7).
01     WS-AGE-PARM                 PIC X(3) VALUE SPACES.
01     WS-AGE-LIMIT-DAYS           PIC 9(3) VALUE 90.

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "DEVICEINVENTORY".

01     TRANSACTION-CODE            PIC X.
       88  TRANSACTION-IS-RECEIPT     VALUE "R" "r".
       88  TRANSACTION-IS-CONSIGN     VALUE "C" "c".
       88  TRANSACTION-IS-SALE        VALUE "S" "s".
       88  TRANSACTION-IS-RETURN      VALUE "T" "t".
       88  TRANSACTION-IS-RESTOCK     VALUE "W" "w".
       88  TRANSACTION-IS-FAULTY      VALUE "F" "f".

01     RECEIPT-ENTRY.
       02  RCV-SERIAL              PIC X(20).
       02  RCV-ITEM-TYPE           PIC X.
           88  VALID-ITEM-TYPE     VALUES "H" "S".
       02  RCV-MODEL               PIC X(20).
       02  RCV-COST                PIC X(7).

01     MOVEMENT-ENTRY.
       02  MOV-SERIAL              PIC X(20).
       02  MOV-DEALERCODE          PIC X(4).

01     SALE-ENTRY.
       02  SAL-SERIAL              PIC X(20).
       02  SAL-DEALERCODE          PIC X(4).
       02  SAL-SUBSCRIBERID        PIC X(10).
       02  SAL-FINANCED            PIC X(9).
       02  SAL-MONTHLY             PIC X(7).

01     WS-SERIAL                   PIC X(20).
01     WS-SERIAL-TYPE              PIC X.
01     WS-SERIAL-SWITCH            PIC X.
       88  SERIAL-IS-VALID         VALUE "Y".
01     WS-STOCK-SWITCH             PIC X.
       88  SALE-FROM-DEALER-STOCK  VALUE "Y".
01     WS-OLD-STATUS               PIC X.
01     WS-MOVEMENT-ACTION          PIC X.
01     WS-COST-DIGITS              PIC 9(7).
01     WS-FINANCED-DIGITS          PIC 9(9).
01     WS-MONTHLY-DIGITS           PIC 9(7).

01     CHECKDIGIT-ID-LENGTH        PIC 99.
01     CHECKDIGIT-MODE             PIC X VALUE "D".
01     CHECKDIGIT-RESULT           PIC 9.
       88  CHECKDIGIT-VALID        VALUE 0.
01     ODD-LENGTH-WEIGHTS-DATA     PIC X(40) VALUE
       "0102010201020102010201020102010201020102".
01     ODD-LENGTH-WEIGHTS REDEFINES ODD-LENGTH-WEIGHTS-DATA.
       02  ODD-LENGTH-WEIGHT       PIC 99 OCCURS 20 TIMES.
01     EVEN-LENGTH-WEIGHTS-DATA    PIC X(40) VALUE
       "0201020102010201020102010201020102010201".
01     EVEN-LENGTH-WEIGHTS REDEFINES EVEN-LENGTH-WEIGHTS-DATA.
       02  EVEN-LENGTH-WEIGHT      PIC 99 OCCURS 20 TIMES.

01     WS-DVI-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEVICEFILE         VALUE "Y".
01     WS-DCT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFDEALERCOUNT        VALUE "Y".
01     WS-SSF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDSTOCK        VALUE "Y".
01     WS-COUNT-FILE-SWITCH        PIC X VALUE "N".
       88  DEALER-COUNTS-PRESENT   VALUE "Y".

01     WS-PREV-DEALERCODE          PIC X(4).
01     WS-PREV-ITEM-TYPE           PIC X.
01     WS-PREV-MODEL               PIC X(20).
01     RECON-LINE-TOTALS.
       02  RLN-SYSTEM-QTY          PIC 9(5).
       02  RLN-SYSTEM-COST         PIC 9(9)V99.
       02  RLN-COUNTED-QTY         PIC 9(5).
       02  RLN-COUNT-SEEN          PIC X.
           88  RLN-COUNT-RECEIVED  VALUE "Y".
01     RECON-DEALER-TOTALS.
       02  RDT-SYSTEM-QTY          PIC 9(6).
       02  RDT-COUNTED-QTY         PIC 9(6).
       02  RDT-SHORT-VALUE         PIC 9(9)V99.
       02  RDT-COUNT-SEEN          PIC X.
           88  RDT-COUNT-RECEIVED  VALUE "Y".
01     RECON-RUN-TOTALS.
       02  RRT-DEALERS             PIC 9(4) VALUE ZERO.
       02  RRT-DEALERS-OUT         PIC 9(4) VALUE ZERO.
       02  RRT-NOT-COUNTED         PIC 9(4) VALUE ZERO.
       02  RRT-SHORT-VALUE         PIC 9(11)V99 VALUE ZERO.
01     WS-LINE-DIFFERENCE          PIC S9(6).
01     WS-SHORT-VALUE              PIC 9(9)V99.
01     WS-DEALER-OUT-SWITCH        PIC X.
       88  DEALER-OUT-OF-BALANCE   VALUE "Y".

01     AGED-BANDS.
       02  AGB-COUNT               PIC 9(5) OCCURS 4 TIMES.
       02  AGB-COST                PIC 9(9)V99 OCCURS 4 TIMES.
01     AGED-RUN-TOTALS.
       02  ART-ITEMS               PIC 9(7) VALUE ZERO.
       02  ART-OVERDUE             PIC 9(7) VALUE ZERO.
       02  ART-OVERDUE-COST        PIC 9(11)V99 VALUE ZERO.
01     AGB-IDX                     PIC 9.
01     WS-CONSIGNED-DAYS           PIC 9(5).

01     PRN-COUNT                   PIC ZZ,ZZ9.
01     PRN-COUNT-2                 PIC ZZ,ZZ9.
01     PRN-DIFFERENCE              PIC ---,--9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$9.99.
01     PRN-DAYS                    PIC ZZ,ZZ9.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "DEVICEINV".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       EVALUATE WS-RUN-PARM(1:6)
           WHEN "MAINT "
               PERFORM MAINTAIN-INVENTORY
           WHEN "RECON "
               PERFORM RECONCILE-DEALER-STOCK
           WHEN "AGED  "
               PERFORM PRODUCE-AGED-CONSIGNMENTS
           WHEN OTHER
               DISPLAY "DEVICEINVENTORY REQUIRES MAINT, RECON OR AGED"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

MAINTAIN-INVENTORY.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM OPEN-INVENTORY-FILES
       DISPLAY "DEVICE INVENTORY (R=RECEIVE, C=CONSIGN TO DEALER, "
           "S=SALE AT ACTIVATION, T=RETURN, W=RESTOCK, F=FAULTY, "
           "BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-RECEIPT
                   PERFORM RECEIVE-DEVICE
               WHEN TRANSACTION-IS-CONSIGN
                   PERFORM CONSIGN-DEVICE
               WHEN TRANSACTION-IS-SALE
                   PERFORM SELL-DEVICE
               WHEN TRANSACTION-IS-RETURN
                   PERFORM RETURN-DEVICE
               WHEN TRANSACTION-IS-RESTOCK
                   PERFORM RESTOCK-DEVICE
               WHEN TRANSACTION-IS-FAULTY
                   PERFORM MARK-DEVICE-FAULTY
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (R, C, S, T, W, F), BLANK TO "
               "FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE DEVICEFILE
       CLOSE DEVICELINKFILE
       CLOSE DEALERFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE INSTALLMENTFILE
       CLOSE DEVICEMOVEMENTLOG
       DISPLAY "DEVICE INVENTORY MAINTENANCE COMPLETE".

OPEN-INVENTORY-FILES.
       OPEN I-O DEVICEFILE
       IF WS-DVI-STATUS EQUAL TO "35"
           OPEN OUTPUT DEVICEFILE
           CLOSE DEVICEFILE
           OPEN I-O DEVICEFILE
       END-IF
       IF WS-DVI-STATUS NOT EQUAL TO "00"
           MOVE "DEVICEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DVI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O DEVICELINKFILE
       IF WS-DVL-STATUS EQUAL TO "35"
           OPEN OUTPUT DEVICELINKFILE
           CLOSE DEVICELINKFILE
           OPEN I-O DEVICELINKFILE
       END-IF
       IF WS-DVL-STATUS NOT EQUAL TO "00"
           MOVE "DEVICELINKFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DVL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O INSTALLMENTFILE
       IF WS-INS-STATUS EQUAL TO "35"
           OPEN OUTPUT INSTALLMENTFILE
           CLOSE INSTALLMENTFILE
           OPEN I-O INSTALLMENTFILE
       END-IF
       IF WS-INS-STATUS NOT EQUAL TO "00"
           MOVE "INSTALLMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-INS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT DEALERFILE
       IF WS-DLR-STATUS NOT EQUAL TO "00"
           MOVE "DEALERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DLR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN EXTEND DEVICEMOVEMENTLOG
       IF WS-DML-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT DEVICEMOVEMENTLOG
       END-IF.

RECEIVE-DEVICE.
       DISPLAY "ENTER SERIAL (20) TYPE (H=HANDSET, S=SIM) MODEL (20) "
           "UNIT COST (7, 2 DECIMALS)"
       ACCEPT RECEIPT-ENTRY
       MOVE RCV-SERIAL TO WS-SERIAL
       MOVE RCV-ITEM-TYPE TO WS-SERIAL-TYPE
       IF NOT VALID-ITEM-TYPE
           DISPLAY "ITEM TYPE MUST BE H OR S - ENTRY REJECTED"
       ELSE
       IF RCV-COST NOT NUMERIC OR RCV-MODEL EQUAL TO SPACES
           DISPLAY "MODEL AND NUMERIC COST REQUIRED - ENTRY REJECTED"
       ELSE
           PERFORM VALIDATE-SERIAL
           IF SERIAL-IS-VALID
               MOVE WS-SERIAL TO DVI-SERIAL
               READ DEVICEFILE
                   INVALID KEY
                       INITIALIZE DEVICEREC
                       MOVE WS-SERIAL TO DVI-SERIAL
                       MOVE RCV-ITEM-TYPE TO DVI-ITEM-TYPE
                       MOVE RCV-MODEL TO DVI-MODEL
                       MOVE RCV-COST TO WS-COST-DIGITS
                       COMPUTE DVI-COST = WS-COST-DIGITS / 100
                       MOVE SPACES TO DVI-DEALERCODE
                       SET DVI-IN-WAREHOUSE TO TRUE
                       MOVE RUN-DATE-YYYYMMDD TO DVI-RECEIVED-DATE
                       MOVE RUN-DATE-YYYYMMDD TO DVI-STATUS-DATE
                       MOVE WS-OPERATOR-ID TO DVI-LAST-OPERATOR
                       WRITE DEVICEREC
                       MOVE SPACE TO WS-OLD-STATUS
                       MOVE "R" TO WS-MOVEMENT-ACTION
                       PERFORM WRITE-DEVICE-MOVEMENT
                       DISPLAY "SERIAL " WS-SERIAL " RECEIVED INTO "
                           "WAREHOUSE"
                   NOT INVALID KEY
                       DISPLAY "SERIAL " WS-SERIAL " ALREADY IN "
                           "INVENTORY - ENTRY REJECTED"
               END-READ
           END-IF
       END-IF
       END-IF.

CONSIGN-DEVICE.
       DISPLAY "ENTER SERIAL (20) DEALER CODE (4)"
       ACCEPT MOVEMENT-ENTRY
       MOVE MOV-DEALERCODE TO DLR-DEALERCODE
       READ DEALERFILE
           INVALID KEY
               DISPLAY "DEALER " MOV-DEALERCODE " NOT ON DEALER TABLE"
                   " - ENTRY REJECTED"
           NOT INVALID KEY
               MOVE MOV-SERIAL TO DVI-SERIAL
               PERFORM READ-DEVICE-FOR-UPDATE
               IF WS-DVI-STATUS EQUAL TO "00"
                   IF NOT DVI-IN-WAREHOUSE
                       DISPLAY "SERIAL " MOV-SERIAL " IS NOT IN THE "
                           "WAREHOUSE (STATUS " DVI-STATUS
                           ") - ENTRY REJECTED"
                   ELSE
                       MOVE MOV-DEALERCODE TO DVI-DEALERCODE
                       MOVE RUN-DATE-YYYYMMDD TO DVI-CONSIGNED-DATE
                       SET DVI-CONSIGNED TO TRUE
                       MOVE "C" TO WS-MOVEMENT-ACTION
                       PERFORM REWRITE-DEVICE-RECORD
                       DISPLAY "SERIAL " MOV-SERIAL " CONSIGNED TO "
                           "DEALER " MOV-DEALERCODE
                   END-IF
               END-IF
       END-READ.

SELL-DEVICE.
       DISPLAY "ENTER SERIAL (20) SELLING DEALER (4) SUBSCRIBER ID (10)"
           " AMOUNT FINANCED (9, 2 DECIMALS) MONTHLY INSTALLMENT (7, "
           "2 DECIMALS)"
       ACCEPT SALE-ENTRY
       IF SAL-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
       IF (SAL-FINANCED NOT EQUAL TO SPACES
               AND SAL-FINANCED NOT NUMERIC)
               OR (SAL-MONTHLY NOT EQUAL TO SPACES
                   AND SAL-MONTHLY NOT NUMERIC)
           DISPLAY "FINANCED AND MONTHLY AMOUNTS MUST BE NUMERIC - "
               "ENTRY REJECTED"
       ELSE
           MOVE SAL-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY MOVE "23" TO WS-SMF-STATUS
           END-READ
           MOVE SAL-DEALERCODE TO DLR-DEALERCODE
           READ DEALERFILE
               INVALID KEY MOVE "23" TO WS-DLR-STATUS
           END-READ
           IF WS-SMF-STATUS NOT EQUAL TO "00"
               DISPLAY "SUBSCRIBER " SAL-SUBSCRIBERID " NOT ON MASTER"
                   " - SALE REJECTED"
           ELSE
           IF SMF-TERMINATIONDATE NOT EQUAL TO ZERO
               DISPLAY "SUBSCRIBER " SAL-SUBSCRIBERID " IS TERMINATED"
                   " - SALE REJECTED"
           ELSE
           IF WS-DLR-STATUS NOT EQUAL TO "00"
               DISPLAY "DEALER " SAL-DEALERCODE " NOT ON DEALER TABLE"
                   " - SALE REJECTED"
           ELSE
               MOVE SAL-SERIAL TO DVI-SERIAL
               PERFORM READ-DEVICE-FOR-UPDATE
               IF WS-DVI-STATUS EQUAL TO "00"
                   IF DVI-SOLD OR DVI-FAULTY
                       DISPLAY "SERIAL " SAL-SERIAL " IS SOLD OR "
                           "FAULTY (STATUS " DVI-STATUS
                           ") - SALE REJECTED"
                   ELSE
                       PERFORM RECORD-DEVICE-SALE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
       END-IF
       END-IF.

RECORD-DEVICE-SALE.
       MOVE "N" TO WS-STOCK-SWITCH
       IF DVI-CONSIGNED AND DVI-DEALERCODE EQUAL TO SAL-DEALERCODE
           SET SALE-FROM-DEALER-STOCK TO TRUE
       ELSE
           DISPLAY "WARNING - SERIAL " SAL-SERIAL " IS NOT IN DEALER "
               SAL-DEALERCODE " STOCK - ACTIVATION BONUS WILL BE "
               "WITHHELD"
       END-IF
       MOVE SMF-SUBSCRIBERID TO DVI-SUBSCRIBERID
       SET DVI-SOLD TO TRUE
       MOVE "S" TO WS-MOVEMENT-ACTION
       PERFORM REWRITE-DEVICE-RECORD
       MOVE SMF-SUBSCRIBERID TO DVL-SUBSCRIBERID
       READ DEVICELINKFILE
           INVALID KEY
               INITIALIZE DEVICELINKREC
               MOVE SMF-SUBSCRIBERID TO DVL-SUBSCRIBERID
               MOVE "Y" TO DVL-STOCK-CHECK
       END-READ
       IF DVL-DEALERCODE NOT EQUAL TO SAL-DEALERCODE
           MOVE SAL-DEALERCODE TO DVL-DEALERCODE
           MOVE "Y" TO DVL-STOCK-CHECK
       END-IF
       IF NOT SALE-FROM-DEALER-STOCK
           MOVE "N" TO DVL-STOCK-CHECK
       END-IF
       IF DVI-ITEM-IS-HANDSET
           MOVE DVI-SERIAL TO DVL-HANDSET-SERIAL
       ELSE
           MOVE DVI-SERIAL TO DVL-SIM-SERIAL
       END-IF
       MOVE RUN-DATE-YYYYMMDD TO DVL-SALE-DATE
       WRITE DEVICELINKREC
           INVALID KEY
               REWRITE DEVICELINKREC
       END-WRITE
       IF DVI-ITEM-IS-HANDSET
           PERFORM LINK-HANDSET-INSTALLMENT
       END-IF
       DISPLAY "SERIAL " SAL-SERIAL " SOLD TO SUBSCRIBER "
           SMF-SUBSCRIBERID.

LINK-HANDSET-INSTALLMENT.
       MOVE ZERO TO WS-FINANCED-DIGITS
       MOVE ZERO TO WS-MONTHLY-DIGITS
       IF SAL-FINANCED NUMERIC
           MOVE SAL-FINANCED TO WS-FINANCED-DIGITS
       END-IF
       IF SAL-MONTHLY NUMERIC
           MOVE SAL-MONTHLY TO WS-MONTHLY-DIGITS
       END-IF
       MOVE SMF-SUBSCRIBERID TO INS-SUBSCRIBERID
       READ INSTALLMENTFILE
           INVALID KEY
               IF WS-FINANCED-DIGITS GREATER THAN ZERO
                   IF WS-MONTHLY-DIGITS EQUAL TO ZERO
                       DISPLAY "NO MONTHLY INSTALLMENT GIVEN - "
                           "HANDSET SOLD WITHOUT A SCHEDULE"
                   ELSE
                       INITIALIZE INSTALLMENTREC
                       MOVE SMF-SUBSCRIBERID TO INS-SUBSCRIBERID
                       MOVE DVI-MODEL TO INS-DEVICE
                       COMPUTE INS-TOTALFINANCED =
                           WS-FINANCED-DIGITS / 100
                       COMPUTE INS-MONTHLYAMOUNT =
                           WS-MONTHLY-DIGITS / 100
                       MOVE INS-TOTALFINANCED TO INS-REMAININGBALANCE
                       MOVE ZERO TO INS-LASTBILLEDPERIOD
                       MOVE DVI-SERIAL TO INS-DEVICESERIAL
                       WRITE INSTALLMENTREC
                       DISPLAY "INSTALLMENT SCHEDULE CREATED FOR "
                           "SUBSCRIBER " SMF-SUBSCRIBERID
                   END-IF
               END-IF
           NOT INVALID KEY
               MOVE DVI-MODEL TO INS-DEVICE
               MOVE DVI-SERIAL TO INS-DEVICESERIAL
               REWRITE INSTALLMENTREC
               DISPLAY "INSTALLMENT SCHEDULE LINKED TO SERIAL "
                   DVI-SERIAL
       END-READ.

RETURN-DEVICE.
       DISPLAY "ENTER SERIAL (20) OF CONSIGNED OR SOLD ITEM COMING BACK"
       ACCEPT MOVEMENT-ENTRY
       MOVE MOV-SERIAL TO DVI-SERIAL
       PERFORM READ-DEVICE-FOR-UPDATE
       IF WS-DVI-STATUS EQUAL TO "00"
           IF NOT DVI-CONSIGNED AND NOT DVI-SOLD
               DISPLAY "SERIAL " MOV-SERIAL " IS NOT CONSIGNED OR SOLD"
                   " (STATUS " DVI-STATUS ") - ENTRY REJECTED"
           ELSE
               MOVE SPACES TO DVI-DEALERCODE
               SET DVI-RETURNED TO TRUE
               MOVE "T" TO WS-MOVEMENT-ACTION
               PERFORM REWRITE-DEVICE-RECORD
               DISPLAY "SERIAL " MOV-SERIAL " RETURNED FOR INSPECTION"
           END-IF
       END-IF.

RESTOCK-DEVICE.
       DISPLAY "ENTER SERIAL (20) OF RETURNED ITEM PASSED FOR RESALE"
       ACCEPT MOVEMENT-ENTRY
       MOVE MOV-SERIAL TO DVI-SERIAL
       PERFORM READ-DEVICE-FOR-UPDATE
       IF WS-DVI-STATUS EQUAL TO "00"
           IF NOT DVI-RETURNED
               DISPLAY "SERIAL " MOV-SERIAL " IS NOT A RETURNED ITEM"
                   " (STATUS " DVI-STATUS ") - ENTRY REJECTED"
           ELSE
               MOVE ZERO TO DVI-SUBSCRIBERID
               MOVE ZERO TO DVI-CONSIGNED-DATE
               SET DVI-IN-WAREHOUSE TO TRUE
               MOVE "W" TO WS-MOVEMENT-ACTION
               PERFORM REWRITE-DEVICE-RECORD
               DISPLAY "SERIAL " MOV-SERIAL " BACK IN WAREHOUSE STOCK"
           END-IF
       END-IF.

MARK-DEVICE-FAULTY.
       DISPLAY "ENTER SERIAL (20) OF FAULTY ITEM"
       ACCEPT MOVEMENT-ENTRY
       MOVE MOV-SERIAL TO DVI-SERIAL
       PERFORM READ-DEVICE-FOR-UPDATE
       IF WS-DVI-STATUS EQUAL TO "00"
           IF DVI-SOLD OR DVI-FAULTY
               DISPLAY "SERIAL " MOV-SERIAL " IS SOLD OR ALREADY "
                   "FAULTY - RETURN A SOLD ITEM FIRST"
           ELSE
               SET DVI-FAULTY TO TRUE
               MOVE "F" TO WS-MOVEMENT-ACTION
               PERFORM REWRITE-DEVICE-RECORD
               DISPLAY "SERIAL " MOV-SERIAL " MARKED FAULTY"
           END-IF
       END-IF.

READ-DEVICE-FOR-UPDATE.
       READ DEVICEFILE
           INVALID KEY
               DISPLAY "SERIAL " DVI-SERIAL " NOT IN INVENTORY - "
                   "ENTRY REJECTED"
       END-READ
       MOVE DVI-STATUS TO WS-OLD-STATUS.

REWRITE-DEVICE-RECORD.
       MOVE RUN-DATE-YYYYMMDD TO DVI-STATUS-DATE
       MOVE WS-OPERATOR-ID TO DVI-LAST-OPERATOR
       REWRITE DEVICEREC
       IF WS-DVI-STATUS NOT EQUAL TO "00"
           MOVE "DEVICEFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-DVI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM WRITE-DEVICE-MOVEMENT.

VALIDATE-SERIAL.
       MOVE "N" TO WS-SERIAL-SWITCH
       MOVE ZERO TO CHECKDIGIT-ID-LENGTH
       IF WS-SERIAL-TYPE EQUAL TO "H"
           IF WS-SERIAL(1:15) NUMERIC AND WS-SERIAL(16:5) EQUAL TO SPACES
               MOVE 15 TO CHECKDIGIT-ID-LENGTH
           END-IF
       ELSE
           IF WS-SERIAL(1:2) EQUAL TO "89"
               IF WS-SERIAL(1:19) NUMERIC AND WS-SERIAL(20:1) EQUAL TO
                       SPACE
                   MOVE 19 TO CHECKDIGIT-ID-LENGTH
               END-IF
               IF WS-SERIAL NUMERIC
                   MOVE 20 TO CHECKDIGIT-ID-LENGTH
               END-IF
           END-IF
       END-IF
       IF CHECKDIGIT-ID-LENGTH EQUAL TO ZERO
           DISPLAY "SERIAL " WS-SERIAL " IS NOT A 15 DIGIT IMEI OR A "
               "19-20 DIGIT ICCID - ENTRY REJECTED"
       ELSE
           IF CHECKDIGIT-ID-LENGTH EQUAL TO 20
               CALL "VALIDATECHECKDIGIT" USING CHECKDIGIT-ID-LENGTH,
                   WS-SERIAL, EVEN-LENGTH-WEIGHTS, CHECKDIGIT-MODE,
                   CHECKDIGIT-RESULT
           ELSE
               CALL "VALIDATECHECKDIGIT" USING CHECKDIGIT-ID-LENGTH,
                   WS-SERIAL, ODD-LENGTH-WEIGHTS, CHECKDIGIT-MODE,
                   CHECKDIGIT-RESULT
           END-IF
           IF CHECKDIGIT-VALID
               SET SERIAL-IS-VALID TO TRUE
           ELSE
               DISPLAY "SERIAL " WS-SERIAL " FAILS CHECK DIGIT - "
                   "ENTRY REJECTED"
           END-IF
       END-IF.

WRITE-DEVICE-MOVEMENT.
       MOVE SPACES TO DEVICEMOVEMENTREC
       MOVE DVI-SERIAL TO DML-SERIAL
       MOVE WS-MOVEMENT-ACTION TO DML-ACTION
       MOVE WS-OLD-STATUS TO DML-OLD-STATUS
       MOVE DVI-STATUS TO DML-NEW-STATUS
       MOVE DVI-DEALERCODE TO DML-DEALERCODE
       IF WS-MOVEMENT-ACTION EQUAL TO "S"
           MOVE SAL-DEALERCODE TO DML-DEALERCODE
       END-IF
       MOVE DVI-SUBSCRIBERID TO DML-SUBSCRIBERID
       MOVE WS-OPERATOR-ID TO DML-OPERATORID
       ACCEPT WS-RUN-TIME FROM TIME
       STRING RUN-DATE-YYYYMMDD WS-RUN-TIME(1:6)
           DELIMITED BY SIZE INTO DML-ENTRYTIMESTAMP
       END-STRING
       WRITE DEVICEMOVEMENTREC
       IF WS-DML-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING DEVICE MOVEMENT LOG - FILE STATUS "
               WS-DML-STATUS
       END-IF.

RECONCILE-DEALER-STOCK.
       MOVE SPACES TO WS-RCN-FILENAME
       STRING "DealerStockRecon-" RUN-DATE-YYYYMMDD(1:6) ".rpt"
           DELIMITED BY SIZE INTO WS-RCN-FILENAME
       END-STRING
       OPEN INPUT DEVICEFILE
       IF WS-DVI-STATUS NOT EQUAL TO "00"
           MOVE "DEVICEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DVI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT DEALERFILE
       IF WS-DLR-STATUS NOT EQUAL TO "00"
           MOVE "DEALERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DLR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT RECONREPORT
       IF WS-RCN-STATUS NOT EQUAL TO "00"
           MOVE "RECONREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RCN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO RECONLINE
       STRING "DEALER STOCK RECONCILIATION -- CONSIGNED STOCK AGAINST "
           "DEALER COUNTS  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       SORT STOCKSORTFILE ON ASCENDING KEY SSF-DEALERCODE
                             ASCENDING KEY SSF-ITEM-TYPE
                             ASCENDING KEY SSF-MODEL
           INPUT PROCEDURE IS RELEASE-STOCK-AND-COUNTS
           OUTPUT PROCEDURE IS PRINT-STOCK-RECONCILIATION
       IF WS-SSF-STATUS NOT EQUAL TO "00"
           MOVE "STOCKSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-SSF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO RECONLINE
       PERFORM WRITE-RECON-LINE
       MOVE RRT-DEALERS-OUT TO PRN-COUNT
       MOVE RRT-NOT-COUNTED TO PRN-COUNT-2
       MOVE RRT-SHORT-VALUE TO PRN-AMOUNT
       MOVE SPACES TO RECONLINE
       STRING "DEALERS " RRT-DEALERS
           "  OUT OF BALANCE " PRN-COUNT
           "  NO COUNT RECEIVED " PRN-COUNT-2
           "  SHORTAGE AT COST " PRN-AMOUNT
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       CLOSE RECONREPORT
       CLOSE DEVICEFILE
       CLOSE DEALERFILE
       MOVE "DEALER STOCK RECONCILIATION" TO WS-REG-REPORT-NAME
       MOVE WS-RCN-FILENAME TO WS-REG-FILENAME
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       IF RRT-DEALERS-OUT GREATER THAN ZERO
               OR RRT-NOT-COUNTED GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       DISPLAY "DEALER STOCK RECONCILIATION WRITTEN TO "
           WS-RCN-FILENAME.

RELEASE-STOCK-AND-COUNTS.
       MOVE LOW-VALUES TO DVI-SERIAL
       START DEVICEFILE KEY NOT LESS THAN DVI-SERIAL
           INVALID KEY SET ENDOFDEVICEFILE TO TRUE
       END-START
       PERFORM READ-NEXT-DEVICE
       PERFORM UNTIL ENDOFDEVICEFILE
           IF DVI-CONSIGNED
               INITIALIZE STOCKSORTREC
               MOVE DVI-DEALERCODE TO SSF-DEALERCODE
               MOVE DVI-ITEM-TYPE TO SSF-ITEM-TYPE
               MOVE DVI-MODEL TO SSF-MODEL
               SET SSF-FROM-INVENTORY TO TRUE
               MOVE DVI-CONSIGNED-DATE TO SSF-CONSIGNED-DATE
               MOVE 1 TO SSF-QUANTITY
               MOVE DVI-COST TO SSF-COST
               MOVE DVI-SERIAL TO SSF-SERIAL
               RELEASE STOCKSORTREC
           END-IF
           PERFORM READ-NEXT-DEVICE
       END-PERFORM
       OPEN INPUT DEALERCOUNTFILE
       IF WS-DCT-STATUS NOT EQUAL TO "00"
           DISPLAY "NO DEALER STOCK COUNTS PRESENT - EVERY DEALER "
               "REPORTED AS NOT COUNTED"
       ELSE
           SET DEALER-COUNTS-PRESENT TO TRUE
           READ DEALERCOUNTFILE AT END SET ENDOFDEALERCOUNT TO TRUE
           END-READ
           PERFORM UNTIL ENDOFDEALERCOUNT
               INITIALIZE STOCKSORTREC
               MOVE DCT-DEALERCODE TO SSF-DEALERCODE
               MOVE DCT-ITEM-TYPE TO SSF-ITEM-TYPE
               MOVE DCT-MODEL TO SSF-MODEL
               SET SSF-FROM-COUNT TO TRUE
               IF DCT-COUNTED NUMERIC
                   MOVE DCT-COUNTED TO SSF-QUANTITY
               END-IF
               RELEASE STOCKSORTREC
               READ DEALERCOUNTFILE AT END SET ENDOFDEALERCOUNT TO TRUE
               END-READ
           END-PERFORM
           CLOSE DEALERCOUNTFILE
       END-IF.

PRINT-STOCK-RECONCILIATION.
       MOVE HIGH-VALUES TO WS-PREV-DEALERCODE
       PERFORM RETURN-SORTED-STOCK
       PERFORM UNTIL ENDOFSORTEDSTOCK
           IF SSF-DEALERCODE NOT EQUAL TO WS-PREV-DEALERCODE
               IF WS-PREV-DEALERCODE NOT EQUAL TO HIGH-VALUES
                   PERFORM WRITE-RECON-MODEL-LINE
                   PERFORM WRITE-RECON-DEALER-TOTALS
               END-IF
               PERFORM WRITE-RECON-DEALER-HEADING
           ELSE
               IF SSF-ITEM-TYPE NOT EQUAL TO WS-PREV-ITEM-TYPE
                       OR SSF-MODEL NOT EQUAL TO WS-PREV-MODEL
                   PERFORM WRITE-RECON-MODEL-LINE
                   PERFORM START-RECON-MODEL-LINE
               END-IF
           END-IF
           IF SSF-FROM-INVENTORY
               ADD SSF-QUANTITY TO RLN-SYSTEM-QTY
               ADD SSF-COST TO RLN-SYSTEM-COST
           ELSE
               ADD SSF-QUANTITY TO RLN-COUNTED-QTY
               SET RLN-COUNT-RECEIVED TO TRUE
               SET RDT-COUNT-RECEIVED TO TRUE
           END-IF
           PERFORM RETURN-SORTED-STOCK
       END-PERFORM
       IF WS-PREV-DEALERCODE NOT EQUAL TO HIGH-VALUES
           PERFORM WRITE-RECON-MODEL-LINE
           PERFORM WRITE-RECON-DEALER-TOTALS
       ELSE
           MOVE "NO CONSIGNED STOCK AND NO DEALER COUNTS" TO RECONLINE
           PERFORM WRITE-RECON-LINE
       END-IF.

WRITE-RECON-DEALER-HEADING.
       MOVE SSF-DEALERCODE TO WS-PREV-DEALERCODE
       INITIALIZE RECON-DEALER-TOTALS
       ADD 1 TO RRT-DEALERS
       MOVE SSF-DEALERCODE TO DLR-DEALERCODE
       READ DEALERFILE
           INVALID KEY
               MOVE "*** NOT ON DEALER TABLE ***" TO DLR-DEALERNAME
       END-READ
       MOVE SPACES TO RECONLINE
       PERFORM WRITE-RECON-LINE
       MOVE SPACES TO RECONLINE
       STRING "DEALER " SSF-DEALERCODE "  " DLR-DEALERNAME
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       MOVE "  TYPE MODEL                 ON FILE  COUNTED DIFFERENCE"
           TO RECONLINE
       MOVE "SHORT AT COST" TO RECONLINE(60:13)
       PERFORM WRITE-RECON-LINE
       PERFORM START-RECON-MODEL-LINE.

START-RECON-MODEL-LINE.
       MOVE SSF-ITEM-TYPE TO WS-PREV-ITEM-TYPE
       MOVE SSF-MODEL TO WS-PREV-MODEL
       INITIALIZE RECON-LINE-TOTALS.

WRITE-RECON-MODEL-LINE.
       COMPUTE WS-LINE-DIFFERENCE = RLN-COUNTED-QTY - RLN-SYSTEM-QTY
       MOVE ZERO TO WS-SHORT-VALUE
       IF WS-LINE-DIFFERENCE LESS THAN ZERO
               AND RLN-SYSTEM-QTY GREATER THAN ZERO
           COMPUTE WS-SHORT-VALUE ROUNDED = RLN-SYSTEM-COST
               * (0 - WS-LINE-DIFFERENCE) / RLN-SYSTEM-QTY
       END-IF
       ADD RLN-SYSTEM-QTY TO RDT-SYSTEM-QTY
       ADD RLN-COUNTED-QTY TO RDT-COUNTED-QTY
       ADD WS-SHORT-VALUE TO RDT-SHORT-VALUE
       MOVE RLN-SYSTEM-QTY TO PRN-COUNT
       MOVE RLN-COUNTED-QTY TO PRN-COUNT-2
       MOVE WS-LINE-DIFFERENCE TO PRN-DIFFERENCE
       MOVE WS-SHORT-VALUE TO PRN-AMOUNT
       MOVE SPACES TO RECONLINE
       STRING "  " WS-PREV-ITEM-TYPE "    " WS-PREV-MODEL
           "  " PRN-COUNT "   " PRN-COUNT-2 "     " PRN-DIFFERENCE
           "  " PRN-AMOUNT
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       IF WS-LINE-DIFFERENCE NOT EQUAL TO ZERO
           MOVE "*" TO RECONLINE(1:1)
       END-IF
       PERFORM WRITE-RECON-LINE.

WRITE-RECON-DEALER-TOTALS.
       MOVE "N" TO WS-DEALER-OUT-SWITCH
       COMPUTE WS-LINE-DIFFERENCE = RDT-COUNTED-QTY - RDT-SYSTEM-QTY
       MOVE RDT-SYSTEM-QTY TO PRN-COUNT
       MOVE RDT-COUNTED-QTY TO PRN-COUNT-2
       MOVE WS-LINE-DIFFERENCE TO PRN-DIFFERENCE
       MOVE RDT-SHORT-VALUE TO PRN-AMOUNT
       MOVE SPACES TO RECONLINE
       STRING "  DEALER TOTAL               " PRN-COUNT "   " PRN-COUNT-2
           "     " PRN-DIFFERENCE "  " PRN-AMOUNT
           DELIMITED BY SIZE INTO RECONLINE
       END-STRING
       PERFORM WRITE-RECON-LINE
       IF NOT RDT-COUNT-RECEIVED
           ADD 1 TO RRT-NOT-COUNTED
           MOVE "  *** NO STOCK COUNT RECEIVED FROM THIS DEALER ***"
               TO RECONLINE
           PERFORM WRITE-RECON-LINE
       ELSE
           IF WS-LINE-DIFFERENCE NOT EQUAL TO ZERO
                   OR RDT-SHORT-VALUE GREATER THAN ZERO
               SET DEALER-OUT-OF-BALANCE TO TRUE
           END-IF
       END-IF
       IF DEALER-OUT-OF-BALANCE
           ADD 1 TO RRT-DEALERS-OUT
           ADD RDT-SHORT-VALUE TO RRT-SHORT-VALUE
           MOVE "  *** DEALER COUNT DOES NOT AGREE WITH CONSIGNED STOCK"
               & " ***" TO RECONLINE
           PERFORM WRITE-RECON-LINE
       END-IF.

PRODUCE-AGED-CONSIGNMENTS.
       ACCEPT WS-AGE-PARM FROM ENVIRONMENT "CONSIGNAGEDAYS"
       IF WS-AGE-PARM NUMERIC AND WS-AGE-PARM NOT EQUAL TO "000"
           MOVE WS-AGE-PARM TO WS-AGE-LIMIT-DAYS
       END-IF
       MOVE SPACES TO WS-AGD-FILENAME
       STRING "ConsignmentAged-" RUN-DATE-YYYYMMDD ".rpt"
           DELIMITED BY SIZE INTO WS-AGD-FILENAME
       END-STRING
       OPEN INPUT DEVICEFILE
       IF WS-DVI-STATUS NOT EQUAL TO "00"
           MOVE "DEVICEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DVI-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT DEALERFILE
       IF WS-DLR-STATUS NOT EQUAL TO "00"
           MOVE "DEALERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-DLR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT AGEDREPORT
       IF WS-AGD-STATUS NOT EQUAL TO "00"
           MOVE "AGEDREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-AGD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO AGEDLINE
       STRING "AGED CONSIGNMENT STOCK  RUN ON " RUN-DATE-YYYYMMDD
           "  ITEMS OVER " WS-AGE-LIMIT-DAYS " DAYS LISTED"
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       PERFORM WRITE-AGED-LINE
       SORT STOCKSORTFILE ON ASCENDING KEY SSF-DEALERCODE
                             ASCENDING KEY SSF-CONSIGNED-DATE
           INPUT PROCEDURE IS RELEASE-CONSIGNED-STOCK
           OUTPUT PROCEDURE IS PRINT-AGED-CONSIGNMENTS
       IF WS-SSF-STATUS NOT EQUAL TO "00"
           MOVE "STOCKSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-SSF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO AGEDLINE
       PERFORM WRITE-AGED-LINE
       MOVE ART-ITEMS TO PRN-COUNT
       MOVE ART-OVERDUE TO PRN-COUNT-2
       MOVE ART-OVERDUE-COST TO PRN-AMOUNT
       MOVE SPACES TO AGEDLINE
       STRING "ITEMS ON CONSIGNMENT " PRN-COUNT
           "  OVER LIMIT " PRN-COUNT-2
           "  AT COST " PRN-AMOUNT
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       PERFORM WRITE-AGED-LINE
       CLOSE AGEDREPORT
       CLOSE DEVICEFILE
       CLOSE DEALERFILE
       MOVE "AGED CONSIGNMENT STOCK" TO WS-REG-REPORT-NAME
       MOVE WS-AGD-FILENAME TO WS-REG-FILENAME
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "AGED CONSIGNMENT REPORT WRITTEN TO " WS-AGD-FILENAME.

RELEASE-CONSIGNED-STOCK.
       MOVE LOW-VALUES TO DVI-SERIAL
       START DEVICEFILE KEY NOT LESS THAN DVI-SERIAL
           INVALID KEY SET ENDOFDEVICEFILE TO TRUE
       END-START
       PERFORM READ-NEXT-DEVICE
       PERFORM UNTIL ENDOFDEVICEFILE
           IF DVI-CONSIGNED
               INITIALIZE STOCKSORTREC
               MOVE DVI-DEALERCODE TO SSF-DEALERCODE
               MOVE DVI-ITEM-TYPE TO SSF-ITEM-TYPE
               MOVE DVI-MODEL TO SSF-MODEL
               SET SSF-FROM-INVENTORY TO TRUE
               MOVE DVI-CONSIGNED-DATE TO SSF-CONSIGNED-DATE
               MOVE 1 TO SSF-QUANTITY
               MOVE DVI-COST TO SSF-COST
               MOVE DVI-SERIAL TO SSF-SERIAL
               RELEASE STOCKSORTREC
           END-IF
           PERFORM READ-NEXT-DEVICE
       END-PERFORM.

PRINT-AGED-CONSIGNMENTS.
       MOVE HIGH-VALUES TO WS-PREV-DEALERCODE
       PERFORM RETURN-SORTED-STOCK
       PERFORM UNTIL ENDOFSORTEDSTOCK
           IF SSF-DEALERCODE NOT EQUAL TO WS-PREV-DEALERCODE
               IF WS-PREV-DEALERCODE NOT EQUAL TO HIGH-VALUES
                   PERFORM WRITE-AGED-DEALER-BANDS
               END-IF
               PERFORM WRITE-AGED-DEALER-HEADING
           END-IF
           MOVE ZERO TO WS-CONSIGNED-DAYS
           IF SSF-CONSIGNED-DATE GREATER THAN ZERO
               COMPUTE WS-CONSIGNED-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(SSF-CONSIGNED-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-CONSIGNED-DAYS NOT GREATER THAN 30
                   MOVE 1 TO AGB-IDX
               WHEN WS-CONSIGNED-DAYS NOT GREATER THAN 60
                   MOVE 2 TO AGB-IDX
               WHEN WS-CONSIGNED-DAYS NOT GREATER THAN 90
                   MOVE 3 TO AGB-IDX
               WHEN OTHER
                   MOVE 4 TO AGB-IDX
           END-EVALUATE
           ADD 1 TO AGB-COUNT(AGB-IDX)
           ADD SSF-COST TO AGB-COST(AGB-IDX)
           ADD 1 TO ART-ITEMS
           IF WS-CONSIGNED-DAYS GREATER THAN WS-AGE-LIMIT-DAYS
               ADD 1 TO ART-OVERDUE
               ADD SSF-COST TO ART-OVERDUE-COST
               MOVE WS-CONSIGNED-DAYS TO PRN-DAYS
               MOVE SSF-COST TO PRN-AMOUNT
               MOVE SPACES TO AGEDLINE
               STRING "  " SSF-SERIAL " " SSF-ITEM-TYPE " " SSF-MODEL
                   " " SSF-CONSIGNED-DATE " " PRN-DAYS " " PRN-AMOUNT
                   DELIMITED BY SIZE INTO AGEDLINE
               END-STRING
               PERFORM WRITE-AGED-LINE
           END-IF
           PERFORM RETURN-SORTED-STOCK
       END-PERFORM
       IF WS-PREV-DEALERCODE NOT EQUAL TO HIGH-VALUES
           PERFORM WRITE-AGED-DEALER-BANDS
       ELSE
           MOVE "NO STOCK ON CONSIGNMENT" TO AGEDLINE
           PERFORM WRITE-AGED-LINE
       END-IF.

WRITE-AGED-DEALER-HEADING.
       MOVE SSF-DEALERCODE TO WS-PREV-DEALERCODE
       INITIALIZE AGED-BANDS
       MOVE SSF-DEALERCODE TO DLR-DEALERCODE
       READ DEALERFILE
           INVALID KEY
               MOVE "*** NOT ON DEALER TABLE ***" TO DLR-DEALERNAME
       END-READ
       MOVE SPACES TO AGEDLINE
       PERFORM WRITE-AGED-LINE
       MOVE SPACES TO AGEDLINE
       STRING "DEALER " SSF-DEALERCODE "  " DLR-DEALERNAME
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       PERFORM WRITE-AGED-LINE
       MOVE "  SERIAL               T MODEL                CONSIGNED"
           TO AGEDLINE
       MOVE "  DAYS           COST" TO AGEDLINE(56:21)
       PERFORM WRITE-AGED-LINE.

WRITE-AGED-DEALER-BANDS.
       MOVE SPACES TO AGEDLINE
       STRING "  AGE 0-30 " AGB-COUNT(1)
           "  31-60 " AGB-COUNT(2)
           "  61-90 " AGB-COUNT(3)
           "  OVER 90 " AGB-COUNT(4)
           DELIMITED BY SIZE INTO AGEDLINE
       END-STRING
       COMPUTE WS-SHORT-VALUE = AGB-COST(1) + AGB-COST(2)
           + AGB-COST(3) + AGB-COST(4)
       MOVE WS-SHORT-VALUE TO PRN-AMOUNT
       MOVE AGB-COST(4) TO PRN-AMOUNT-2
       STRING "  STOCK AT COST " PRN-AMOUNT
           "  OVER 90 " PRN-AMOUNT-2
           DELIMITED BY SIZE INTO AGEDLINE(59:62)
       END-STRING
       PERFORM WRITE-AGED-LINE.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

READ-NEXT-DEVICE.
       READ DEVICEFILE NEXT RECORD
           AT END SET ENDOFDEVICEFILE TO TRUE
       END-READ.

RETURN-SORTED-STOCK.
       RETURN STOCKSORTFILE AT END SET ENDOFSORTEDSTOCK TO TRUE
       END-RETURN.

WRITE-RECON-LINE.
       WRITE RECONLINE
       IF WS-RCN-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING DEALER STOCK RECONCILIATION - FILE "
               "STATUS " WS-RCN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-AGED-LINE.
       WRITE AGEDLINE
       IF WS-AGD-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING AGED CONSIGNMENT REPORT - FILE "
               "STATUS " WS-AGD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
