IDENTIFICATION DIVISION.
PROGRAM-ID. INTERCONNECT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SORTEDCALLSFILE ASSIGN TO DYNAMIC WS-SCF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCF-STATUS.

       SELECT CARRIERRATETABLE ASSIGN TO "CarrierRates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAR-CARRIERID
           FILE STATUS IS WS-CAR-STATUS.

       SELECT INBOUNDTRAFFICFILE ASSIGN TO DYNAMIC WS-INB-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INB-STATUS.

       SELECT CONTROLTOTALSFILE ASSIGN TO DYNAMIC WS-CTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       SELECT SETTLEMENTREPORT ASSIGN TO "InterconnectSettlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-STATUS.

       SELECT INTERCONNECTGLFILE ASSIGN TO DYNAMIC WS-ICG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ICG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SORTEDCALLSFILE.
01     SUBSCRIBERREC.
       02  SUBSCRIBERID            PIC 9(10).
       02  SERVICETYPE             PIC 9.
           88  SERVICEISVOICE      VALUE 2.
       02  SERVICECOST             PIC 9(4)V99.
       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  ROAMINGPARTNER          PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

FD     CARRIERRATETABLE.
01     CARRIERRATEREC.
       02  CAR-CARRIERID           PIC X(4).
       02  CAR-CARRIERNAME         PIC X(20).
       02  CAR-OUTBOUND-PERMIN     PIC 9(3)V9999.
       02  CAR-INBOUND-PERMIN      PIC 9(3)V9999.

FD     INBOUNDTRAFFICFILE.
01     INBOUNDTRAFFICREC.
       02  ICI-CARRIERID           PIC X(4).
       02  ICI-SERVICETYPE         PIC 9.
           88  INBOUND-VOICE       VALUE 2.
       02  ICI-CALLDURATION        PIC 9(5).
       02  ICI-CALLTIMESTAMP       PIC 9(12).

FD     CONTROLTOTALSFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==CONTROLTOTALSREC==
                     ==:PREFIX:==  BY ==CTL-==.

FD     SETTLEMENTREPORT.
01     SETTLEMENTLINE              PIC X(120).

FD     INTERCONNECTGLFILE.
01     INTERCONNECTGLREC.
       02  ICG-ACCOUNT-CODE        PIC 99.
       02  ICG-ACCOUNT-DESC        PIC X(20).
       02  ICG-AMOUNT              PIC S9(9)V99.
       02  ICG-FIRST-INVOICE       PIC 9(10).
       02  ICG-LAST-INVOICE        PIC 9(10).

WORKING-STORAGE SECTION.
01     WS-SCF-STATUS               PIC XX.
01     WS-CAR-STATUS               PIC XX.
01     WS-INB-STATUS               PIC XX.
01     WS-CTL-STATUS               PIC XX.
01     WS-SET-STATUS               PIC XX.
01     WS-ICG-STATUS               PIC XX.

01     WS-SCF-FILENAME             PIC X(40).
01     WS-INB-FILENAME             PIC X(40).
01     WS-CTL-FILENAME             PIC X(40).
01     WS-ICG-FILENAME             PIC X(40).
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-SETTLEMENT-PERIOD        PIC 9(6).

01     WS-SCF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDCALLS        VALUE "Y".
01     WS-INB-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINBOUNDTRAFFIC     VALUE "Y".
01     WS-CONTROL-PRESENT-SWITCH   PIC X VALUE "N".
       88  CONTROL-TOTALS-PRESENT  VALUE "Y".
01     WS-TIE-OUT-SWITCH           PIC X VALUE "N".
       88  MINUTES-TIE-OUT         VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     CARRIER-TABLE-LIMIT         PIC 99 VALUE 50.
01     CARRIER-ACCUMULATORS.
       02  CIX-COUNT               PIC 99 VALUE ZERO.
       02  CIX-ENTRY OCCURS 50 TIMES.
           03  CIX-CARRIERID       PIC X(4).
           03  CIX-OUT-CALLS       PIC 9(7).
           03  CIX-OUT-SECONDS     PIC 9(11).
           03  CIX-OUT-MINUTES     PIC 9(9)V99.
           03  CIX-PAYABLE-VALUE   PIC 9(9)V99.
           03  CIX-IN-CALLS        PIC 9(7).
           03  CIX-IN-MINUTES      PIC 9(9)V99.
           03  CIX-RECEIVABLE-VALUE PIC 9(9)V99.
01     CIX-IDX                     PIC 99.
01     CIX-FOUND-IDX               PIC 99.
01     WS-CARRIER-KEY              PIC X(4).

01     WS-CALL-MINUTES             PIC 9(5)V99.
01     WS-CARRIER-NET-POSITION     PIC S9(11)V99.

01     SETTLEMENT-TOTALS.
       02  STT-RECORDS-READ        PIC 9(7) VALUE ZERO.
       02  STT-VOICE-RECORDS       PIC 9(7) VALUE ZERO.
       02  STT-OFFNET-RECORDS      PIC 9(7) VALUE ZERO.
       02  STT-UNKNOWN-CARRIER     PIC 9(5) VALUE ZERO.
       02  STT-SORTED-VOICE-SECONDS PIC 9(13) VALUE ZERO.
       02  STT-ONNET-VOICE-SECONDS PIC 9(13) VALUE ZERO.
       02  STT-OFFNET-VOICE-SECONDS PIC 9(13) VALUE ZERO.
       02  STT-INBOUND-RECORDS     PIC 9(7) VALUE ZERO.
       02  STT-INBOUND-REJECTED    PIC 9(7) VALUE ZERO.
       02  STT-TOTAL-PAYABLE       PIC 9(11)V99 VALUE ZERO.
       02  STT-TOTAL-RECEIVABLE    PIC 9(11)V99 VALUE ZERO.

01     WS-BILLED-VOICE-SECONDS     PIC S9(13).
01     WS-BILLED-VOICE-MINUTES     PIC S9(11).
01     WS-REPORT-MINUTES           PIC 9(11)V99.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-NET-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
01     PRN-SIGNED-NET              PIC $$$,$$$,$$$,$$9.99-.
01     PRN-RATE                    PIC ZZ9.9999.
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-QUANTITY                PIC ZZZ,ZZZ,ZZ9.99.
01     PRN-MINUTES                 PIC ZZZ,ZZZ,ZZZ,ZZ9-.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-PROGRAM          PIC X(12) VALUE "INTERCONNECT".
01     WS-REG-PERIOD           PIC 9(6).
01     WS-REG-PAGES            PIC 9(7).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM EQUAL TO SPACES
           DISPLAY "SETTLEMENT PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-SETTLEMENT-PERIOD
       MOVE SPACES TO WS-SCF-FILENAME
       STRING "Listing14-2-" WS-SETTLEMENT-PERIOD ".srt"
           DELIMITED BY SIZE INTO WS-SCF-FILENAME
       END-STRING
       MOVE SPACES TO WS-CTL-FILENAME
       STRING "Listing14-2-" WS-SETTLEMENT-PERIOD ".ctl"
           DELIMITED BY SIZE INTO WS-CTL-FILENAME
       END-STRING
       MOVE SPACES TO WS-ICG-FILENAME
       STRING "Interconnect-" WS-SETTLEMENT-PERIOD ".gl"
           DELIMITED BY SIZE INTO WS-ICG-FILENAME
       END-STRING
       OPEN INPUT SORTEDCALLSFILE
       IF WS-SCF-STATUS NOT EQUAL TO "00"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT CARRIERRATETABLE
       IF WS-CAR-STATUS NOT EQUAL TO "00"
           MOVE "CARRIERRATETABLE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CAR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-SORTED-CALL-RECORD
       PERFORM UNTIL ENDOFSORTEDCALLS
           ADD 1 TO STT-RECORDS-READ
           IF SERVICEISVOICE
               PERFORM ACCUMULATE-OUTBOUND-VOICE
           END-IF
           PERFORM READ-SORTED-CALL-RECORD
       END-PERFORM
       CLOSE SORTEDCALLSFILE
       PERFORM PROCESS-INBOUND-TRAFFIC
       PERFORM LOAD-CONTROL-TOTALS
       OPEN OUTPUT INTERCONNECTGLFILE
       IF WS-ICG-STATUS NOT EQUAL TO "00"
           MOVE "INTERCONNECTGLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ICG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM PRINT-SETTLEMENT-STATEMENTS
       CLOSE INTERCONNECTGLFILE
       CLOSE CARRIERRATETABLE
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "INTERCONNECT -- RECORDS: " STT-RECORDS-READ
           "  OFF-NET VOICE: " STT-OFFNET-RECORDS
           "  INBOUND: " STT-INBOUND-RECORDS
           "  CARRIERS: " CIX-COUNT
       IF NOT MINUTES-TIE-OUT
           DISPLAY "  VOICE MINUTES DO NOT TIE TO THE BILLING CONTROL "
               "TOTAL - SEE InterconnectSettlement.rpt"
           MOVE 4 TO RETURN-CODE
       END-IF
       IF STT-UNKNOWN-CARRIER GREATER THAN ZERO
           DISPLAY "  " STT-UNKNOWN-CARRIER
               " CARRIER(S) NOT ON THE RATE TABLE - PRICED AT ZERO"
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

ACCUMULATE-OUTBOUND-VOICE.
       ADD 1 TO STT-VOICE-RECORDS
       ADD CALLDURATION TO STT-SORTED-VOICE-SECONDS
       IF CARRIERID EQUAL TO SPACES
           ADD CALLDURATION TO STT-ONNET-VOICE-SECONDS
       ELSE
           ADD 1 TO STT-OFFNET-RECORDS
           ADD CALLDURATION TO STT-OFFNET-VOICE-SECONDS
           MOVE CARRIERID TO WS-CARRIER-KEY
           PERFORM FIND-CARRIER-ACCUMULATOR
           IF CIX-FOUND-IDX GREATER THAN ZERO
               PERFORM ADD-OUTBOUND-TO-CARRIER
           END-IF
       END-IF.

ADD-OUTBOUND-TO-CARRIER.
       PERFORM LOOKUP-CARRIER-RATE
       COMPUTE WS-CALL-MINUTES ROUNDED = CALLDURATION / 60
       ADD 1 TO CIX-OUT-CALLS(CIX-FOUND-IDX)
       ADD CALLDURATION TO CIX-OUT-SECONDS(CIX-FOUND-IDX)
       ADD WS-CALL-MINUTES TO CIX-OUT-MINUTES(CIX-FOUND-IDX)
       COMPUTE CIX-PAYABLE-VALUE(CIX-FOUND-IDX) ROUNDED =
           CIX-PAYABLE-VALUE(CIX-FOUND-IDX)
           + (WS-CALL-MINUTES * CAR-OUTBOUND-PERMIN).

FIND-CARRIER-ACCUMULATOR.
       MOVE ZERO TO CIX-FOUND-IDX
       PERFORM VARYING CIX-IDX FROM 1 BY 1
               UNTIL CIX-IDX GREATER THAN CIX-COUNT
           IF CIX-CARRIERID(CIX-IDX) EQUAL TO WS-CARRIER-KEY
               MOVE CIX-IDX TO CIX-FOUND-IDX
               MOVE CIX-COUNT TO CIX-IDX
           END-IF
       END-PERFORM
       IF CIX-FOUND-IDX EQUAL TO ZERO
           IF CIX-COUNT LESS THAN CARRIER-TABLE-LIMIT
               ADD 1 TO CIX-COUNT
               MOVE WS-CARRIER-KEY TO CIX-CARRIERID(CIX-COUNT)
               MOVE ZERO TO CIX-OUT-CALLS(CIX-COUNT)
               MOVE ZERO TO CIX-OUT-SECONDS(CIX-COUNT)
               MOVE ZERO TO CIX-OUT-MINUTES(CIX-COUNT)
               MOVE ZERO TO CIX-PAYABLE-VALUE(CIX-COUNT)
               MOVE ZERO TO CIX-IN-CALLS(CIX-COUNT)
               MOVE ZERO TO CIX-IN-MINUTES(CIX-COUNT)
               MOVE ZERO TO CIX-RECEIVABLE-VALUE(CIX-COUNT)
               MOVE CIX-COUNT TO CIX-FOUND-IDX
           ELSE
               DISPLAY "CARRIER TABLE FULL - TRAFFIC FOR "
                   WS-CARRIER-KEY " NOT ACCUMULATED"
           END-IF
       END-IF.

LOOKUP-CARRIER-RATE.
       MOVE WS-CARRIER-KEY TO CAR-CARRIERID
       READ CARRIERRATETABLE
           INVALID KEY
               MOVE "*** UNKNOWN CARRIER ***" TO CAR-CARRIERNAME
               MOVE ZERO TO CAR-OUTBOUND-PERMIN
               MOVE ZERO TO CAR-INBOUND-PERMIN
       END-READ.

PROCESS-INBOUND-TRAFFIC.
       MOVE SPACES TO WS-INB-FILENAME
       STRING "InboundInterconnect-" WS-SETTLEMENT-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-INB-FILENAME
       END-STRING
       OPEN INPUT INBOUNDTRAFFICFILE
       IF WS-INB-STATUS EQUAL TO "35"
           DISPLAY "NO INBOUND INTERCONNECT FEED PRESENT FOR PERIOD "
               WS-SETTLEMENT-PERIOD " - PAYABLE SIDE ONLY"
       ELSE
           IF WS-INB-STATUS NOT EQUAL TO "00"
               MOVE "INBOUNDTRAFFICFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-INB-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-INBOUND-TRAFFIC-RECORD
           PERFORM UNTIL ENDOFINBOUNDTRAFFIC
               ADD 1 TO STT-INBOUND-RECORDS
               PERFORM RATE-ONE-INBOUND-RECORD
               PERFORM READ-INBOUND-TRAFFIC-RECORD
           END-PERFORM
           CLOSE INBOUNDTRAFFICFILE
       END-IF.

RATE-ONE-INBOUND-RECORD.
       IF ICI-CARRIERID EQUAL TO SPACES
               OR NOT INBOUND-VOICE
               OR ICI-CALLDURATION NOT NUMERIC
           ADD 1 TO STT-INBOUND-REJECTED
       ELSE
           MOVE ICI-CARRIERID TO WS-CARRIER-KEY
           PERFORM FIND-CARRIER-ACCUMULATOR
           IF CIX-FOUND-IDX GREATER THAN ZERO
               PERFORM LOOKUP-CARRIER-RATE
               COMPUTE WS-CALL-MINUTES ROUNDED = ICI-CALLDURATION / 60
               ADD 1 TO CIX-IN-CALLS(CIX-FOUND-IDX)
               ADD WS-CALL-MINUTES TO CIX-IN-MINUTES(CIX-FOUND-IDX)
               COMPUTE CIX-RECEIVABLE-VALUE(CIX-FOUND-IDX) ROUNDED =
                   CIX-RECEIVABLE-VALUE(CIX-FOUND-IDX)
                   + (WS-CALL-MINUTES * CAR-INBOUND-PERMIN)
           END-IF
       END-IF.

READ-INBOUND-TRAFFIC-RECORD.
       READ INBOUNDTRAFFICFILE AT END SET ENDOFINBOUNDTRAFFIC TO TRUE
       END-READ
       IF WS-INB-STATUS NOT EQUAL TO "00" AND WS-INB-STATUS NOT EQUAL TO "10"
           MOVE "INBOUNDTRAFFICFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-INB-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOAD-CONTROL-TOTALS.
       OPEN INPUT CONTROLTOTALSFILE
       IF WS-CTL-STATUS EQUAL TO "35"
           DISPLAY "NO CONTROL TOTALS FILE FOR " WS-SETTLEMENT-PERIOD
               " - MINUTES TIE-OUT NOT PERFORMED"
       ELSE
           IF WS-CTL-STATUS NOT EQUAL TO "00"
               MOVE "CONTROLTOTALSFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-CTL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ CONTROLTOTALSFILE
               AT END
                   DISPLAY "CONTROL TOTALS FILE IS EMPTY - "
                       "MINUTES TIE-OUT NOT PERFORMED"
               NOT AT END
                   SET CONTROL-TOTALS-PRESENT TO TRUE
           END-READ
           CLOSE CONTROLTOTALSFILE
       END-IF
       IF CONTROL-TOTALS-PRESENT
           COMPUTE WS-BILLED-VOICE-SECONDS =
               STT-SORTED-VOICE-SECONDS - CTL-UNBILLED-VOICE-SECONDS
           COMPUTE WS-BILLED-VOICE-MINUTES =
               WS-BILLED-VOICE-SECONDS / 60
           IF WS-BILLED-VOICE-SECONDS NOT LESS THAN ZERO
                   AND WS-BILLED-VOICE-MINUTES EQUAL TO CTL-VOICE-MINUTES
                   AND STT-ONNET-VOICE-SECONDS + STT-OFFNET-VOICE-SECONDS
                       EQUAL TO STT-SORTED-VOICE-SECONDS
               SET MINUTES-TIE-OUT TO TRUE
           END-IF
       END-IF.

PRINT-SETTLEMENT-STATEMENTS.
       OPEN OUTPUT SETTLEMENTREPORT
       IF WS-SET-STATUS NOT EQUAL TO "00"
           MOVE "SETTLEMENTREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SET-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO SETTLEMENTLINE
       STRING "DOMESTIC INTERCONNECT SETTLEMENT -- PERIOD "
           WS-SETTLEMENT-PERIOD
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       PERFORM PRINT-ONE-CARRIER-STATEMENT
           VARYING CIX-IDX FROM 1 BY 1
           UNTIL CIX-IDX GREATER THAN CIX-COUNT
       PERFORM PRINT-NETTING-SUMMARY
       PERFORM PRINT-MINUTES-TIE-OUT
       CLOSE SETTLEMENTREPORT.

PRINT-ONE-CARRIER-STATEMENT.
       MOVE CIX-CARRIERID(CIX-IDX) TO WS-CARRIER-KEY
       PERFORM LOOKUP-CARRIER-RATE
       MOVE SPACES TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE SPACES TO SETTLEMENTLINE
       STRING "CARRIER " CIX-CARRIERID(CIX-IDX) "  " CAR-CARRIERNAME
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       IF WS-CAR-STATUS NOT EQUAL TO "00"
           ADD 1 TO STT-UNKNOWN-CARRIER
           MOVE "  *** CARRIER NOT ON RATE TABLE - PRICED AT ZERO ***"
               TO SETTLEMENTLINE
           PERFORM WRITE-SETTLEMENT-LINE
       END-IF
       MOVE CIX-OUT-CALLS(CIX-IDX) TO PRN-COUNT
       MOVE CIX-OUT-MINUTES(CIX-IDX) TO PRN-QUANTITY
       MOVE CAR-OUTBOUND-PERMIN TO PRN-RATE
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  OUTBOUND TERMINATION: " PRN-COUNT " CALLS "
           PRN-QUANTITY " MINUTES AT " PRN-RATE
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE CIX-PAYABLE-VALUE(CIX-IDX) TO PRN-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TERMINATION PAYABLE TO CARRIER: " PRN-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE CIX-IN-CALLS(CIX-IDX) TO PRN-COUNT
       MOVE CIX-IN-MINUTES(CIX-IDX) TO PRN-QUANTITY
       MOVE CAR-INBOUND-PERMIN TO PRN-RATE
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  INBOUND TERMINATION:  " PRN-COUNT " CALLS "
           PRN-QUANTITY " MINUTES AT " PRN-RATE
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE CIX-RECEIVABLE-VALUE(CIX-IDX) TO PRN-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TERMINATION RECEIVABLE FROM CARRIER: " PRN-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       COMPUTE WS-CARRIER-NET-POSITION =
           CIX-RECEIVABLE-VALUE(CIX-IDX) - CIX-PAYABLE-VALUE(CIX-IDX)
       MOVE WS-CARRIER-NET-POSITION TO PRN-SIGNED-NET
       MOVE SPACES TO SETTLEMENTLINE
       IF WS-CARRIER-NET-POSITION LESS THAN ZERO
           STRING "  NET PAYABLE TO CARRIER: " PRN-SIGNED-NET
               DELIMITED BY SIZE INTO SETTLEMENTLINE
           END-STRING
       ELSE
           STRING "  NET RECEIVABLE FROM CARRIER: " PRN-SIGNED-NET
               DELIMITED BY SIZE INTO SETTLEMENTLINE
           END-STRING
       END-IF
       PERFORM WRITE-SETTLEMENT-LINE
       ADD CIX-PAYABLE-VALUE(CIX-IDX) TO STT-TOTAL-PAYABLE
       ADD CIX-RECEIVABLE-VALUE(CIX-IDX) TO STT-TOTAL-RECEIVABLE
       PERFORM WRITE-CARRIER-GL-RECORDS.

WRITE-CARRIER-GL-RECORDS.
       IF CIX-PAYABLE-VALUE(CIX-IDX) GREATER THAN ZERO
           MOVE 1 TO ICG-ACCOUNT-CODE
           MOVE SPACES TO ICG-ACCOUNT-DESC
           STRING "TERM PAYABLE " CIX-CARRIERID(CIX-IDX)
               DELIMITED BY SIZE INTO ICG-ACCOUNT-DESC
           END-STRING
           MOVE CIX-PAYABLE-VALUE(CIX-IDX) TO ICG-AMOUNT
           PERFORM WRITE-INTERCONNECT-GL-RECORD
       END-IF
       IF CIX-RECEIVABLE-VALUE(CIX-IDX) GREATER THAN ZERO
           MOVE 2 TO ICG-ACCOUNT-CODE
           MOVE SPACES TO ICG-ACCOUNT-DESC
           STRING "TERM RECEIVABLE " CIX-CARRIERID(CIX-IDX)
               DELIMITED BY SIZE INTO ICG-ACCOUNT-DESC
           END-STRING
           MOVE CIX-RECEIVABLE-VALUE(CIX-IDX) TO ICG-AMOUNT
           PERFORM WRITE-INTERCONNECT-GL-RECORD
       END-IF.

WRITE-INTERCONNECT-GL-RECORD.
       MOVE ZERO TO ICG-FIRST-INVOICE
       MOVE ZERO TO ICG-LAST-INVOICE
       WRITE INTERCONNECTGLREC
       IF WS-ICG-STATUS NOT EQUAL TO "00"
           MOVE "INTERCONNECTGLFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-ICG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-NETTING-SUMMARY.
       MOVE SPACES TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE "TWO-WAY NETTING SUMMARY" TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE STT-TOTAL-PAYABLE TO PRN-NET-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TOTAL TERMINATION PAYABLE ALL CARRIERS:    "
           PRN-NET-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE STT-TOTAL-RECEIVABLE TO PRN-NET-AMOUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TOTAL TERMINATION RECEIVABLE ALL CARRIERS: "
           PRN-NET-AMOUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       COMPUTE WS-CARRIER-NET-POSITION =
           STT-TOTAL-RECEIVABLE - STT-TOTAL-PAYABLE
       MOVE WS-CARRIER-NET-POSITION TO PRN-SIGNED-NET
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  NET POSITION (RECEIVABLE - PAYABLE):       "
           PRN-SIGNED-NET
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE STT-INBOUND-REJECTED TO PRN-COUNT
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  INBOUND RECORDS REJECTED: " PRN-COUNT
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE.

PRINT-MINUTES-TIE-OUT.
       MOVE SPACES TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       MOVE "VOICE MINUTES TIE-OUT TO BILLING CONTROL TOTALS"
           TO SETTLEMENTLINE
       PERFORM WRITE-SETTLEMENT-LINE
       COMPUTE WS-REPORT-MINUTES ROUNDED = STT-ONNET-VOICE-SECONDS / 60
       MOVE WS-REPORT-MINUTES TO PRN-QUANTITY
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  ON-NET VOICE MINUTES:              " PRN-QUANTITY
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       COMPUTE WS-REPORT-MINUTES ROUNDED = STT-OFFNET-VOICE-SECONDS / 60
       MOVE WS-REPORT-MINUTES TO PRN-QUANTITY
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  OFF-NET VOICE MINUTES:             " PRN-QUANTITY
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       COMPUTE WS-REPORT-MINUTES ROUNDED = STT-SORTED-VOICE-SECONDS / 60
       MOVE WS-REPORT-MINUTES TO PRN-QUANTITY
       MOVE SPACES TO SETTLEMENTLINE
       STRING "  TOTAL VOICE MINUTES ON CALL FILE:  " PRN-QUANTITY
           DELIMITED BY SIZE INTO SETTLEMENTLINE
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE
       IF NOT CONTROL-TOTALS-PRESENT
           MOVE "  *** NO BILLING CONTROL TOTALS - TIE-OUT NOT PERFORMED ***"
               TO SETTLEMENTLINE
           PERFORM WRITE-SETTLEMENT-LINE
       ELSE
           COMPUTE WS-REPORT-MINUTES ROUNDED =
               CTL-UNBILLED-VOICE-SECONDS / 60
           MOVE WS-REPORT-MINUTES TO PRN-QUANTITY
           MOVE SPACES TO SETTLEMENTLINE
           STRING "  LESS NOT RETAIL BILLED:            " PRN-QUANTITY
               DELIMITED BY SIZE INTO SETTLEMENTLINE
           END-STRING
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE WS-BILLED-VOICE-MINUTES TO PRN-MINUTES
           MOVE SPACES TO SETTLEMENTLINE
           STRING "  BILLED VOICE MINUTES (WHOLE):   " PRN-MINUTES
               DELIMITED BY SIZE INTO SETTLEMENTLINE
           END-STRING
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE CTL-VOICE-MINUTES TO PRN-MINUTES
           MOVE SPACES TO SETTLEMENTLINE
           STRING "  CONTROL TOTAL VOICE-MINUTES:    " PRN-MINUTES
               DELIMITED BY SIZE INTO SETTLEMENTLINE
           END-STRING
           PERFORM WRITE-SETTLEMENT-LINE
           IF MINUTES-TIE-OUT
               MOVE "  VOICE MINUTES TIE TO THE BILLING CONTROL TOTAL"
                   TO SETTLEMENTLINE
           ELSE
               MOVE "  *** VOICE MINUTES DO NOT TIE - INVESTIGATE ***"
                   TO SETTLEMENTLINE
           END-IF
           PERFORM WRITE-SETTLEMENT-LINE
       END-IF.

WRITE-SETTLEMENT-LINE.
       WRITE SETTLEMENTLINE
       IF WS-SET-STATUS NOT EQUAL TO "00"
           MOVE "SETTLEMENTREPORT" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-SET-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-SORTED-CALL-RECORD.
       READ SORTEDCALLSFILE AT END SET ENDOFSORTEDCALLS TO TRUE
       END-READ
       IF WS-SCF-STATUS NOT EQUAL TO "00" AND WS-SCF-STATUS NOT EQUAL TO "10"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "InterconnectSettlement.rpt" TO WS-REG-REPORT-NAME
       MOVE "InterconnectSettlement.rpt" TO WS-REG-FILENAME
       ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
       MOVE WS-REG-DATE(1:6) TO WS-REG-PERIOD
       MOVE CIX-COUNT TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.
