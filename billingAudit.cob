           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLX-STATUS.

       SELECT WHOLESALEUSAGEFILE ASSIGN TO DYNAMIC WS-WHU-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHU-STATUS.

       SELECT SWITCHCONTROLFILE ASSIGN TO DYNAMIC WS-SWC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWC-STATUS.

       SELECT AUDITREPORTFILE ASSIGN TO "BillingAudit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

FD     GLEXTRACTFILE.
01     GLEXTRACTREC.
       02  GLX-SERVICETYPE-CODE         PIC 99.
       02  GLX-SERVICETYPE-DESC         PIC X(20).
       02  GLX-TOTALBILLED             PIC S9(9)V99.
       02  GLX-FIRST-INVOICE            PIC 9(10).
       02  GLX-LAST-INVOICE             PIC 9(10).

FD     WHOLESALEUSAGEFILE.
       COPY "WHOLESALEUSAGE.cpy"
           REPLACING ==:RECNAME:== BY ==WHOLESALEUSAGEREC==
                     ==:PREFIX:==  BY ==WHU-==.

FD     SWITCHCONTROLFILE.
01     SWITCHCONTROLREC.
       02  SWC-SERVICETYPE         PIC 9.
       02  SWC-RECORD-COUNT        PIC 9(7).
       02  SWC-TOTAL-MINUTES       PIC 9(9).
       02  SWC-TOTAL-MB            PIC 9(9).

FD     AUDITREPORTFILE.
01     AUDITREPORTLINE             PIC X(120).

01     WS-TSE-STATUS               PIC XX.
01     WS-GLX-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-WHU-STATUS               PIC XX.
01     WS-WHU-FILENAME             PIC X(40).
01     WS-SWC-STATUS               PIC XX.
01     WS-SWC-FILENAME             PIC X(40).
01     WS-SWITCH-DAY               PIC 99.
01     WS-SWITCH-DAYS-FOUND        PIC 99 VALUE ZERO.
01     WS-SVC-SUB                  PIC 99.

01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".
       88  ENDOFTOPSPENDERS        VALUE "Y".
01     WS-GLX-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFGLEXTRACT          VALUE "Y".
01     WS-WHU-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFWHOLESALEDETAIL    VALUE "Y".
01     WS-SWC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSWITCHCONTROL      VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
       02  AUD-GL-ETF              PIC S9(9)V99 VALUE ZERO.
       02  AUD-GL-RECURRING        PIC S9(9)V99 VALUE ZERO.
       02  AUD-GL-INSTALLMENT      PIC S9(9)V99 VALUE ZERO.
       02  AUD-GL-ADDON            PIC S9(9)V99 VALUE ZERO.
       02  AUD-GL-PREMIUM          PIC S9(9)V99 VALUE ZERO.
       02  AUD-GL-WHOLESALE        PIC S9(9)V99 VALUE ZERO.
       02  AUD-WHU-COUNT           PIC 9(9) VALUE ZERO.
       02  AUD-WHU-CHARGE          PIC 9(11)V99 VALUE ZERO.

01     AUD-SWITCH-TOTALS.
       02  AUD-SWITCH-RECORDS      PIC 9(9) VALUE ZERO
                                   OCCURS 6 TIMES.
01     AUD-USAGE-ACCOUNTED         PIC S9(10).

01     AUD-EXPECTED-REVENUE        PIC S9(11)V99.
01     AUD-VARIANCE                PIC S9(11)V99.
01     PRN-AMOUNT-B                PIC $$$,$$$,$$$,$$9.99-.
01     PRN-COUNT-A                 PIC ZZZ,ZZ9.
01     PRN-COUNT-B                 PIC ZZZ,ZZ9.
01     PRN-USAGE-TYPE              PIC 9.
01     PRN-USAGE-SWITCH            PIC ZZZ,ZZZ,ZZ9.
01     PRN-USAGE-RETAIL            PIC ZZZ,ZZZ,ZZ9.
01     PRN-USAGE-WHOLESALE         PIC ZZZ,ZZZ,ZZ9.
01     PRN-USAGE-SCREENED          PIC ZZZ,ZZZ,ZZ9-.

01     WS-REG-REPORT-NAME      PIC X(28).
01     WS-REG-FILENAME         PIC X(40).
01     WS-REG-RESULT           PIC 9.
01     WS-REG-DATE             PIC 9(8).

01     WS-RHL-PROGRAM              PIC X(12) VALUE "BILLINGAUDIT".
01     WS-RHL-PERIOD               PIC 9(6) VALUE ZERO.
01     WS-RHL-EVENT                PIC X(5).
01     WS-RHL-RECORDS-IN           PIC 9(7) VALUE ZERO.
01     WS-RHL-RECORDS-OUT          PIC 9(7) VALUE ZERO.
01     WS-RHL-RC                   PIC 99.
01     WS-RHL-RESULT               PIC 9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               STOP RUN
       END-READ
       CLOSE CONTROLTOTALSFILE
       MOVE WS-RUN-PARM(1:6) TO WS-RHL-PERIOD
       MOVE "START" TO WS-RHL-EVENT
       MOVE ZERO TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       OPEN OUTPUT AUDITREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "AUDITREPORTFILE" TO ABEND-FILE-NAME
       PERFORM TOTAL-INVOICE-FEED
       PERFORM TOTAL-TOPSPENDERS-EXTRACT
       PERFORM TOTAL-GL-EXTRACT
       IF NOT CYCLE-SELECTED-AUDIT OR WS-CYCLE-PARM EQUAL TO "01"
           PERFORM TOTAL-WHOLESALE-DETAIL
       END-IF
       PERFORM CROSS-FOOT-ALL-OUTPUTS
       PERFORM PROVE-USAGE-AGAINST-SWITCH
       CLOSE AUDITREPORTFILE
       IF WS-VARIANCE-COUNT GREATER THAN ZERO
           DISPLAY "BILLINGAUDIT -- " WS-VARIANCE-COUNT
           DISPLAY "BILLINGAUDIT -- ALL OUTPUTS CROSS-FOOT CLEANLY"
       END-IF
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       MOVE "END" TO WS-RHL-EVENT
       MOVE RETURN-CODE TO WS-RHL-RC
       PERFORM LOG-RUN-HISTORY
       STOP RUN.

TOTAL-INVOICE-FEED.
                   ADD GLX-TOTALBILLED TO AUD-GL-PRIOR
               WHEN 9
                   ADD GLX-TOTALBILLED TO AUD-GL-RECURRING
               WHEN 10
                   ADD GLX-TOTALBILLED TO AUD-GL-ADDON
               WHEN 11
                   ADD GLX-TOTALBILLED TO AUD-GL-PREMIUM
               WHEN 12
                   ADD GLX-TOTALBILLED TO AUD-GL-WHOLESALE
           END-EVALUATE
           PERFORM READ-GL-EXTRACT-RECORD
       END-PERFORM
       CLOSE GLEXTRACTFILE.

TOTAL-WHOLESALE-DETAIL.
       MOVE SPACES TO WS-WHU-FILENAME
       STRING "Wholesale-" WS-RUN-PARM(1:6) ".dtl"
           DELIMITED BY SIZE INTO WS-WHU-FILENAME
       END-STRING
       OPEN INPUT WHOLESALEUSAGEFILE
       IF WS-WHU-STATUS EQUAL TO "35"
           CONTINUE
       ELSE
           IF WS-WHU-STATUS NOT EQUAL TO "00"
               MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-WHOLESALE-DETAIL-RECORD
           PERFORM UNTIL ENDOFWHOLESALEDETAIL
               ADD 1 TO AUD-WHU-COUNT
               ADD WHU-CHARGE TO AUD-WHU-CHARGE
               PERFORM READ-WHOLESALE-DETAIL-RECORD
           END-PERFORM
           CLOSE WHOLESALEUSAGEFILE
       END-IF.

CROSS-FOOT-ALL-OUTPUTS.
       MOVE CTL-FEED-BILLED-TOTAL TO PRN-AMOUNT-A
       MOVE AUD-FEED-BILLED TO PRN-AMOUNT-B
       COMPUTE AUD-VARIANCE =
           AUD-GL-SERVICE-TOTAL + AUD-GL-LATEFEE - AUD-GL-DISCOUNTS
           + AUD-GL-PRIOR + AUD-GL-RECURRING + AUD-GL-ETF
           + AUD-GL-INSTALLMENT + AUD-GL-ADDON + AUD-GL-PREMIUM
       MOVE AUD-EXPECTED-REVENUE TO PRN-AMOUNT-A
       MOVE AUD-VARIANCE TO PRN-AMOUNT-B
       MOVE SPACES TO AUDITREPORTLINE
       PERFORM WRITE-AUDIT-REPORT-LINE
       IF AUD-VARIANCE NOT EQUAL TO AUD-EXPECTED-REVENUE
           PERFORM REPORT-AUDIT-VARIANCE
       END-IF
       MOVE CTL-WHOLESALE-REVENUE TO PRN-AMOUNT-A
       MOVE AUD-WHU-CHARGE TO PRN-AMOUNT-B
       MOVE SPACES TO AUDITREPORTLINE
       STRING "WHOLESALE CHARGES  -- CONTROL: " PRN-AMOUNT-A
           "  USAGE DETAIL: " PRN-AMOUNT-B
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       IF AUD-WHU-CHARGE NOT EQUAL TO CTL-WHOLESALE-REVENUE
           PERFORM REPORT-AUDIT-VARIANCE
       END-IF
       MOVE CTL-WHOLESALE-RECORDS TO PRN-USAGE-SWITCH
       MOVE AUD-WHU-COUNT TO PRN-USAGE-RETAIL
       MOVE SPACES TO AUDITREPORTLINE
       STRING "WHOLESALE RECORDS  -- CONTROL: " PRN-USAGE-SWITCH
           "  USAGE DETAIL: " PRN-USAGE-RETAIL
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       IF AUD-WHU-COUNT NOT EQUAL TO CTL-WHOLESALE-RECORDS
           PERFORM REPORT-AUDIT-VARIANCE
       END-IF
       MOVE CTL-WHOLESALE-REVENUE TO PRN-AMOUNT-A
       MOVE AUD-GL-WHOLESALE TO PRN-AMOUNT-B
       MOVE SPACES TO AUDITREPORTLINE
       STRING "WHOLESALE REVENUE  -- CONTROL: " PRN-AMOUNT-A
           "  GL EXTRACT: " PRN-AMOUNT-B
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       IF AUD-GL-WHOLESALE NOT EQUAL TO CTL-WHOLESALE-REVENUE
           PERFORM REPORT-AUDIT-VARIANCE
       END-IF.

PROVE-USAGE-AGAINST-SWITCH.
       MOVE SPACES TO AUDITREPORTLINE
       PERFORM WRITE-AUDIT-REPORT-LINE
       IF CYCLE-SELECTED-AUDIT
           MOVE "SWITCH COUNT PROOF -- COVERS THE FULL PERIOD ONLY, "
               & "NOT RUN FOR A SINGLE CYCLE" TO AUDITREPORTLINE
           PERFORM WRITE-AUDIT-REPORT-LINE
       ELSE
       PERFORM VARYING WS-SWITCH-DAY FROM 1 BY 1
               UNTIL WS-SWITCH-DAY GREATER THAN 31
           PERFORM ADD-ONE-SWITCH-CONTROL-DAY
       END-PERFORM
       IF WS-SWITCH-DAYS-FOUND EQUAL TO ZERO
           MOVE "SWITCH COUNT PROOF -- NO SWITCH CONTROL SUMMARIES "
               & "FOR THE PERIOD, PROOF NOT POSSIBLE" TO AUDITREPORTLINE
           PERFORM WRITE-AUDIT-REPORT-LINE
       ELSE
           MOVE SPACES TO AUDITREPORTLINE
           STRING "SWITCH COUNT PROOF -- RETAIL PLUS WHOLESALE PLUS "
               "SCREENED USAGE AGAINST " WS-SWITCH-DAYS-FOUND
               " DAILY SWITCH SUMMARIES"
               DELIMITED BY SIZE INTO AUDITREPORTLINE
           END-STRING
           PERFORM WRITE-AUDIT-REPORT-LINE
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB GREATER THAN 6
               PERFORM PROVE-ONE-SERVICE-TYPE
           END-PERFORM
       END-IF
       END-IF.

ADD-ONE-SWITCH-CONTROL-DAY.
       MOVE SPACES TO WS-SWC-FILENAME
       STRING "SwitchControl-" WS-RUN-PARM(1:6) WS-SWITCH-DAY ".dat"
           DELIMITED BY SIZE INTO WS-SWC-FILENAME
       END-STRING
       OPEN INPUT SWITCHCONTROLFILE
       IF WS-SWC-STATUS EQUAL TO "35"
           CONTINUE
       ELSE
           IF WS-SWC-STATUS NOT EQUAL TO "00"
               MOVE "SWITCHCONTROLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SWC-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-SWITCH-DAYS-FOUND
           MOVE "N" TO WS-SWC-EOF-SWITCH
           PERFORM READ-SWITCH-CONTROL-RECORD
           PERFORM UNTIL ENDOFSWITCHCONTROL
               IF SWC-SERVICETYPE GREATER THAN ZERO
                       AND SWC-SERVICETYPE NOT GREATER THAN 6
                   ADD SWC-RECORD-COUNT
                       TO AUD-SWITCH-RECORDS(SWC-SERVICETYPE)
               END-IF
               PERFORM READ-SWITCH-CONTROL-RECORD
           END-PERFORM
           CLOSE SWITCHCONTROLFILE
       END-IF.

PROVE-ONE-SERVICE-TYPE.
       COMPUTE AUD-USAGE-ACCOUNTED =
           CTL-RETAIL-USAGE-RECORDS(WS-SVC-SUB)
           + CTL-WHOLESALE-USAGE-RECORDS(WS-SVC-SUB)
           + CTL-SCREENED-USAGE-RECORDS(WS-SVC-SUB)
       MOVE WS-SVC-SUB TO PRN-USAGE-TYPE
       MOVE AUD-SWITCH-RECORDS(WS-SVC-SUB) TO PRN-USAGE-SWITCH
       MOVE CTL-RETAIL-USAGE-RECORDS(WS-SVC-SUB) TO PRN-USAGE-RETAIL
       MOVE CTL-WHOLESALE-USAGE-RECORDS(WS-SVC-SUB)
           TO PRN-USAGE-WHOLESALE
       MOVE CTL-SCREENED-USAGE-RECORDS(WS-SVC-SUB)
           TO PRN-USAGE-SCREENED
       MOVE SPACES TO AUDITREPORTLINE
       STRING "SERVICE TYPE " PRN-USAGE-TYPE
           " -- SWITCH: " PRN-USAGE-SWITCH
           "  RETAIL: " PRN-USAGE-RETAIL
           "  WHOLESALE: " PRN-USAGE-WHOLESALE
           "  SCREENED: " PRN-USAGE-SCREENED
           DELIMITED BY SIZE INTO AUDITREPORTLINE
       END-STRING
       PERFORM WRITE-AUDIT-REPORT-LINE
       IF AUD-USAGE-ACCOUNTED NOT EQUAL TO
               AUD-SWITCH-RECORDS(WS-SVC-SUB)
           PERFORM REPORT-AUDIT-VARIANCE
       END-IF.

REPORT-AUDIT-VARIANCE.
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-WHOLESALE-DETAIL-RECORD.
       READ WHOLESALEUSAGEFILE AT END SET ENDOFWHOLESALEDETAIL TO TRUE
       END-READ
       IF WS-WHU-STATUS NOT EQUAL TO "00" AND WS-WHU-STATUS NOT EQUAL TO "10"
           MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

READ-SWITCH-CONTROL-RECORD.
       READ SWITCHCONTROLFILE AT END SET ENDOFSWITCHCONTROL TO TRUE
       END-READ
       IF WS-SWC-STATUS NOT EQUAL TO "00" AND WS-SWC-STATUS NOT EQUAL TO "10"
           MOVE "SWITCHCONTROLFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SWC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-RUN-HISTORY.
       CALL "RUNHISTORYLOG" USING WS-RHL-PROGRAM, WS-RHL-PERIOD,
           WS-RHL-EVENT, WS-RHL-RECORDS-IN, WS-RHL-RECORDS-OUT,
           WS-RHL-RC, WS-RHL-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
