           RECORD KEY IS PBK-BUCKET-KEY
           FILE STATUS IS WS-PBK-STATUS.

       SELECT ROLLOVERSTAGE ASSIGN TO "RolloverStage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RVS-STATUS.

       SELECT ROLLOVERFILE ASSIGN TO "AllowanceRollover.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCV-ROLLOVER-KEY
           FILE STATUS IS WS-RCV-STATUS.

       SELECT ADDONBUNDLESTAGE ASSIGN TO "AddonBundleStage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADS-STATUS.

       SELECT ADDONBUNDLEFILE ASSIGN TO "AddonBundles.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADB-BUNDLE-KEY
           FILE STATUS IS WS-ADB-STATUS.

       SELECT RESUBMITFILE ASSIGN TO "Resubmit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSB-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCF-STATUS.

       SELECT STAGEDWHOLESALEFILE ASSIGN TO DYNAMIC WS-SWH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWH-STATUS.

       SELECT WHOLESALEUSAGEFILE ASSIGN TO DYNAMIC WS-WHU-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHU-STATUS.

       SELECT POSTEDPERIODFILE ASSIGN TO "PostedPeriods.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
                     ==:PREFIX:==  BY ==INV-==.

FD     STAGEDGLEXTRACT.
01     STAGEDGLREC                 PIC X(53).

FD     GLEXTRACTFILE.
01     GLEXTRACTREC                PIC X(53).

FD     STAGEDCONTROLFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==PREPAIDBUCKETREC==
                     ==:PREFIX:==  BY ==PBK-==.

FD     ROLLOVERSTAGE.
       COPY "ALLOWANCEROLLOVER.cpy"
           REPLACING ==:RECNAME:== BY ==ROLLOVERSTAGEREC==
                     ==:PREFIX:==  BY ==RVS-==.

FD     ROLLOVERFILE.
       COPY "ALLOWANCEROLLOVER.cpy"
           REPLACING ==:RECNAME:== BY ==ROLLOVERREC==
                     ==:PREFIX:==  BY ==RCV-==.

FD     ADDONBUNDLESTAGE.
       COPY "ADDONBUNDLE.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONBUNDLESTAGEREC==
                     ==:PREFIX:==  BY ==ADS-==.

FD     ADDONBUNDLEFILE.
       COPY "ADDONBUNDLE.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONBUNDLEREC==
                     ==:PREFIX:==  BY ==ADB-==.

FD     RESUBMITFILE.
01     RESUBMITREC                 PIC X(57).

FD     LATECDRFILE.
01     LATECDRREC                  PIC X(57).

FD     INSTALLMENTSTAGE.
       COPY "INSTALLMENT.cpy"
FD     PREPAIDCUTOFFFEED.
01     PREPAIDCUTOFFREC             PIC X(25).

FD     STAGEDWHOLESALEFILE.
       COPY "WHOLESALEUSAGE.cpy"
           REPLACING ==:RECNAME:== BY ==STAGEDWHOLESALEREC==
                     ==:PREFIX:==  BY ==SWH-==.

FD     WHOLESALEUSAGEFILE.
       COPY "WHOLESALEUSAGE.cpy"
           REPLACING ==:RECNAME:== BY ==WHOLESALEUSAGEREC==
                     ==:PREFIX:==  BY ==WHU-==.

FD     POSTEDPERIODFILE.
01     POSTEDPERIODREC.
       02  PP-LOCK-KEY.
01     WS-INS-STATUS               PIC XX.
01     WS-PBS-STATUS               PIC XX.
01     WS-PBK-STATUS               PIC XX.
01     WS-RVS-STATUS               PIC XX.
01     WS-RCV-STATUS               PIC XX.
01     WS-ADS-STATUS               PIC XX.
01     WS-ADB-STATUS               PIC XX.
01     WS-RSB-STATUS               PIC XX.
01     WS-LCD-STATUS               PIC XX.
01     WS-LCD-FILENAME             PIC X(40).

01     WS-SCT-FILENAME             PIC X(40).
01     WS-CTL-FILENAME             PIC X(40).
01     WS-SWH-STATUS               PIC XX.
01     WS-SWH-FILENAME             PIC X(40).
01     WS-WHU-STATUS               PIC XX.
01     WS-WHU-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.

01     WS-PPB-PRIOR-BALANCE        PIC S9(7)V99.
01     WS-PMV-TYPE                 PIC X.
01     WS-PMV-SUBSCRIBERID         PIC 9(10).
01     WS-PMV-AMOUNT               PIC S9(9)V99.
01     WS-PMV-PROGRAM              PIC X(12) VALUE "BILLRELEASE".
01     WS-PMV-RESULT               PIC 9.
01     RELEASE-PERIOD-YYYYMM       PIC 9(6).
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     RUN-TIME-HHMMSSCC           PIC 9(8).
       88  SIGNED-ON-SUPERVISOR    VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-WORKED           VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "BILLRELEASE".

01     WS-SIF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDFEED         VALUE "Y".
       88  ENDOFINSTALLMENTSTAGE   VALUE "Y".
01     WS-PBS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBUCKETSTAGE        VALUE "Y".
01     WS-RVS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFROLLOVERSTAGE      VALUE "Y".
01     WS-ADS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFADDONBUNDLESTAGE   VALUE "Y".
01     WS-SWH-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDWHOLESALE    VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
       02  RLT-CUTOFF-RECORDS      PIC 9(7) VALUE ZERO.
       02  RLT-INSTALLMENT-RECORDS PIC 9(7) VALUE ZERO.
       02  RLT-BUCKET-RECORDS      PIC 9(7) VALUE ZERO.
       02  RLT-ROLLOVER-RECORDS    PIC 9(7) VALUE ZERO.
       02  RLT-ADDON-RECORDS       PIC 9(7) VALUE ZERO.
       02  RLT-PRIORPERIOD-DOCS    PIC 9(7) VALUE ZERO.
       02  RLT-WHOLESALE-RECORDS   PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
BEGIN.
       END-IF
       MOVE WS-RUN-PARM(1:6) TO RELEASE-PERIOD-YYYYMM
       CALL "SIGNON" USING WS-SIGNON-OPERATOR, WS-SIGNON-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-WORKED
           DISPLAY "RELEASE REFUSED - SIGN-ON FAILED"
           MOVE 12 TO RETURN-CODE
       STRING "Listing14-2-" RELEASE-PERIOD-YYYYMM ".ctl"
           DELIMITED BY SIZE INTO WS-CTL-FILENAME
       END-STRING
       MOVE SPACES TO WS-SWH-FILENAME
       STRING "Wholesale-" RELEASE-PERIOD-YYYYMM "-trial.dtl"
           DELIMITED BY SIZE INTO WS-SWH-FILENAME
       END-STRING
       MOVE SPACES TO WS-WHU-FILENAME
       STRING "Wholesale-" RELEASE-PERIOD-YYYYMM ".dtl"
           DELIMITED BY SIZE INTO WS-WHU-FILENAME
       END-STRING
       PERFORM WRITE-RUN-HISTORY-START
       PERFORM VERIFY-PERIOD-NOT-POSTED
       PERFORM RELEASE-INVOICE-FEED
       PERFORM RELEASE-GL-EXTRACT
       PERFORM RELEASE-CONTROL-TOTALS
       PERFORM RELEASE-WHOLESALE-DETAIL
       PERFORM POST-BILLING-HISTORY-STAGE
       PERFORM POST-YTD-STAGE
       PERFORM APPLY-PREPAID-STAGE
       PERFORM APPLY-PREPAID-BUCKET-STAGE
       PERFORM APPLY-ROLLOVER-STAGE
       PERFORM APPLY-ADDON-BUNDLE-STAGE
       PERFORM APPLY-DEFERRED-STAGE
       PERFORM APPLY-INSTALLMENT-STAGE
       PERFORM RELEASE-CUTOFF-FEED
           "  DEFERRED: " RLT-DEFERRED-RECORDS
           "  INSTALLMENTS: " RLT-INSTALLMENT-RECORDS
           "  CUTOFFS: " RLT-CUTOFF-RECORDS
       DISPLAY "  ROLLOVER: " RLT-ROLLOVER-RECORDS
           "  ADD-ON BUNDLES: " RLT-ADDON-RECORDS
           "  WHOLESALE: " RLT-WHOLESALE-RECORDS
       PERFORM WRITE-RUN-HISTORY-END
       STOP RUN.

       READ STAGEDGLEXTRACT AT END SET ENDOFSTAGEDGL TO TRUE
       END-READ.

RELEASE-WHOLESALE-DETAIL.
       OPEN INPUT STAGEDWHOLESALEFILE
       IF WS-SWH-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED WHOLESALE DETAIL PRESENT - SKIPPED"
       ELSE
           IF WS-SWH-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDWHOLESALEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SWH-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT WHOLESALEUSAGEFILE
           PERFORM READ-STAGED-WHOLESALE-RECORD
           PERFORM UNTIL ENDOFSTAGEDWHOLESALE
               WRITE WHOLESALEUSAGEREC FROM STAGEDWHOLESALEREC
               ADD 1 TO RLT-WHOLESALE-RECORDS
               PERFORM READ-STAGED-WHOLESALE-RECORD
           END-PERFORM
           CLOSE STAGEDWHOLESALEFILE
           CLOSE WHOLESALEUSAGEFILE
       END-IF.

READ-STAGED-WHOLESALE-RECORD.
       READ STAGEDWHOLESALEFILE AT END SET ENDOFSTAGEDWHOLESALE TO TRUE
       END-READ.

RELEASE-CONTROL-TOTALS.
       OPEN INPUT STAGEDCONTROLFILE
       IF WS-SCT-STATUS EQUAL TO "35"
           END-IF
           PERFORM READ-PREPAID-STAGE-RECORD
           PERFORM UNTIL ENDOFPREPAIDSTAGE
               MOVE PPS-SUBSCRIBERID TO PPB-SUBSCRIBERID
               READ PREPAIDBALANCE
                   INVALID KEY
                       MOVE ZERO TO WS-PPB-PRIOR-BALANCE
                   NOT INVALID KEY
                       MOVE PPB-BALANCE TO WS-PPB-PRIOR-BALANCE
               END-READ
               MOVE PPS-SUBSCRIBERID TO PPB-SUBSCRIBERID
               MOVE PPS-BALANCE TO PPB-BALANCE
               MOVE PPS-LASTTOPUPDATE TO PPB-LASTTOPUPDATE
                           PERFORM FILE-ERROR-HANDLER
                       END-IF
               END-WRITE
               MOVE "U" TO WS-PMV-TYPE
               MOVE PPS-SUBSCRIBERID TO WS-PMV-SUBSCRIBERID
               COMPUTE WS-PMV-AMOUNT = PPS-BALANCE - WS-PPB-PRIOR-BALANCE
               PERFORM LOG-PREPAID-MOVEMENT
               ADD 1 TO RLT-PREPAID-RECORDS
               PERFORM READ-PREPAID-STAGE-RECORD
           END-PERFORM
           CLOSE PREPAIDBALANCE
       END-IF.

LOG-PREPAID-MOVEMENT.
       CALL "PREPAIDMOVEMENT" USING WS-PMV-TYPE, WS-PMV-SUBSCRIBERID,
           WS-PMV-AMOUNT, WS-PMV-PROGRAM, WS-PMV-RESULT.

READ-PREPAID-STAGE-RECORD.
       READ PREPAIDSTAGE AT END SET ENDOFPREPAIDSTAGE TO TRUE
       END-READ.
       READ PREPAIDBUCKETSTAGE AT END SET ENDOFBUCKETSTAGE TO TRUE
       END-READ.

APPLY-ROLLOVER-STAGE.
       OPEN INPUT ROLLOVERSTAGE
       IF WS-RVS-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED ALLOWANCE ROLLOVER PRESENT - SKIPPED"
       ELSE
           IF WS-RVS-STATUS NOT EQUAL TO "00"
               MOVE "ROLLOVERSTAGE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-RVS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN I-O ROLLOVERFILE
           IF WS-RCV-STATUS EQUAL TO "35"
               OPEN OUTPUT ROLLOVERFILE
               CLOSE ROLLOVERFILE
               OPEN I-O ROLLOVERFILE
           END-IF
           IF WS-RCV-STATUS NOT EQUAL TO "00"
               MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-ROLLOVER-STAGE-RECORD
           PERFORM UNTIL ENDOFROLLOVERSTAGE
               MOVE ROLLOVERSTAGEREC TO ROLLOVERREC
               REWRITE ROLLOVERREC
                   INVALID KEY
                       WRITE ROLLOVERREC
                       IF WS-RCV-STATUS NOT EQUAL TO "00"
                           MOVE "ROLLOVERFILE"
                               TO ABEND-FILE-NAME
                           MOVE "WRITE" TO ABEND-OPERATION
                           MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
                           PERFORM FILE-ERROR-HANDLER
                       END-IF
               END-REWRITE
               ADD 1 TO RLT-ROLLOVER-RECORDS
               PERFORM READ-ROLLOVER-STAGE-RECORD
           END-PERFORM
           CLOSE ROLLOVERSTAGE
           CLOSE ROLLOVERFILE
       END-IF.

READ-ROLLOVER-STAGE-RECORD.
       READ ROLLOVERSTAGE AT END SET ENDOFROLLOVERSTAGE TO TRUE
       END-READ.

APPLY-ADDON-BUNDLE-STAGE.
       OPEN INPUT ADDONBUNDLESTAGE
       IF WS-ADS-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED ADD-ON BUNDLES PRESENT - SKIPPED"
       ELSE
           IF WS-ADS-STATUS NOT EQUAL TO "00"
               MOVE "ADDONBUNDLESTAGE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ADS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN I-O ADDONBUNDLEFILE
           IF WS-ADB-STATUS EQUAL TO "35"
               OPEN OUTPUT ADDONBUNDLEFILE
               CLOSE ADDONBUNDLEFILE
               OPEN I-O ADDONBUNDLEFILE
           END-IF
           IF WS-ADB-STATUS NOT EQUAL TO "00"
               MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-ADDON-BUNDLE-STAGE-RECORD
           PERFORM UNTIL ENDOFADDONBUNDLESTAGE
               MOVE ADDONBUNDLESTAGEREC TO ADDONBUNDLEREC
               REWRITE ADDONBUNDLEREC
                   INVALID KEY
                       WRITE ADDONBUNDLEREC
                       IF WS-ADB-STATUS NOT EQUAL TO "00"
                           MOVE "ADDONBUNDLEFILE"
                               TO ABEND-FILE-NAME
                           MOVE "WRITE" TO ABEND-OPERATION
                           MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
                           PERFORM FILE-ERROR-HANDLER
                       END-IF
               END-REWRITE
               ADD 1 TO RLT-ADDON-RECORDS
               PERFORM READ-ADDON-BUNDLE-STAGE-RECORD
           END-PERFORM
           CLOSE ADDONBUNDLESTAGE
           CLOSE ADDONBUNDLEFILE
       END-IF.

READ-ADDON-BUNDLE-STAGE-RECORD.
       READ ADDONBUNDLESTAGE AT END SET ENDOFADDONBUNDLESTAGE TO TRUE
       END-READ.

APPLY-DEFERRED-STAGE.
       OPEN INPUT DEFERREDSTAGE
       IF WS-DFS-STATUS EQUAL TO "35"
       CLOSE INSTALLMENTSTAGE
       OPEN OUTPUT PREPAIDBUCKETSTAGE
       CLOSE PREPAIDBUCKETSTAGE
       OPEN OUTPUT ROLLOVERSTAGE
       CLOSE ROLLOVERSTAGE
       OPEN OUTPUT ADDONBUNDLESTAGE
       CLOSE ADDONBUNDLESTAGE
       OPEN OUTPUT STAGEDWHOLESALEFILE
       CLOSE STAGEDWHOLESALEFILE
       DISPLAY "STAGING FILES RETIRED AFTER RELEASE".

RETIRE-CONSUMED-INPUT-FILES.
