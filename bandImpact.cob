IDENTIFICATION DIVISION.
PROGRAM-ID. BANDIMPACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SORTEDCALLSFILE ASSIGN TO DYNAMIC WS-SCF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCF-STATUS.

       SELECT IMPACTREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SORTEDCALLSFILE.
01     SUBSCRIBERREC.
       02  SUBSCRIBERID            PIC 9(10).
       02  SERVICETYPE             PIC 9.
       02  SERVICECOST             PIC 9(4)V99.
       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  ROAMINGPARTNER          PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

FD     IMPACTREPORTFILE.
01     IMPACTREPORTLINE            PIC X(100).

WORKING-STORAGE SECTION.
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-REPORT-PERIOD            PIC 9(6).
01     WS-SCF-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).
01     WS-SCF-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-SCF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDCALLS        VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-CURRENT-BASIS            PIC X VALUE "C".
01     WS-PRIOR-BASIS              PIC X VALUE "P".
01     WS-CURRENT-BAND             PIC X.
01     WS-PRIOR-BAND               PIC X.
01     WS-CALL-DAYOFWEEK           PIC 9.
01     WS-FROM-IDX                 PIC 9.
01     WS-TO-IDX                   PIC 9.
01     BAND-CODES                  PIC X(3) VALUE "POW".

01     IMPACT-TOTALS.
       02  IMT-CALLS-READ          PIC 9(8) VALUE ZERO.
       02  IMT-CALLS-CHANGED       PIC 9(7) VALUE ZERO.
       02  IMT-VALUE-CHANGED       PIC 9(9)V99 VALUE ZERO.
       02  IMT-FROM-BAND OCCURS 3 TIMES.
           03  IMT-TO-BAND OCCURS 3 TIMES.
               04  IMT-MOVE-COUNT  PIC 9(7).
               04  IMT-MOVE-VALUE  PIC 9(9)V99.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "BANDIMPACT".
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE
           "SUBSCRIBERID  CALL TIME     SVC  DURATION       COST  OLD  NEW".

01     IMPACTDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-CALLTIMESTAMP       PIC 9(12).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-SERVICETYPE         PIC 9.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DURATION            PIC ZZ,ZZ9.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-COST                PIC $$,$$9.99.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-PRIOR-BAND          PIC X.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-CURRENT-BAND        PIC X.

01     IMPACTSUMMARYLINE.
       02  FILLER                  PIC X(10) VALUE "  BAND ".
       02  PRN-SUMMARY-FROM        PIC X.
       02  FILLER                  PIC X(4) VALUE " TO ".
       02  PRN-SUMMARY-TO          PIC X.
       02  FILLER                  PIC X(9) VALUE "  CALLS: ".
       02  PRN-SUMMARY-COUNT       PIC ZZZ,ZZ9.
       02  FILLER                  PIC X(9) VALUE "  VALUE: ".
       02  PRN-SUMMARY-VALUE       PIC $$$,$$$,$$9.99.

01     PRN-TOTAL-COUNT             PIC ZZ,ZZZ,ZZ9.
01     PRN-CHANGED-COUNT           PIC ZZ,ZZZ,ZZ9.
01     PRN-CHANGED-VALUE           PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "BANDIMPACT -- SUPPLY THE BILLING PERIOD AS YYYYMM"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-REPORT-PERIOD
       MOVE SPACES TO WS-SCF-FILENAME
       STRING "Listing14-2-" WS-REPORT-PERIOD ".srt"
           DELIMITED BY SIZE INTO WS-SCF-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "BandImpact-" WS-REPORT-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN INPUT SORTEDCALLSFILE
       IF WS-SCF-STATUS EQUAL TO "35"
           DISPLAY "NO SORTED CALLS FILE FOR PERIOD " WS-REPORT-PERIOD
               " - NOTHING TO COMPARE"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-SCF-STATUS NOT EQUAL TO "00"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT IMPACTREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "IMPACTREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       INITIALIZE IMPACT-TOTALS
       MOVE SPACES TO REPORTHEADER
       STRING "UNIVERSAL TELECOMS CALLS BANDED DIFFERENTIALLY UNDER "
           "PRIOR RULES  PERIOD " WS-REPORT-PERIOD
           DELIMITED BY SIZE INTO REPORTHEADER
       END-STRING
       MOVE REPORTHEADER TO IMPACTREPORTLINE
       PERFORM WRITE-IMPACT-REPORT-LINE
       MOVE COLUMNHEADER TO IMPACTREPORTLINE
       PERFORM WRITE-IMPACT-REPORT-LINE
       PERFORM READ-SORTED-CALL
       PERFORM UNTIL ENDOFSORTEDCALLS
           ADD 1 TO IMT-CALLS-READ
           PERFORM COMPARE-CALL-BANDING
           PERFORM READ-SORTED-CALL
       END-PERFORM
       PERFORM PRINT-IMPACT-SUMMARY
       CLOSE SORTEDCALLSFILE
       CLOSE IMPACTREPORTFILE
       MOVE "BAND CHANGE IMPACT" TO WS-REG-REPORT-NAME
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE IMT-CALLS-CHANGED TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REPORT-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       DISPLAY "BANDIMPACT -- CALLS READ: " IMT-CALLS-READ
           "  BANDED DIFFERENTLY: " IMT-CALLS-CHANGED
       STOP RUN.

COMPARE-CALL-BANDING.
       CALL "RATEBAND" USING CALLTIMESTAMP, SERVICETYPE,
           WS-CURRENT-BASIS, WS-CURRENT-BAND, WS-CALL-DAYOFWEEK
       CALL "RATEBAND" USING CALLTIMESTAMP, SERVICETYPE,
           WS-PRIOR-BASIS, WS-PRIOR-BAND, WS-CALL-DAYOFWEEK
       IF WS-CURRENT-BAND NOT EQUAL TO WS-PRIOR-BAND
           ADD 1 TO IMT-CALLS-CHANGED
           ADD SERVICECOST TO IMT-VALUE-CHANGED
           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                   UNTIL WS-FROM-IDX GREATER THAN 3
                   OR BAND-CODES(WS-FROM-IDX:1) EQUAL TO WS-PRIOR-BAND
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX GREATER THAN 3
                   OR BAND-CODES(WS-TO-IDX:1) EQUAL TO WS-CURRENT-BAND
               CONTINUE
           END-PERFORM
           IF WS-FROM-IDX NOT GREATER THAN 3
                   AND WS-TO-IDX NOT GREATER THAN 3
               ADD 1 TO IMT-MOVE-COUNT(WS-FROM-IDX, WS-TO-IDX)
               ADD SERVICECOST TO IMT-MOVE-VALUE(WS-FROM-IDX, WS-TO-IDX)
           END-IF
           MOVE SUBSCRIBERID TO PRN-SUBSCRIBERID
           MOVE CALLTIMESTAMP TO PRN-CALLTIMESTAMP
           MOVE SERVICETYPE TO PRN-SERVICETYPE
           MOVE CALLDURATION TO PRN-DURATION
           MOVE SERVICECOST TO PRN-COST
           MOVE WS-PRIOR-BAND TO PRN-PRIOR-BAND
           MOVE WS-CURRENT-BAND TO PRN-CURRENT-BAND
           MOVE IMPACTDETAILLINE TO IMPACTREPORTLINE
           PERFORM WRITE-IMPACT-REPORT-LINE
       END-IF.

PRINT-IMPACT-SUMMARY.
       MOVE SPACES TO IMPACTREPORTLINE
       PERFORM WRITE-IMPACT-REPORT-LINE
       MOVE "SUMMARY OF BAND MOVEMENTS (PRIOR RULES TO CURRENT RULES)"
           TO IMPACTREPORTLINE
       PERFORM WRITE-IMPACT-REPORT-LINE
       PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
               UNTIL WS-FROM-IDX GREATER THAN 3
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX GREATER THAN 3
               IF IMT-MOVE-COUNT(WS-FROM-IDX, WS-TO-IDX)
                       GREATER THAN ZERO
                   MOVE BAND-CODES(WS-FROM-IDX:1) TO PRN-SUMMARY-FROM
                   MOVE BAND-CODES(WS-TO-IDX:1) TO PRN-SUMMARY-TO
                   MOVE IMT-MOVE-COUNT(WS-FROM-IDX, WS-TO-IDX)
                       TO PRN-SUMMARY-COUNT
                   MOVE IMT-MOVE-VALUE(WS-FROM-IDX, WS-TO-IDX)
                       TO PRN-SUMMARY-VALUE
                   MOVE IMPACTSUMMARYLINE TO IMPACTREPORTLINE
                   PERFORM WRITE-IMPACT-REPORT-LINE
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE IMT-CALLS-READ TO PRN-TOTAL-COUNT
       MOVE IMT-CALLS-CHANGED TO PRN-CHANGED-COUNT
       MOVE IMT-VALUE-CHANGED TO PRN-CHANGED-VALUE
       MOVE SPACES TO IMPACTREPORTLINE
       STRING "CALLS READ: " PRN-TOTAL-COUNT
           "   BANDED DIFFERENTLY: " PRN-CHANGED-COUNT
           "   VALUE: " PRN-CHANGED-VALUE
           DELIMITED BY SIZE INTO IMPACTREPORTLINE
       END-STRING
       PERFORM WRITE-IMPACT-REPORT-LINE.

READ-SORTED-CALL.
       READ SORTEDCALLSFILE AT END SET ENDOFSORTEDCALLS TO TRUE
       END-READ
       IF WS-SCF-STATUS NOT EQUAL TO "00" AND WS-SCF-STATUS NOT EQUAL TO "10"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-IMPACT-REPORT-LINE.
       WRITE IMPACTREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "IMPACTREPORTFILE" TO ABEND-FILE-NAME
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
