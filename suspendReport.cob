           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT SUSPENDREQUESTFILE ASSIGN TO "SuspendRequests.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SRQ-SUBSCRIBERID
           FILE STATUS IS WS-SRQ-STATUS.

       SELECT SUSPENDREPORTFILE ASSIGN TO "SuspendedLines.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     SUSPENDREQUESTFILE.
       COPY "SUSPENDREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==SUSPENDREQUESTREC==
                     ==:PREFIX:==  BY ==SRQ-==.

FD     SUSPENDREPORTFILE.
01     SUSPENDREPORTLINE           PIC X(100).

WORKING-STORAGE SECTION.
01     WS-SMF-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-SRQ-STATUS               PIC XX.
01     WS-SRQ-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUSPENDREQUESTS    VALUE "Y".
01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".

01     RUN-TOTALS.
       02  SRT-RECORDS-READ        PIC 9(7) VALUE ZERO.
       02  SRT-SUSPENDED-COUNT     PIC 9(7) VALUE ZERO.
       02  SRT-PENDING-REQUESTS    PIC 9(7) VALUE ZERO.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE

01     PRN-TOTAL-COUNT             PIC ZZZ,ZZ9.

01     REQUESTHEADER               PIC X(100) VALUE
           "SUBSCRIBERID  TYPE  REASON  REQUESTED ON        EXPOSURE        LIMIT".

01     REQUESTDETAILLINE.
       02  PRN-REQ-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-REQ-TYPE            PIC X.
       02  FILLER                  PIC X(5) VALUE SPACES.
       02  PRN-REQ-REASON          PIC X(2).
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  PRN-REQ-DATE            PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REQ-EXPOSURE        PIC $$$,$$$,$$9.99-.
       02  PRN-REQ-LIMIT           PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           DELIMITED BY SIZE INTO SUSPENDREPORTLINE
       END-STRING
       PERFORM WRITE-SUSPEND-REPORT-LINE
       PERFORM REPORT-PENDING-REQUESTS
       CLOSE SUBSCRIBERMASTER
       CLOSE SUSPENDREPORTFILE
       DISPLAY "SUSPENDREPORT -- SUBSCRIBERS READ: " SRT-RECORDS-READ
           "  SUSPENDED: " SRT-SUSPENDED-COUNT
           "  REQUESTS PENDING: " SRT-PENDING-REQUESTS
       STOP RUN.

REPORT-ONE-SUSPENDED-LINE.
       PERFORM WRITE-SUSPEND-REPORT-LINE
       PERFORM TALLY-REASON-TOTAL.

REPORT-PENDING-REQUESTS.
       OPEN INPUT SUSPENDREQUESTFILE
       IF WS-SRQ-STATUS EQUAL TO "00"
           MOVE SPACES TO SUSPENDREPORTLINE
           PERFORM WRITE-SUSPEND-REPORT-LINE
           MOVE "SUSPENSION REQUESTS AWAITING ACTION"
               TO SUSPENDREPORTLINE
           PERFORM WRITE-SUSPEND-REPORT-LINE
           MOVE REQUESTHEADER TO SUSPENDREPORTLINE
           PERFORM WRITE-SUSPEND-REPORT-LINE
           PERFORM READ-SUSPEND-REQUEST
           PERFORM UNTIL ENDOFSUSPENDREQUESTS
               IF SRQ-REQUEST-PENDING
                   ADD 1 TO SRT-PENDING-REQUESTS
                   MOVE SRQ-SUBSCRIBERID TO PRN-REQ-SUBSCRIBERID
                   MOVE SRQ-REQUESTTYPE TO PRN-REQ-TYPE
                   MOVE SRQ-REASON TO PRN-REQ-REASON
                   MOVE SRQ-REQUESTDATE TO PRN-REQ-DATE
                   MOVE SRQ-EXPOSURE TO PRN-REQ-EXPOSURE
                   MOVE SRQ-LIMITAMOUNT TO PRN-REQ-LIMIT
                   MOVE REQUESTDETAILLINE TO SUSPENDREPORTLINE
                   PERFORM WRITE-SUSPEND-REPORT-LINE
               END-IF
               PERFORM READ-SUSPEND-REQUEST
           END-PERFORM
           MOVE SRT-PENDING-REQUESTS TO PRN-TOTAL-COUNT
           MOVE SPACES TO SUSPENDREPORTLINE
           STRING "TOTAL REQUESTS PENDING: " PRN-TOTAL-COUNT
               DELIMITED BY SIZE INTO SUSPENDREPORTLINE
           END-STRING
           PERFORM WRITE-SUSPEND-REPORT-LINE
           CLOSE SUSPENDREQUESTFILE
       END-IF.

READ-SUSPEND-REQUEST.
       READ SUSPENDREQUESTFILE AT END SET ENDOFSUSPENDREQUESTS TO TRUE
       END-READ.

TALLY-REASON-TOTAL.
       MOVE ZERO TO RSN-FOUND-IDX
       PERFORM VARYING RSN-IDX FROM 1 BY 1
