           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

       SELECT DISTREGISTERFILE ASSIGN TO "DistributionRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRG-STATUS.

DATA DIVISION.
FILE SECTION.

       02  RGR-STATUS              PIC X.
           88  REPORT-PENDING      VALUE "P".
           88  REPORT-RELEASED     VALUE "R".
       02  RGR-MASK-LEVEL          PIC X.
           88  MASKED-FULL         VALUE "F".
           88  MASKED-LAST-FOUR    VALUE "L".
           88  MASKED-ALL          VALUE "X".

FD     REGISTERWORKFILE.
01     REGISTERWORKREC             PIC X(109).

FD     ROUTINGTABLEFILE.
01     ROUTINGTABLEREC.
       02  RTG-REPORT-NAME         PIC X(28).
       02  RTG-RECIPIENT           PIC X(8).
       02  RTG-COPIES              PIC 99.
       02  RTG-CLASS               PIC X.

FD     SOURCEREPORTFILE.
01     SOURCEREPORTLINE            PIC X(158).
FD     EXCEPTIONLISTFILE.
01     EXCEPTIONLISTLINE           PIC X(100).

FD     DISTREGISTERFILE.
       COPY "DISTREGISTER.cpy"
           REPLACING ==:RECNAME:== BY ==DISTREGISTERREC==
                     ==:PREFIX:==  BY ==DRG-==.

WORKING-STORAGE SECTION.
01     WS-RGR-STATUS               PIC XX.
01     WS-RGW-STATUS               PIC XX.
01     WS-SRC-STATUS               PIC XX.
01     WS-BDL-STATUS               PIC XX.
01     WS-EXC-STATUS               PIC XX.
01     WS-DRG-STATUS               PIC XX.

01     WS-SRC-FILENAME             PIC X(40).
01     WS-BDL-FILENAME             PIC X(40).
       88  ENDOFSOURCEREPORT       VALUE "Y".

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     RUN-TIME-HHMMSSCC           PIC 9(8).
01     WS-DIST-TIMESTAMP           PIC 9(14).

01     ROUTING-TABLE-LIMIT         PIC 9(3) VALUE 100.
01     ROUTING-STORAGE.
           03  RTT-RECIPIENT       PIC X(8).
           03  RTT-COPIES          PIC 99.
           03  RTT-ARRIVED         PIC X.
           03  RTT-CLASS           PIC X.
               88  RTT-PRIVILEGED  VALUE "P".
01     RTT-IDX                     PIC 9(3).

01     WS-COPY-NUMBER              PIC 99.
       02  UNR-COUNT               PIC 9(3) VALUE ZERO.
       02  UNR-REPORT-NAME         PIC X(28) OCCURS 100 TIMES.
01     UNR-IDX                     PIC 9(3).
01     WITHHELD-TABLE-LIMIT        PIC 9(3) VALUE 100.
01     WITHHELD-STORAGE.
       02  WHD-COUNT               PIC 9(3) VALUE ZERO.
       02  WHD-ENTRY OCCURS 100 TIMES.
           03  WHD-REPORT-NAME     PIC X(28).
           03  WHD-RECIPIENT       PIC X(8).
01     WHD-IDX                     PIC 9(3).

01     WS-MASK-LEVEL-TEXT          PIC X(16).

01     DIST-TOTALS.
       02  RDT-REPORTS-RELEASED    PIC 9(5) VALUE ZERO.
       02  RDT-COPIES-BUNDLED      PIC 9(5) VALUE ZERO.
       02  RDT-MISSING-REPORTS     PIC 9(5) VALUE ZERO.
       02  RDT-UNROUTED-REPORTS    PIC 9(5) VALUE ZERO.
       02  RDT-WITHHELD-COPIES     PIC 9(5) VALUE ZERO.

01     BANNERLINE                  PIC X(158).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT RUN-TIME-HHMMSSCC FROM TIME
       STRING RUN-DATE-YYYYMMDD RUN-TIME-HHMMSSCC(1:6)
           DELIMITED BY SIZE INTO WS-DIST-TIMESTAMP
       END-STRING
       PERFORM LOAD-ROUTING-TABLE
       IF RTT-COUNT EQUAL TO ZERO
           DISPLAY "NO ROUTING TABLE ON FILE - DISTRIBUTION"
               " DISTRIBUTE"
           MOVE 4 TO RETURN-CODE
       ELSE
           OPEN EXTEND DISTREGISTERFILE
           IF WS-DRG-STATUS NOT EQUAL TO "00"
               OPEN OUTPUT DISTREGISTERFILE
           END-IF
           IF WS-DRG-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DISTRIBUTION REGISTER - "
                   "FILE STATUS " WS-DRG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTERWORKFILE
           PERFORM READ-REGISTER-RECORD
           PERFORM UNTIL ENDOFREGISTER
           END-PERFORM
           CLOSE REPORTREGISTERFILE
           CLOSE REGISTERWORKFILE
           CLOSE DISTREGISTERFILE
           PERFORM REPLACE-REGISTER-FILE
       END-IF
       PERFORM PRODUCE-EXCEPTION-LIST
           "  COPIES BUNDLED: " RDT-COPIES-BUNDLED
           "  EXPECTED BUT MISSING: " RDT-MISSING-REPORTS
           "  UNROUTED: " RDT-UNROUTED-REPORTS
           "  WITHHELD: " RDT-WITHHELD-COPIES
       STOP RUN.

LOAD-ROUTING-TABLE.
                       MOVE 1 TO RTT-COPIES(RTT-COUNT)
                   END-IF
                   MOVE "N" TO RTT-ARRIVED(RTT-COUNT)
                   IF RTG-CLASS EQUAL TO "P"
                       MOVE "P" TO RTT-CLASS(RTT-COUNT)
                   ELSE
                       MOVE "R" TO RTT-CLASS(RTT-COUNT)
                   END-IF
               END-IF
               PERFORM READ-ROUTING-RECORD
           END-PERFORM

DISTRIBUTE-ONE-REPORT.
       MOVE "N" TO WS-ROUTE-MATCH-SWITCH
       EVALUATE TRUE
           WHEN MASKED-FULL
               MOVE "FULL VALUES" TO WS-MASK-LEVEL-TEXT
           WHEN MASKED-LAST-FOUR
               MOVE "LAST FOUR ONLY" TO WS-MASK-LEVEL-TEXT
           WHEN MASKED-ALL
               MOVE "FULLY MASKED" TO WS-MASK-LEVEL-TEXT
           WHEN OTHER
               MOVE "NO MASKED FIELDS" TO WS-MASK-LEVEL-TEXT
       END-EVALUATE
       PERFORM VARYING RTT-IDX FROM 1 BY 1
               UNTIL RTT-IDX GREATER THAN RTT-COUNT
           IF RTT-REPORT-NAME(RTT-IDX) EQUAL TO RGR-REPORT-NAME
               MOVE "Y" TO RTT-ARRIVED(RTT-IDX)
               SET ROUTE-MATCHED TO TRUE
               IF MASKED-FULL AND NOT RTT-PRIVILEGED(RTT-IDX)
                   PERFORM WITHHOLD-FROM-RECIPIENT
               ELSE
                   PERFORM BUNDLE-FOR-ONE-RECIPIENT
               END-IF
           END-IF
       END-PERFORM
       IF ROUTE-MATCHED
               ADD 1 TO RDT-COPIES-BUNDLED
           END-PERFORM
           CLOSE BUNDLEFILE
           MOVE "B" TO DRG-STATUS
           PERFORM WRITE-DIST-REGISTER-RECORD
       END-IF.

WITHHOLD-FROM-RECIPIENT.
       ADD RTT-COPIES(RTT-IDX) TO RDT-WITHHELD-COPIES
       IF WHD-COUNT LESS THAN WITHHELD-TABLE-LIMIT
           ADD 1 TO WHD-COUNT
           MOVE RGR-REPORT-NAME TO WHD-REPORT-NAME(WHD-COUNT)
           MOVE RTT-RECIPIENT(RTT-IDX) TO WHD-RECIPIENT(WHD-COUNT)
       END-IF
       MOVE "W" TO DRG-STATUS
       PERFORM WRITE-DIST-REGISTER-RECORD.

WRITE-DIST-REGISTER-RECORD.
       MOVE RGR-REPORT-NAME TO DRG-REPORT-NAME
       MOVE RGR-PERIOD TO DRG-PERIOD
       MOVE RTT-RECIPIENT(RTT-IDX) TO DRG-RECIPIENT
       MOVE RTT-CLASS(RTT-IDX) TO DRG-RECIPIENT-CLASS
       MOVE RTT-COPIES(RTT-IDX) TO DRG-COPIES
       MOVE RGR-MASK-LEVEL TO DRG-MASK-LEVEL
       MOVE WS-DIST-TIMESTAMP TO DRG-TIMESTAMP
       WRITE DISTREGISTERREC.

WRITE-BANNER-PAGE.
       MOVE ALL "*" TO BANNERLINE
       MOVE BANNERLINE TO BUNDLELINE
           DELIMITED BY SIZE INTO BUNDLELINE
       END-STRING
       WRITE BUNDLELINE
       MOVE SPACES TO BUNDLELINE
       STRING "* CLASS: " RTT-CLASS(RTT-IDX)
           "  SENSITIVE FIELDS: " WS-MASK-LEVEL-TEXT
           DELIMITED BY SIZE INTO BUNDLELINE
       END-STRING
       WRITE BUNDLELINE
       MOVE ALL "*" TO BANNERLINE
       MOVE BANNERLINE TO BUNDLELINE
       WRITE BUNDLELINE.
               END-STRING
               WRITE EXCEPTIONLISTLINE
           END-PERFORM
           PERFORM VARYING WHD-IDX FROM 1 BY 1
                   UNTIL WHD-IDX GREATER THAN WHD-COUNT
               MOVE SPACES TO EXCEPTIONLISTLINE
               STRING "WITHHELD - FULL VALUES NOT CLEARED: "
                   WHD-REPORT-NAME(WHD-IDX)
                   " FOR " WHD-RECIPIENT(WHD-IDX)
                   DELIMITED BY SIZE INTO EXCEPTIONLISTLINE
               END-STRING
               WRITE EXCEPTIONLISTLINE
           END-PERFORM
           IF RDT-MISSING-REPORTS EQUAL TO ZERO
                   AND RDT-UNROUTED-REPORTS EQUAL TO ZERO
                   AND RDT-WITHHELD-COPIES EQUAL TO ZERO
               MOVE "ALL EXPECTED REPORTS ARRIVED AND WERE RELEASED"
                   TO EXCEPTIONLISTLINE
               WRITE EXCEPTIONLISTLINE
