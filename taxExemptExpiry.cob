IDENTIFICATION DIVISION.
PROGRAM-ID. TAXEXEMPTEXPIRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TAXEXEMPTIONFILE ASSIGN TO "TaxExemptions.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TXE-SUBSCRIBERID
           FILE STATUS IS WS-TXE-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT EXPIRYREPORTFILE ASSIGN TO "TaxExemptExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     TAXEXEMPTIONFILE.
       COPY "TAXEXEMPTION.cpy"
           REPLACING ==:RECNAME:== BY ==TAXEXEMPTIONREC==
                     ==:PREFIX:==  BY ==TXE-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     EXPIRYREPORTFILE.
01     EXPIRYREPORTLINE            PIC X(100).

WORKING-STORAGE SECTION.
01     WS-TXE-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-TXE-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFEXEMPTIONFILE      VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-TODAY-INTEGER            PIC 9(8).
01     WS-END-INTEGER              PIC 9(8).
01     WS-DAYS-TO-EXPIRY           PIC S9(5).
01     EXPIRY-WINDOW-DAYS          PIC 9(3) VALUE 60.

01     RUN-TOTALS.
       02  TXT-CERTIFICATES-READ   PIC 9(7) VALUE ZERO.
       02  TXT-EXPIRING-COUNT      PIC 9(7) VALUE ZERO.

01     REPORTHEADER                PIC X(100) VALUE SPACES.
01     COLUMNHEADER                PIC X(100) VALUE
           "SUBSCRIBERID  NAME                       CERTIFICATE      CAT  EXPIRES   DAYS LEFT  VERIFIED BY".

01     EXPIRYDETAILLINE.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-SUBSCRIBERNAME      PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-CERTIFICATE         PIC X(15).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-CATEGORY            PIC X.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-EXPIRYDATE          PIC 9(8).
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-DAYS-LEFT           PIC ZZZZ9.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-VERIFIED-BY         PIC X(8).

01     PRN-EXPIRING-COUNT          PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       OPEN INPUT TAXEXEMPTIONFILE
       IF WS-TXE-STATUS EQUAL TO "35"
           DISPLAY "NO TAX EXEMPTION FILE PRESENT - NOTHING TO REPORT"
           MOVE 4 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-TXE-STATUS NOT EQUAL TO "00"
           MOVE "TAXEXEMPTIONFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-TXE-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT EXPIRYREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "EXPIRYREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO REPORTHEADER
       STRING "UNIVERSAL TELECOMS TAX EXEMPTION CERTIFICATES EXPIRING"
           " WITHIN " EXPIRY-WINDOW-DAYS " DAYS  RUN ON "
           RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO REPORTHEADER
       END-STRING
       MOVE REPORTHEADER TO EXPIRYREPORTLINE
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE COLUMNHEADER TO EXPIRYREPORTLINE
       PERFORM WRITE-EXPIRY-REPORT-LINE
       PERFORM READ-EXEMPTION-RECORD
       PERFORM UNTIL ENDOFEXEMPTIONFILE
           ADD 1 TO TXT-CERTIFICATES-READ
           PERFORM EXAMINE-ONE-CERTIFICATE
           PERFORM READ-EXEMPTION-RECORD
       END-PERFORM
       MOVE SPACES TO EXPIRYREPORTLINE
       PERFORM WRITE-EXPIRY-REPORT-LINE
       MOVE TXT-EXPIRING-COUNT TO PRN-EXPIRING-COUNT
       MOVE SPACES TO EXPIRYREPORTLINE
       STRING "CERTIFICATES DUE FOR RENEWAL IN WINDOW: "
           PRN-EXPIRING-COUNT
           DELIMITED BY SIZE INTO EXPIRYREPORTLINE
       END-STRING
       PERFORM WRITE-EXPIRY-REPORT-LINE
       CLOSE TAXEXEMPTIONFILE
       CLOSE SUBSCRIBERMASTER
       CLOSE EXPIRYREPORTFILE
       DISPLAY "TAXEXEMPTEXPIRY -- CERTIFICATES READ: "
           TXT-CERTIFICATES-READ
           "  EXPIRING: " TXT-EXPIRING-COUNT
       STOP RUN.

EXAMINE-ONE-CERTIFICATE.
       COMPUTE WS-END-INTEGER =
           FUNCTION INTEGER-OF-DATE(TXE-EXPIRYDATE)
       COMPUTE WS-DAYS-TO-EXPIRY =
           WS-END-INTEGER - WS-TODAY-INTEGER
       IF WS-DAYS-TO-EXPIRY GREATER THAN OR EQUAL TO ZERO
               AND WS-DAYS-TO-EXPIRY LESS THAN
                   OR EQUAL TO EXPIRY-WINDOW-DAYS
           MOVE TXE-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY
                   MOVE "*** UNKNOWN SUBSCRIBER ***"
                       TO SMF-SUBSCRIBERNAME
                   MOVE ZERO TO SMF-TERMINATIONDATE
           END-READ
           IF SMF-TERMINATIONDATE EQUAL TO ZERO
               ADD 1 TO TXT-EXPIRING-COUNT
               MOVE TXE-SUBSCRIBERID TO PRN-SUBSCRIBERID
               MOVE SMF-SUBSCRIBERNAME TO PRN-SUBSCRIBERNAME
               MOVE TXE-CERTIFICATE-NUMBER TO PRN-CERTIFICATE
               MOVE TXE-EXEMPT-CATEGORY TO PRN-CATEGORY
               MOVE TXE-EXPIRYDATE TO PRN-EXPIRYDATE
               MOVE WS-DAYS-TO-EXPIRY TO PRN-DAYS-LEFT
               MOVE TXE-VERIFIED-BY TO PRN-VERIFIED-BY
               MOVE EXPIRYDETAILLINE TO EXPIRYREPORTLINE
               PERFORM WRITE-EXPIRY-REPORT-LINE
           END-IF
       END-IF.

READ-EXEMPTION-RECORD.
       READ TAXEXEMPTIONFILE AT END SET ENDOFEXEMPTIONFILE TO TRUE
       END-READ
       IF WS-TXE-STATUS NOT EQUAL TO "00" AND WS-TXE-STATUS NOT EQUAL TO "10"
           MOVE "TAXEXEMPTIONFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-TXE-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-EXPIRY-REPORT-LINE.
       WRITE EXPIRYREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "EXPIRYREPORTFILE" TO ABEND-FILE-NAME
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
