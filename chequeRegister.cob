IDENTIFICATION DIVISION.
PROGRAM-ID. CHEQUEREGISTER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CHEQUEREGISTERFILE ASSIGN TO "ChequeRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRG-CHEQUENUMBER
           FILE STATUS IS WS-CRG-STATUS.

       SELECT CHEQUECONTROLFILE ASSIGN TO "ChequeNumber.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CCT-STATUS.

       SELECT CHEQUEREQUESTFILE ASSIGN TO "ChequeRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHQ-STATUS.

       SELECT SUSPENSEREFUNDFEED ASSIGN TO "SuspenseRefund.feed"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFD-STATUS.

       SELECT PAIDCHEQUEFILE ASSIGN TO "PaidCheques.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDC-STATUS.

       SELECT POSITIVEPAYFILE ASSIGN TO DYNAMIC WS-PPY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PPY-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT CHEQUEPRINTFILE ASSIGN TO "ChequeRun.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.

       SELECT ESCHEATREPORTFILE ASSIGN TO "UnclaimedProperty.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESC-STATUS.

       SELECT REGISTERREPORTFILE ASSIGN TO "ChequeRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     CHEQUEREGISTERFILE.
       COPY "CHEQUEREGISTER.cpy"
           REPLACING ==:RECNAME:== BY ==CHEQUEREGISTERREC==
                     ==:PREFIX:==  BY ==CRG-==.

FD     CHEQUECONTROLFILE.
01     CHEQUECONTROLREC.
       02  CCT-LAST-CHEQUENUMBER   PIC 9(8).

FD     CHEQUEREQUESTFILE.
       COPY "CHEQUEREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==CHEQUEREQUESTREC==
                     ==:PREFIX:==  BY ==CHQ-==.

FD     SUSPENSEREFUNDFEED.
01     SUSPENSEREFUNDREC.
       02  SRF-ENTRYDATE           PIC 9(8).
       02  SRF-SEQUENCE            PIC 9(6).
       02  SRF-AMOUNT              PIC 9(7)V99.
       02  SRF-RAW-SUBSCRIBERID    PIC X(10).

FD     PAIDCHEQUEFILE.
01     PAIDCHEQUEREC.
       02  PDC-CHEQUENUMBER        PIC 9(8).
       02  PDC-AMOUNT              PIC 9(7)V99.
       02  PDC-PAIDDATE            PIC 9(8).

FD     POSITIVEPAYFILE.
01     POSITIVEPAYREC.
       02  PPY-RECORDTYPE          PIC X.
       02  PPY-CHEQUENUMBER        PIC 9(8).
       02  PPY-AMOUNT              PIC 9(7)V99.
       02  PPY-ISSUEDATE           PIC 9(8).
       02  PPY-PAYEENAME           PIC X(25).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     CHEQUEPRINTFILE.
01     CHEQUEPRINTLINE             PIC X(80).

FD     ESCHEATREPORTFILE.
01     ESCHEATREPORTLINE           PIC X(120).

FD     REGISTERREPORTFILE.
01     REGISTERREPORTLINE          PIC X(100).

WORKING-STORAGE SECTION.
01     WS-CRG-STATUS               PIC XX.
01     WS-CCT-STATUS               PIC XX.
01     WS-CHQ-STATUS               PIC XX.
01     WS-RFD-STATUS               PIC XX.
01     WS-PDC-STATUS               PIC XX.
01     WS-PPY-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-PRT-STATUS               PIC XX.
01     WS-ESC-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-PPY-FILENAME             PIC X(40).

01     WS-CHQ-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCHEQUEREQUESTS     VALUE "Y".
01     WS-RFD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUSPENSEREFUNDS    VALUE "Y".
01     WS-PDC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAIDCHEQUES        VALUE "Y".
01     WS-CRG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCHEQUEREGISTER     VALUE "Y".

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-TODAY-INTEGER            PIC 9(8).
01     WS-ISSUE-INTEGER            PIC 9(8).
01     WS-CHEQUE-AGE-DAYS          PIC S9(7).

01     WS-RUN-MODE                 PIC X(8).
       88  MODE-IS-ISSUE           VALUE "ISSUE".
       88  MODE-IS-CLEAR           VALUE "CLEAR".
       88  MODE-IS-STALE           VALUE "STALE".
01     WS-STALE-PARM               PIC X(3) VALUE SPACES.
01     WS-DORMANCY-PARM            PIC X(4) VALUE SPACES.
01     WS-STALE-DAYS               PIC 9(3) VALUE 180.
01     WS-DORMANCY-DAYS            PIC 9(4) VALUE 1095.

01     WS-LAST-CHEQUENUMBER        PIC 9(8).
01     WS-NEW-SUBSCRIBERID         PIC 9(10).
01     WS-NEW-AMOUNT               PIC 9(7)V99.
01     WS-NEW-SOURCE               PIC X(3).
01     WS-NEW-REFERENCE            PIC X(14).
01     WS-REGISTER-NOTE            PIC X(37).

01     CHEQUE-TOTALS.
       02  CQT-ISSUED              PIC 9(7) VALUE ZERO.
       02  CQT-ISSUED-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  CQT-CLEARED             PIC 9(7) VALUE ZERO.
       02  CQT-CLEARED-VALUE       PIC 9(11)V99 VALUE ZERO.
       02  CQT-EXCEPTIONS          PIC 9(7) VALUE ZERO.
       02  CQT-VOIDED              PIC 9(7) VALUE ZERO.
       02  CQT-VOIDED-VALUE        PIC 9(11)V99 VALUE ZERO.
       02  CQT-ESCHEATED           PIC 9(7) VALUE ZERO.
       02  CQT-ESCHEATED-VALUE     PIC 9(11)V99 VALUE ZERO.
       02  CQT-CREDIT-USED         PIC 9(7) VALUE ZERO.

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "CHEQUEREG".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.
01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "UNCLAIMED PROPERTY ESCHEAT".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.
01     WS-AMV-LEDGER               PIC X.
01     WS-AMV-TYPE                 PIC X.
01     WS-AMV-SUBSCRIBERID         PIC 9(10).
01     WS-AMV-AMOUNT               PIC S9(9)V99.
01     WS-AMV-PROGRAM              PIC X(12) VALUE "CHEQUEREG".
01     WS-AMV-RESULT               PIC 9.

01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     PRN-AMOUNT                  PIC $$$,$$$,$$$,$$9.99.

01     REGISTERDETAILLINE.
       02  PRN-CHEQUENUMBER        PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-PAYEENAME           PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-CHEQUE-AMOUNT       PIC $$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-REGISTER-NOTE       PIC X(37).

01     CHEQUEHEADLINE.
       02  FILLER                  PIC X(10) VALUE "CHEQUE NO ".
       02  PRN-CHQ-NUMBER          PIC 9(8).
       02  FILLER                  PIC X(42) VALUE SPACES.
       02  FILLER                  PIC X(5) VALUE "DATE ".
       02  PRN-CHQ-DATE            PIC 9(8).

01     CHEQUEPAYEELINE.
       02  PRN-PAYEE-CAPTION       PIC X(20).
       02  PRN-PAYEE-TEXT          PIC X(25).

01     CHEQUEAMOUNTLINE.
       02  FILLER                  PIC X(20) VALUE "AMOUNT".
       02  PRN-CHQ-AMOUNT          PIC $**,***,**9.99.

01     CHEQUEMEMOLINE.
       02  FILLER                  PIC X(20) VALUE "MEMO".
       02  FILLER                  PIC X(20) VALUE "REFUND - ACCOUNT".
       02  PRN-MEMO-SUBSCRIBERID   PIC 9(10).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-MEMO-REFERENCE      PIC X(14).

01     ESCHEATDETAILLINE.
       02  PRN-ESC-CHEQUENUMBER    PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ESC-ISSUEDATE       PIC 9(8).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ESC-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ESC-OWNERNAME       PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ESC-ADDRESS1        PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ESC-ADDRESS2        PIC X(25).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ESC-AMOUNT          PIC $$$,$$9.99.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(RUN-DATE-YYYYMMDD)
       ACCEPT WS-RUN-MODE FROM COMMAND-LINE
       IF NOT MODE-IS-ISSUE AND NOT MODE-IS-CLEAR AND NOT MODE-IS-STALE
           DISPLAY "RUN MODE ISSUE, CLEAR OR STALE REQUIRED ON THE "
               "COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM DETERMINE-CHEQUE-PARAMETERS
       MOVE SPACES TO WS-PPY-FILENAME
       STRING "PositivePay-" RUN-DATE-YYYYMMDD ".dat"
           DELIMITED BY SIZE INTO WS-PPY-FILENAME
       END-STRING
       OPEN I-O CHEQUEREGISTERFILE
       IF WS-CRG-STATUS EQUAL TO "35"
           OPEN OUTPUT CHEQUEREGISTERFILE
           CLOSE CHEQUEREGISTERFILE
           OPEN I-O CHEQUEREGISTERFILE
       END-IF
       IF WS-CRG-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUEREGISTERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CRG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT REGISTERREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "REGISTERREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "CHEQUE REGISTER - " WS-RUN-MODE " RUN ON "
           RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE SPACES TO REGISTERREPORTLINE
       PERFORM WRITE-REGISTER-REPORT-LINE
       EVALUATE TRUE
           WHEN MODE-IS-ISSUE
               PERFORM ISSUE-CHEQUE-RUN
           WHEN MODE-IS-CLEAR
               PERFORM CLEAR-PAID-CHEQUES
           WHEN MODE-IS-STALE
               PERFORM STALE-CHEQUE-RUN
       END-EVALUATE
       PERFORM PRINT-CHEQUE-SUMMARY
       CLOSE CHEQUEREGISTERFILE
       CLOSE REGISTERREPORTFILE
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       MOVE 1 TO WS-REG-PAGES
       MOVE "CHEQUE REGISTER" TO WS-REG-REPORT-NAME
       MOVE "ChequeRegister.rpt" TO WS-REG-FILENAME
       PERFORM REGISTER-ONE-REPORT
       IF MODE-IS-ISSUE
           MOVE CQT-ISSUED TO WS-REG-PAGES
           MOVE "CHEQUE RUN" TO WS-REG-REPORT-NAME
           MOVE "ChequeRun.rpt" TO WS-REG-FILENAME
           PERFORM REGISTER-ONE-REPORT
       END-IF
       IF MODE-IS-STALE
           MOVE 1 TO WS-REG-PAGES
           MOVE "UNCLAIMED PROPERTY ESCHEAT" TO WS-REG-REPORT-NAME
           MOVE "UnclaimedProperty.rpt" TO WS-REG-FILENAME
           PERFORM REGISTER-ONE-REPORT
       END-IF
       DISPLAY "CHEQUEREGISTER -- " WS-RUN-MODE
           "  ISSUED: " CQT-ISSUED
           "  CLEARED: " CQT-CLEARED
           "  VOIDED: " CQT-VOIDED
           "  ESCHEATED: " CQT-ESCHEATED
           "  EXCEPTIONS: " CQT-EXCEPTIONS
       IF CQT-EXCEPTIONS GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

DETERMINE-CHEQUE-PARAMETERS.
       ACCEPT WS-STALE-PARM FROM ENVIRONMENT "CHEQUESTALEDAYS"
       IF WS-STALE-PARM NUMERIC
           MOVE WS-STALE-PARM TO WS-STALE-DAYS
       END-IF
       ACCEPT WS-DORMANCY-PARM FROM ENVIRONMENT "CHEQUEDORMANCYDAYS"
       IF WS-DORMANCY-PARM NUMERIC
           MOVE WS-DORMANCY-PARM TO WS-DORMANCY-DAYS
       END-IF.

REGISTER-ONE-REPORT.
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

ISSUE-CHEQUE-RUN.
       OPEN INPUT CHEQUECONTROLFILE
       IF WS-CCT-STATUS NOT EQUAL TO "00"
           DISPLAY "NO CHEQUE NUMBER CONTROL PRESENT - LOAD THE LAST "
               "NUMBER USED ON THE CHEQUE STOCK BEFORE ISSUING"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       READ CHEQUECONTROLFILE
           AT END
               DISPLAY "CHEQUE NUMBER CONTROL IS EMPTY - RUN ABANDONED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-READ
       MOVE CCT-LAST-CHEQUENUMBER TO WS-LAST-CHEQUENUMBER
       CLOSE CHEQUECONTROLFILE
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           DISPLAY "NO SUBSCRIBER MASTER PRESENT - CHEQUES CARRY NO "
               "PAYEE ADDRESS"
       END-IF
       OPEN OUTPUT CHEQUEPRINTFILE
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUEPRINTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM OPEN-POSITIVE-PAY-FILE
       OPEN INPUT CHEQUEREQUESTFILE
       IF WS-CHQ-STATUS EQUAL TO "35"
           DISPLAY "NO REFUND CHEQUE REQUESTS PRESENT - SKIPPED"
       ELSE
           IF WS-CHQ-STATUS NOT EQUAL TO "00"
               MOVE "CHEQUEREQUESTFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-CHQ-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ CHEQUEREQUESTFILE
               AT END SET ENDOFCHEQUEREQUESTS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFCHEQUEREQUESTS
               MOVE CHQ-SUBSCRIBERID TO WS-NEW-SUBSCRIBERID
               MOVE CHQ-AMOUNT TO WS-NEW-AMOUNT
               MOVE CHQ-SOURCE TO WS-NEW-SOURCE
               MOVE CHQ-REFERENCE TO WS-NEW-REFERENCE
               PERFORM ISSUE-ONE-CHEQUE
               READ CHEQUEREQUESTFILE
                   AT END SET ENDOFCHEQUEREQUESTS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CHEQUEREQUESTFILE
           OPEN OUTPUT CHEQUEREQUESTFILE
           CLOSE CHEQUEREQUESTFILE
       END-IF
       OPEN INPUT SUSPENSEREFUNDFEED
       IF WS-RFD-STATUS EQUAL TO "35"
           DISPLAY "NO SUSPENSE REFUNDS PRESENT - SKIPPED"
       ELSE
           IF WS-RFD-STATUS NOT EQUAL TO "00"
               MOVE "SUSPENSEREFUNDFEED" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-RFD-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ SUSPENSEREFUNDFEED
               AT END SET ENDOFSUSPENSEREFUNDS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSUSPENSEREFUNDS
               IF SRF-RAW-SUBSCRIBERID NUMERIC
                   MOVE SRF-RAW-SUBSCRIBERID TO WS-NEW-SUBSCRIBERID
               ELSE
                   MOVE ZERO TO WS-NEW-SUBSCRIBERID
               END-IF
               MOVE SRF-AMOUNT TO WS-NEW-AMOUNT
               MOVE "SUS" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING SRF-ENTRYDATE SRF-SEQUENCE
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
               END-STRING
               PERFORM ISSUE-ONE-CHEQUE
               READ SUSPENSEREFUNDFEED
                   AT END SET ENDOFSUSPENSEREFUNDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE SUSPENSEREFUNDFEED
           OPEN OUTPUT SUSPENSEREFUNDFEED
           CLOSE SUSPENSEREFUNDFEED
       END-IF
       IF WS-SMF-STATUS EQUAL TO "00"
           CLOSE SUBSCRIBERMASTER
       END-IF
       CLOSE CHEQUEPRINTFILE
       CLOSE POSITIVEPAYFILE.

ISSUE-ONE-CHEQUE.
       ADD 1 TO WS-LAST-CHEQUENUMBER
       MOVE WS-LAST-CHEQUENUMBER TO CRG-CHEQUENUMBER
       MOVE WS-NEW-SUBSCRIBERID TO CRG-SUBSCRIBERID
       MOVE WS-NEW-AMOUNT TO CRG-AMOUNT
       MOVE RUN-DATE-YYYYMMDD TO CRG-ISSUEDATE
       MOVE WS-NEW-SOURCE TO CRG-SOURCE
       MOVE WS-NEW-REFERENCE TO CRG-REFERENCE
       MOVE "I" TO CRG-STATUS
       MOVE RUN-DATE-YYYYMMDD TO CRG-STATUSDATE
       MOVE "N" TO CRG-CREDITRETURNED
       PERFORM LOOK-UP-PAYEE
       WRITE CHEQUEREGISTERREC
           INVALID KEY
               DISPLAY "CHEQUE " CRG-CHEQUENUMBER
                   " IS ALREADY ON THE REGISTER - CHECK THE CHEQUE "
                   "NUMBER CONTROL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-WRITE
       PERFORM SAVE-CHEQUE-CONTROL
       MOVE "I" TO PPY-RECORDTYPE
       PERFORM WRITE-POSITIVE-PAY-RECORD
       PERFORM PRINT-ONE-CHEQUE
       ADD 1 TO CQT-ISSUED
       ADD CRG-AMOUNT TO CQT-ISSUED-VALUE
       IF CRG-SOURCE EQUAL TO "SUS"
           MOVE "ISSUED - SUSPENSE REFUND" TO WS-REGISTER-NOTE
       ELSE
           MOVE "ISSUED - CREDIT BALANCE REFUND" TO WS-REGISTER-NOTE
       END-IF
       PERFORM WRITE-REGISTER-DETAIL.

LOOK-UP-PAYEE.
       MOVE SPACES TO CRG-PAYEENAME
       MOVE SPACES TO CRG-ADDRESSLINE1
       MOVE SPACES TO CRG-ADDRESSLINE2
       IF WS-SMF-STATUS EQUAL TO "00" AND CRG-SUBSCRIBERID NOT EQUAL ZERO
           MOVE CRG-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SMF-SUBSCRIBERNAME TO CRG-PAYEENAME
                   MOVE SMF-ADDRESSLINE1 TO CRG-ADDRESSLINE1
                   MOVE SMF-ADDRESSLINE2 TO CRG-ADDRESSLINE2
           END-READ
       END-IF
       IF CRG-PAYEENAME EQUAL TO SPACES
           MOVE "REMITTER - SEE REFERENCE" TO CRG-PAYEENAME
       END-IF.

SAVE-CHEQUE-CONTROL.
       OPEN OUTPUT CHEQUECONTROLFILE
       IF WS-CCT-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUECONTROLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-CCT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-LAST-CHEQUENUMBER TO CCT-LAST-CHEQUENUMBER
       WRITE CHEQUECONTROLREC
       CLOSE CHEQUECONTROLFILE.

PRINT-ONE-CHEQUE.
       MOVE CRG-CHEQUENUMBER TO PRN-CHQ-NUMBER
       MOVE CRG-ISSUEDATE TO PRN-CHQ-DATE
       MOVE CHEQUEHEADLINE TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE SPACES TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE "PAY TO THE ORDER OF" TO PRN-PAYEE-CAPTION
       MOVE CRG-PAYEENAME TO PRN-PAYEE-TEXT
       MOVE CHEQUEPAYEELINE TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE SPACES TO PRN-PAYEE-CAPTION
       MOVE CRG-ADDRESSLINE1 TO PRN-PAYEE-TEXT
       MOVE CHEQUEPAYEELINE TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE CRG-ADDRESSLINE2 TO PRN-PAYEE-TEXT
       MOVE CHEQUEPAYEELINE TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE SPACES TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE CRG-AMOUNT TO PRN-CHQ-AMOUNT
       MOVE CHEQUEAMOUNTLINE TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE CRG-SUBSCRIBERID TO PRN-MEMO-SUBSCRIBERID
       MOVE CRG-REFERENCE TO PRN-MEMO-REFERENCE
       MOVE CHEQUEMEMOLINE TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE
       MOVE ALL "-" TO CHEQUEPRINTLINE
       PERFORM WRITE-CHEQUE-PRINT-LINE.

OPEN-POSITIVE-PAY-FILE.
       OPEN EXTEND POSITIVEPAYFILE
       IF WS-PPY-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT POSITIVEPAYFILE
       END-IF
       IF WS-PPY-STATUS NOT EQUAL TO "00"
           MOVE "POSITIVEPAYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PPY-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-POSITIVE-PAY-RECORD.
       MOVE CRG-CHEQUENUMBER TO PPY-CHEQUENUMBER
       MOVE CRG-AMOUNT TO PPY-AMOUNT
       MOVE CRG-ISSUEDATE TO PPY-ISSUEDATE
       MOVE CRG-PAYEENAME TO PPY-PAYEENAME
       WRITE POSITIVEPAYREC
       IF WS-PPY-STATUS NOT EQUAL TO "00"
           MOVE "POSITIVEPAYFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PPY-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CLEAR-PAID-CHEQUES.
       OPEN INPUT PAIDCHEQUEFILE
       IF WS-PDC-STATUS EQUAL TO "35"
           DISPLAY "NO PAID CHEQUE FILE PRESENT - NOTHING TO CLEAR"
       ELSE
           IF WS-PDC-STATUS NOT EQUAL TO "00"
               MOVE "PAIDCHEQUEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PDC-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           READ PAIDCHEQUEFILE AT END SET ENDOFPAIDCHEQUES TO TRUE
           END-READ
           PERFORM UNTIL ENDOFPAIDCHEQUES
               PERFORM CLEAR-ONE-PAID-CHEQUE
               READ PAIDCHEQUEFILE AT END SET ENDOFPAIDCHEQUES TO TRUE
               END-READ
           END-PERFORM
           CLOSE PAIDCHEQUEFILE
       END-IF.

CLEAR-ONE-PAID-CHEQUE.
       MOVE PDC-CHEQUENUMBER TO CRG-CHEQUENUMBER
       READ CHEQUEREGISTERFILE
           INVALID KEY
               ADD 1 TO CQT-EXCEPTIONS
               MOVE PDC-CHEQUENUMBER TO PRN-CHEQUENUMBER
               MOVE ZERO TO PRN-SUBSCRIBERID
               MOVE SPACES TO PRN-PAYEENAME
               MOVE PDC-AMOUNT TO PRN-CHEQUE-AMOUNT
               MOVE "PAID BUT NOT ON REGISTER - REFER" TO
                   PRN-REGISTER-NOTE
               MOVE REGISTERDETAILLINE TO REGISTERREPORTLINE
               PERFORM WRITE-REGISTER-REPORT-LINE
           NOT INVALID KEY
               IF NOT CRG-OUTSTANDING
                   ADD 1 TO CQT-EXCEPTIONS
                   MOVE SPACES TO WS-REGISTER-NOTE
                   STRING "PAID BUT NOT OUTSTANDING - STATUS "
                       CRG-STATUS
                       DELIMITED BY SIZE INTO WS-REGISTER-NOTE
                   END-STRING
                   PERFORM WRITE-REGISTER-DETAIL
               ELSE
               IF PDC-AMOUNT NOT EQUAL TO CRG-AMOUNT
                   ADD 1 TO CQT-EXCEPTIONS
                   MOVE "PAID AMOUNT DIFFERS FROM ISSUE" TO
                       WS-REGISTER-NOTE
                   PERFORM WRITE-REGISTER-DETAIL
               ELSE
                   MOVE "C" TO CRG-STATUS
                   MOVE PDC-PAIDDATE TO CRG-STATUSDATE
                   PERFORM REWRITE-CHEQUE-REGISTER
                   ADD 1 TO CQT-CLEARED
                   ADD CRG-AMOUNT TO CQT-CLEARED-VALUE
                   MOVE "CLEARED" TO WS-REGISTER-NOTE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
               END-IF
       END-READ.

STALE-CHEQUE-RUN.
       OPEN I-O ARMASTERFILE
       IF WS-ARM-STATUS NOT EQUAL TO "00"
           MOVE "ARMASTERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM OPEN-POSITIVE-PAY-FILE
       OPEN OUTPUT ESCHEATREPORTFILE
       IF WS-ESC-STATUS NOT EQUAL TO "00"
           MOVE "ESCHEATREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ESC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO ESCHEATREPORTLINE
       STRING "UNCLAIMED PROPERTY - UNCASHED REFUND CHEQUES DORMANT "
           WS-DORMANCY-DAYS " DAYS - AS AT " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO ESCHEATREPORTLINE
       END-STRING
       PERFORM WRITE-ESCHEAT-REPORT-LINE
       MOVE SPACES TO ESCHEATREPORTLINE
       STRING "CHEQUE    ISSUED    OWNER ACCT  OWNER NAME"
           DELIMITED BY SIZE INTO ESCHEATREPORTLINE
       END-STRING
       PERFORM WRITE-ESCHEAT-REPORT-LINE
       MOVE ZERO TO CRG-CHEQUENUMBER
       START CHEQUEREGISTERFILE KEY IS NOT LESS THAN CRG-CHEQUENUMBER
           INVALID KEY SET ENDOFCHEQUEREGISTER TO TRUE
       END-START
       IF NOT ENDOFCHEQUEREGISTER
           PERFORM READ-NEXT-CHEQUE
       END-IF
       PERFORM UNTIL ENDOFCHEQUEREGISTER
           COMPUTE WS-ISSUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CRG-ISSUEDATE)
           COMPUTE WS-CHEQUE-AGE-DAYS =
               WS-TODAY-INTEGER - WS-ISSUE-INTEGER
           IF CRG-OUTSTANDING
                   AND WS-CHEQUE-AGE-DAYS NOT LESS THAN WS-STALE-DAYS
               PERFORM VOID-STALE-CHEQUE
           END-IF
           IF CRG-VOIDED-STALE
                   AND WS-CHEQUE-AGE-DAYS NOT LESS THAN WS-DORMANCY-DAYS
               PERFORM ESCHEAT-DORMANT-CHEQUE
           END-IF
           PERFORM READ-NEXT-CHEQUE
       END-PERFORM
       MOVE SPACES TO ESCHEATREPORTLINE
       PERFORM WRITE-ESCHEAT-REPORT-LINE
       MOVE CQT-ESCHEATED TO PRN-COUNT
       MOVE CQT-ESCHEATED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO ESCHEATREPORTLINE
       STRING "PROPERTIES REPORTED: " PRN-COUNT
           "  VALUE TO REMIT: " PRN-AMOUNT
           DELIMITED BY SIZE INTO ESCHEATREPORTLINE
       END-STRING
       PERFORM WRITE-ESCHEAT-REPORT-LINE
       CLOSE ARMASTERFILE
       CLOSE POSITIVEPAYFILE
       CLOSE ESCHEATREPORTFILE.

VOID-STALE-CHEQUE.
       MOVE "V" TO CRG-STATUS
       MOVE RUN-DATE-YYYYMMDD TO CRG-STATUSDATE
       MOVE "N" TO CRG-CREDITRETURNED
       MOVE "VOIDED STALE - NO AR ACCOUNT" TO WS-REGISTER-NOTE
       IF CRG-SUBSCRIBERID NOT EQUAL TO ZERO
           MOVE CRG-SUBSCRIBERID TO AR-SUBSCRIBERID
           READ ARMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT CRG-AMOUNT FROM AR-BALANCE
                   SUBTRACT CRG-AMOUNT FROM AR-AGE-CURRENT
                   PERFORM REWRITE-AR-MASTER
                   MOVE "S" TO WS-AMV-LEDGER
                   MOVE "F" TO WS-AMV-TYPE
                   MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
                   COMPUTE WS-AMV-AMOUNT = ZERO - CRG-AMOUNT
                   PERFORM LOG-AR-MOVEMENT
                   MOVE "Y" TO CRG-CREDITRETURNED
                   MOVE "VOIDED STALE - CREDIT RETURNED TO AR" TO
                       WS-REGISTER-NOTE
           END-READ
       END-IF
       PERFORM REWRITE-CHEQUE-REGISTER
       MOVE "V" TO PPY-RECORDTYPE
       PERFORM WRITE-POSITIVE-PAY-RECORD
       ADD 1 TO CQT-VOIDED
       ADD CRG-AMOUNT TO CQT-VOIDED-VALUE
       PERFORM WRITE-REGISTER-DETAIL.

ESCHEAT-DORMANT-CHEQUE.
       IF CRG-CREDIT-ON-AR
           MOVE CRG-SUBSCRIBERID TO AR-SUBSCRIBERID
           READ ARMASTERFILE
               INVALID KEY
                   MOVE "N" TO CRG-CREDITRETURNED
               NOT INVALID KEY
                   IF AR-BALANCE + CRG-AMOUNT GREATER THAN ZERO
                       MOVE "U" TO CRG-STATUS
                   ELSE
                       ADD CRG-AMOUNT TO AR-BALANCE
                       ADD CRG-AMOUNT TO AR-AGE-CURRENT
                       PERFORM REWRITE-AR-MASTER
                       MOVE "S" TO WS-AMV-LEDGER
                       MOVE "F" TO WS-AMV-TYPE
                       MOVE AR-SUBSCRIBERID TO WS-AMV-SUBSCRIBERID
                       MOVE CRG-AMOUNT TO WS-AMV-AMOUNT
                       PERFORM LOG-AR-MOVEMENT
                   END-IF
           END-READ
       END-IF
       MOVE RUN-DATE-YYYYMMDD TO CRG-STATUSDATE
       IF CRG-CREDIT-USED
           ADD 1 TO CQT-CREDIT-USED
           MOVE "DORMANT - CREDIT SINCE USED ON AR" TO WS-REGISTER-NOTE
       ELSE
           MOVE "E" TO CRG-STATUS
           ADD 1 TO CQT-ESCHEATED
           ADD CRG-AMOUNT TO CQT-ESCHEATED-VALUE
           MOVE "DORMANT - REPORTED FOR ESCHEATMENT" TO
               WS-REGISTER-NOTE
           MOVE CRG-CHEQUENUMBER TO PRN-ESC-CHEQUENUMBER
           MOVE CRG-ISSUEDATE TO PRN-ESC-ISSUEDATE
           MOVE CRG-SUBSCRIBERID TO PRN-ESC-SUBSCRIBERID
           MOVE CRG-PAYEENAME TO PRN-ESC-OWNERNAME
           MOVE "ADDR" TO WS-MSK-FIELD-TYPE
           MOVE CRG-ADDRESSLINE1 TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE WS-MSK-VALUE-OUT TO PRN-ESC-ADDRESS1
           MOVE CRG-ADDRESSLINE2 TO WS-MSK-VALUE-IN
           PERFORM MASK-SENSITIVE-VALUE
           MOVE WS-MSK-VALUE-OUT TO PRN-ESC-ADDRESS2
           MOVE CRG-AMOUNT TO PRN-ESC-AMOUNT
           MOVE ESCHEATDETAILLINE TO ESCHEATREPORTLINE
           PERFORM WRITE-ESCHEAT-REPORT-LINE
       END-IF
       PERFORM REWRITE-CHEQUE-REGISTER
       PERFORM WRITE-REGISTER-DETAIL.

READ-NEXT-CHEQUE.
       READ CHEQUEREGISTERFILE NEXT RECORD
           AT END SET ENDOFCHEQUEREGISTER TO TRUE
       END-READ.

REWRITE-CHEQUE-REGISTER.
       REWRITE CHEQUEREGISTERREC
       IF WS-CRG-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUEREGISTERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-CRG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REWRITE-AR-MASTER.
       REWRITE ARMASTERREC
       IF WS-ARM-STATUS NOT EQUAL TO "00"
           MOVE "ARMASTERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-ARM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

PRINT-CHEQUE-SUMMARY.
       MOVE SPACES TO REGISTERREPORTLINE
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE CQT-ISSUED TO PRN-COUNT
       MOVE CQT-ISSUED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "CHEQUES ISSUED:    " PRN-COUNT "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE CQT-CLEARED TO PRN-COUNT
       MOVE CQT-CLEARED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "CHEQUES CLEARED:   " PRN-COUNT "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE CQT-VOIDED TO PRN-COUNT
       MOVE CQT-VOIDED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "VOIDED AS STALE:   " PRN-COUNT "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE CQT-ESCHEATED TO PRN-COUNT
       MOVE CQT-ESCHEATED-VALUE TO PRN-AMOUNT
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "ESCHEATED:         " PRN-COUNT "  VALUE: " PRN-AMOUNT
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE CQT-CREDIT-USED TO PRN-COUNT
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "DORMANT, CREDIT USED: " PRN-COUNT
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE
       MOVE CQT-EXCEPTIONS TO PRN-COUNT
       MOVE SPACES TO REGISTERREPORTLINE
       STRING "PAID CHEQUE EXCEPTIONS: " PRN-COUNT
           DELIMITED BY SIZE INTO REGISTERREPORTLINE
       END-STRING
       PERFORM WRITE-REGISTER-REPORT-LINE.

WRITE-REGISTER-DETAIL.
       MOVE CRG-CHEQUENUMBER TO PRN-CHEQUENUMBER
       MOVE CRG-SUBSCRIBERID TO PRN-SUBSCRIBERID
       MOVE CRG-PAYEENAME TO PRN-PAYEENAME
       MOVE CRG-AMOUNT TO PRN-CHEQUE-AMOUNT
       MOVE WS-REGISTER-NOTE TO PRN-REGISTER-NOTE
       MOVE REGISTERDETAILLINE TO REGISTERREPORTLINE
       PERFORM WRITE-REGISTER-REPORT-LINE.

WRITE-REGISTER-REPORT-LINE.
       WRITE REGISTERREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "REGISTERREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-CHEQUE-PRINT-LINE.
       WRITE CHEQUEPRINTLINE
       IF WS-PRT-STATUS NOT EQUAL TO "00"
           MOVE "CHEQUEPRINTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PRT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-ESCHEAT-REPORT-LINE.
       WRITE ESCHEATREPORTLINE
       IF WS-ESC-STATUS NOT EQUAL TO "00"
           MOVE "ESCHEATREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-ESC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOG-AR-MOVEMENT.
       CALL "ARMOVEMENT" USING WS-AMV-LEDGER, WS-AMV-TYPE,
           WS-AMV-SUBSCRIBERID, WS-AMV-AMOUNT, WS-AMV-PROGRAM,
           WS-AMV-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
