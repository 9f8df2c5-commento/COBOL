IDENTIFICATION DIVISION.
PROGRAM-ID. SUBJECTACCESS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SARREQUESTFILE ASSIGN TO "SarRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRQ-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT SUBSCRIBERCHANGELOG ASSIGN TO "SubscriberChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT BILLINGHISTORYFILE ASSIGN TO "BillingHistory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-HISTORY-KEY
           FILE STATUS IS WS-BHI-STATUS.

       SELECT ARMASTERFILE ASSIGN TO "ArMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AR-SUBSCRIBERID
           FILE STATUS IS WS-ARM-STATUS.

       SELECT AROPENITEMFILE ASSIGN TO "ArOpenItems.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPI-ITEM-KEY
           FILE STATUS IS WS-OPI-STATUS.

       SELECT ARMOVEMENTFILE ASSIGN TO "ArMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMV-STATUS.

       SELECT DEPOSITLEDGER ASSIGN TO "DepositLedger.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEP-SUBSCRIBERID
           FILE STATUS IS WS-DEP-STATUS.

       SELECT ARRANGEMENTFILE ASSIGN TO "PayArrangements.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAR-SUBSCRIBERID
           FILE STATUS IS WS-PAR-STATUS.

       SELECT WRITEOFFFILE ASSIGN TO "WriteOffs.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WOF-SUBSCRIBERID
           FILE STATUS IS WS-WOF-STATUS.

       SELECT PLACEMENTFILE ASSIGN TO "Placements.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLC-SUBSCRIBERID
           FILE STATUS IS WS-PLC-STATUS.

       SELECT BANKMANDATEFILE ASSIGN TO "BankMandates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BMD-SUBSCRIBERID
           FILE STATUS IS WS-BMD-STATUS.

       SELECT CDRRETENTIONFILE ASSIGN TO "CdrRetention.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-RETENTION-KEY
           FILE STATUS IS WS-CRT-STATUS.

       SELECT NOTICELOGFILE ASSIGN TO "NoticeLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NTL-STATUS.

       SELECT FRAUDCASEFILE ASSIGN TO "FraudCases.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FCS-SUBSCRIBERID
           FILE STATUS IS WS-FCS-STATUS.

       SELECT IDENTITYLINKFILE ASSIGN TO "IdentityLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IDL-STATUS.

       SELECT CONSENTFILE ASSIGN TO "Consent.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CNS-SUBSCRIBERID
           FILE STATUS IS WS-CNS-STATUS.

       SELECT SARREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT SAREXPORTFILE ASSIGN TO DYNAMIC WS-EXP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.

       SELECT SARLOGFILE ASSIGN TO "SarLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     SARREQUESTFILE.
01     SARREQUESTREC.
       02  SRQ-REFERENCE           PIC X(12).
       02  SRQ-SUBSCRIBERID        PIC 9(10).
       02  SRQ-RECEIVED-DATE       PIC 9(8).

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

FD     SUBSCRIBERCHANGELOG.
01     SUBSCRIBERCHANGELOGREC.
       02  LOG-SUBSCRIBERID    PIC 9(10).
       02  FILLER              PIC X.
       02  LOG-ACTION          PIC X.
       02  FILLER              PIC X.
       02  LOG-PLANCODE        PIC X(4).
       02  FILLER              PIC X.
       02  LOG-OPERATORID      PIC X(8).
       02  FILLER              PIC X.
       02  LOG-ENTRYTIMESTAMP  PIC 9(14).
       02  FILLER              PIC X.
       02  LOG-PRIOR-NAME      PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-ADDRESS1  PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-ADDRESS2  PIC X(25).
       02  FILLER              PIC X.
       02  LOG-PRIOR-IMAGE     PIC X(233).

FD     BILLINGHISTORYFILE.
       COPY "BILLINGHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGHISTORYREC==
                     ==:PREFIX:==  BY ==BH-==.

FD     ARMASTERFILE.
       COPY "ARMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ARMASTERREC==
                     ==:PREFIX:==  BY ==AR-==.

FD     AROPENITEMFILE.
       COPY "AROPENITEM.cpy"
           REPLACING ==:RECNAME:== BY ==AROPENITEMREC==
                     ==:PREFIX:==  BY ==OPI-==.

FD     ARMOVEMENTFILE.
       COPY "ARMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ARMOVEMENTREC==
                     ==:PREFIX:==  BY ==AMV-==.

FD     DEPOSITLEDGER.
       COPY "DEPOSITLEDGER.cpy"
           REPLACING ==:RECNAME:== BY ==DEPOSITLEDGERREC==
                     ==:PREFIX:==  BY ==DEP-==.

FD     ARRANGEMENTFILE.
       COPY "PAYARRANGEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ARRANGEMENTREC==
                     ==:PREFIX:==  BY ==PAR-==.

FD     WRITEOFFFILE.
       COPY "WRITEOFF.cpy"
           REPLACING ==:RECNAME:== BY ==WRITEOFFREC==
                     ==:PREFIX:==  BY ==WOF-==.

FD     PLACEMENTFILE.
       COPY "AGENCYPLACEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==PLACEMENTREC==
                     ==:PREFIX:==  BY ==PLC-==.

FD     BANKMANDATEFILE.
       COPY "BANKMANDATE.cpy"
           REPLACING ==:RECNAME:== BY ==BANKMANDATEREC==
                     ==:PREFIX:==  BY ==BMD-==.

FD     CDRRETENTIONFILE.
01     CDRRETENTIONREC.
       02  CR-RETENTION-KEY.
           03  CR-SUBSCRIBERID     PIC 9(10).
           03  CR-CALLTIMESTAMP    PIC 9(12).
           03  CR-SEQUENCE         PIC 9(4).
       02  CR-SERVICETYPE          PIC 9.
       02  CR-SERVICECOST          PIC 9(4)V99.
       02  CR-CALLDURATION         PIC 9(5).
       02  CR-ROAMINGPARTNER       PIC X(4).
       02  CR-CALLEDNUMBER         PIC X(15).
       02  CR-CARRIERID            PIC X(4).

FD     NOTICELOGFILE.
01     NOTICELOGREC.
       02  NTL-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X.
       02  NTL-NOTICEDATE          PIC 9(8).
       02  FILLER                  PIC X.
       02  NTL-USAGE-FLAG          PIC X.
       02  NTL-PIN-FLAG            PIC X.
       02  NTL-PAYMENT-FLAG        PIC X.
       02  NTL-CREDIT-FLAG         PIC X.

FD     FRAUDCASEFILE.
01     FRAUDCASEREC.
       02  FCS-SUBSCRIBERID        PIC 9(10).
       02  FCS-STATUS              PIC X.
       02  FCS-CUMULATIVE-SCORE    PIC 9(7).
       02  FCS-ALERT-COUNT         PIC 9(5).
       02  FCS-OPENED-DATE         PIC 9(8).
       02  FCS-LASTALERT-DATE      PIC 9(8).
       02  FCS-CLEARED-DATE        PIC 9(8).
       02  FCS-SUPPRESS-UNTIL      PIC 9(8).
       02  FCS-ANALYST             PIC X(8).
       02  FCS-DISPOSITION-NOTE    PIC X(40).

FD     IDENTITYLINKFILE.
01     IDENTITYLINKREC.
       02  IDL-NEW-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X.
       02  IDL-PRIOR-SUBSCRIBERID  PIC 9(10).
       02  FILLER                  PIC X.
       02  IDL-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  IDL-CONFIRMED-DATE      PIC 9(8).

FD     CONSENTFILE.
       COPY "CONSENT.cpy"
           REPLACING ==:RECNAME:== BY ==CONSENTREC==
                     ==:PREFIX:==  BY ==CNS-==.

FD     SARREPORTFILE.
01     SARREPORTLINE               PIC X(100).

FD     SAREXPORTFILE.
01     SAREXPORTREC.
       02  SAX-SOURCE              PIC X(4).
       02  FILLER                  PIC X.
       02  SAX-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X.
       02  SAX-RECORD-IMAGE        PIC X(400).

FD     SARLOGFILE.
01     SARLOGREC.
       02  SRL-REFERENCE           PIC X(12).
       02  SRL-SUBSCRIBERID        PIC 9(10).
       02  SRL-OPERATORID          PIC X(8).
       02  SRL-RECEIVED-DATE       PIC 9(8).
       02  SRL-DUE-DATE            PIC 9(8).
       02  SRL-COMPLETED-DATE      PIC 9(8).
       02  SRL-RECORD-COUNT        PIC 9(7).
       02  SRL-RESULT              PIC X.
           88  SRL-COMPLETED-IN-TIME   VALUE "C".
           88  SRL-COMPLETED-LATE      VALUE "L".
           88  SRL-NO-SUBSCRIBER       VALUE "N".
           88  SRL-REJECTED            VALUE "R".

WORKING-STORAGE SECTION.
01     WS-SRQ-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-LOG-STATUS               PIC XX.
01     WS-BHI-STATUS               PIC XX.
01     WS-ARM-STATUS               PIC XX.
01     WS-OPI-STATUS               PIC XX.
01     WS-AMV-STATUS               PIC XX.
01     WS-DEP-STATUS               PIC XX.
01     WS-PAR-STATUS               PIC XX.
01     WS-WOF-STATUS               PIC XX.
01     WS-PLC-STATUS               PIC XX.
01     WS-BMD-STATUS               PIC XX.
01     WS-CRT-STATUS               PIC XX.
01     WS-NTL-STATUS               PIC XX.
01     WS-FCS-STATUS               PIC XX.
01     WS-IDL-STATUS               PIC XX.
01     WS-CNS-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-EXP-STATUS               PIC XX.
01     WS-SRL-STATUS               PIC XX.

01     WS-RPT-FILENAME             PIC X(40).
01     WS-EXP-FILENAME             PIC X(40).

01     WS-SRQ-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSARREQUESTS        VALUE "Y".
01     WS-SEQ-EOF-SWITCH           PIC X.
       88  ENDOFSEQUENTIALSOURCE   VALUE "Y".
01     WS-KEYED-EOF-SWITCH         PIC X.
       88  ENDOFKEYEDSOURCE        VALUE "Y".
01     WS-SECTION-COUNT            PIC 9(7).

01     SOURCE-AVAILABILITY.
       02  AVL-BHI                 PIC X VALUE "N".
           88  BHI-AVAILABLE       VALUE "Y".
       02  AVL-ARM                 PIC X VALUE "N".
           88  ARM-AVAILABLE       VALUE "Y".
       02  AVL-OPI                 PIC X VALUE "N".
           88  OPI-AVAILABLE       VALUE "Y".
       02  AVL-DEP                 PIC X VALUE "N".
           88  DEP-AVAILABLE       VALUE "Y".
       02  AVL-PAR                 PIC X VALUE "N".
           88  PAR-AVAILABLE       VALUE "Y".
       02  AVL-WOF                 PIC X VALUE "N".
           88  WOF-AVAILABLE       VALUE "Y".
       02  AVL-PLC                 PIC X VALUE "N".
           88  PLC-AVAILABLE       VALUE "Y".
       02  AVL-BMD                 PIC X VALUE "N".
           88  BMD-AVAILABLE       VALUE "Y".
       02  AVL-CRT                 PIC X VALUE "N".
           88  CRT-AVAILABLE       VALUE "Y".
       02  AVL-FCS                 PIC X VALUE "N".
           88  FCS-AVAILABLE       VALUE "Y".
       02  AVL-CNS                 PIC X VALUE "N".
           88  CNS-AVAILABLE       VALUE "Y".

01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     WS-RESPONSE-DAYS-PARM       PIC X(3).
01     WS-RESPONSE-DAYS            PIC 9(3) VALUE 30.
01     WS-DUE-DATE                 PIC 9(8).

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "SUBJECTACCESS".

01     SAR-COUNTS.
       02  SRC-REQUESTS            PIC 9(6) VALUE ZERO.
       02  SRC-EXPORTED            PIC 9(6) VALUE ZERO.
       02  SRC-LATE                PIC 9(6) VALUE ZERO.
       02  SRC-NOT-FOUND           PIC 9(6) VALUE ZERO.
       02  SRC-REJECTED            PIC 9(6) VALUE ZERO.
01     WS-RECORD-COUNT             PIC 9(7).

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99-.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$9.99-.
01     PRN-COUNT                   PIC ZZZ,ZZ9.
01     WS-MASKED-ACCOUNT           PIC X(17).

01     CONSENT-NAMES.
       02  FILLER                  PIC X(27) VALUE
           "SERVICE  BILLING  MARKETING".
       02  FILLER                  PIC X(28) VALUE
           "POST   SMS    E-MAIL PHONE  ".
01     CONSENT-NAME-TABLE REDEFINES CONSENT-NAMES.
       02  CNN-PURPOSE-NAME        PIC X(9) OCCURS 3 TIMES.
       02  CNN-CHANNEL-NAME        PIC X(7) OCCURS 4 TIMES.
01     CNN-PURPOSE-IDX             PIC 9.
01     CNN-CHANNEL-IDX             PIC 9.

01     SECTIONHEADERLINE.
       02  FILLER                  PIC X(4) VALUE "--- ".
       02  PRN-SECTION-TITLE       PIC X(40).
       02  FILLER                  PIC X(4) VALUE " ---".

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RESPONSE-DAYS-PARM FROM ENVIRONMENT "SARRESPONSEDAYS"
       IF WS-RESPONSE-DAYS-PARM NUMERIC
           MOVE WS-RESPONSE-DAYS-PARM TO WS-RESPONSE-DAYS
       END-IF
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT SARREQUESTFILE
       IF WS-SRQ-STATUS EQUAL TO "35"
           DISPLAY "NO SUBJECT ACCESS REQUESTS PRESENT"
           STOP RUN
       END-IF
       IF WS-SRQ-STATUS NOT EQUAL TO "00"
           MOVE "SARREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SRQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN INPUT BILLINGHISTORYFILE
       OPEN INPUT ARMASTERFILE
       OPEN INPUT AROPENITEMFILE
       OPEN INPUT DEPOSITLEDGER
       OPEN INPUT ARRANGEMENTFILE
       OPEN INPUT WRITEOFFFILE
       OPEN INPUT PLACEMENTFILE
       OPEN INPUT BANKMANDATEFILE
       OPEN INPUT CDRRETENTIONFILE
       OPEN INPUT FRAUDCASEFILE
       OPEN INPUT CONSENTFILE
       PERFORM NOTE-AVAILABLE-SOURCES
       OPEN EXTEND SARLOGFILE
       IF WS-SRL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT SARLOGFILE
       END-IF
       IF WS-SRL-STATUS NOT EQUAL TO "00"
           MOVE "SARLOGFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SRL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-SAR-REQUEST
       PERFORM UNTIL ENDOFSARREQUESTS
           PERFORM PROCESS-ONE-REQUEST
           PERFORM READ-SAR-REQUEST
       END-PERFORM
       CLOSE SARREQUESTFILE
       CLOSE SUBSCRIBERMASTER
       IF BHI-AVAILABLE
           CLOSE BILLINGHISTORYFILE
       END-IF
       IF ARM-AVAILABLE
           CLOSE ARMASTERFILE
       END-IF
       IF OPI-AVAILABLE
           CLOSE AROPENITEMFILE
       END-IF
       IF DEP-AVAILABLE
           CLOSE DEPOSITLEDGER
       END-IF
       IF PAR-AVAILABLE
           CLOSE ARRANGEMENTFILE
       END-IF
       IF WOF-AVAILABLE
           CLOSE WRITEOFFFILE
       END-IF
       IF PLC-AVAILABLE
           CLOSE PLACEMENTFILE
       END-IF
       IF BMD-AVAILABLE
           CLOSE BANKMANDATEFILE
       END-IF
       IF CRT-AVAILABLE
           CLOSE CDRRETENTIONFILE
       END-IF
       IF FCS-AVAILABLE
           CLOSE FRAUDCASEFILE
       END-IF
       IF CNS-AVAILABLE
           CLOSE CONSENTFILE
       END-IF
       CLOSE SARLOGFILE
       OPEN OUTPUT SARREQUESTFILE
       CLOSE SARREQUESTFILE
       DISPLAY "SUBJECTACCESS -- REQUESTS: " SRC-REQUESTS
           "  EXPORTED: " SRC-EXPORTED
           "  PAST DUE DATE: " SRC-LATE
           "  NO SUCH SUBSCRIBER: " SRC-NOT-FOUND
           "  REJECTED: " SRC-REJECTED
       IF SRC-LATE GREATER THAN ZERO OR SRC-NOT-FOUND GREATER THAN ZERO
               OR SRC-REJECTED GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

NOTE-AVAILABLE-SOURCES.
       IF WS-BHI-STATUS EQUAL TO "00"
           SET BHI-AVAILABLE TO TRUE
       END-IF
       IF WS-ARM-STATUS EQUAL TO "00"
           SET ARM-AVAILABLE TO TRUE
       END-IF
       IF WS-OPI-STATUS EQUAL TO "00"
           SET OPI-AVAILABLE TO TRUE
       END-IF
       IF WS-DEP-STATUS EQUAL TO "00"
           SET DEP-AVAILABLE TO TRUE
       END-IF
       IF WS-PAR-STATUS EQUAL TO "00"
           SET PAR-AVAILABLE TO TRUE
       END-IF
       IF WS-WOF-STATUS EQUAL TO "00"
           SET WOF-AVAILABLE TO TRUE
       END-IF
       IF WS-PLC-STATUS EQUAL TO "00"
           SET PLC-AVAILABLE TO TRUE
       END-IF
       IF WS-BMD-STATUS EQUAL TO "00"
           SET BMD-AVAILABLE TO TRUE
       END-IF
       IF WS-CRT-STATUS EQUAL TO "00"
           SET CRT-AVAILABLE TO TRUE
       END-IF
       IF WS-FCS-STATUS EQUAL TO "00"
           SET FCS-AVAILABLE TO TRUE
       END-IF
       IF WS-CNS-STATUS EQUAL TO "00"
           SET CNS-AVAILABLE TO TRUE
       END-IF.

PROCESS-ONE-REQUEST.
       ADD 1 TO SRC-REQUESTS
       MOVE SPACES TO SARLOGREC
       MOVE SRQ-REFERENCE TO SRL-REFERENCE
       MOVE ZERO TO SRL-SUBSCRIBERID
       MOVE ZERO TO SRL-DUE-DATE
       MOVE ZERO TO SRL-RECORD-COUNT
       MOVE WS-OPERATOR-ID TO SRL-OPERATORID
       MOVE RUN-DATE-YYYYMMDD TO SRL-COMPLETED-DATE
       IF SRQ-REFERENCE EQUAL TO SPACES
               OR SRQ-SUBSCRIBERID NOT NUMERIC
               OR SRQ-RECEIVED-DATE NOT NUMERIC
               OR SRQ-RECEIVED-DATE GREATER THAN RUN-DATE-YYYYMMDD
           ADD 1 TO SRC-REJECTED
           MOVE ZERO TO SRL-RECEIVED-DATE
           SET SRL-REJECTED TO TRUE
           DISPLAY "SUBJECT ACCESS REQUEST REJECTED - REFERENCE, "
               "SUBSCRIBER ID OR RECEIVED DATE INVALID: " SARREQUESTREC
       ELSE
           MOVE SRQ-SUBSCRIBERID TO SRL-SUBSCRIBERID
           MOVE SRQ-RECEIVED-DATE TO SRL-RECEIVED-DATE
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SRQ-RECEIVED-DATE)
               + WS-RESPONSE-DAYS)
           MOVE WS-DUE-DATE TO SRL-DUE-DATE
           MOVE SRQ-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY
                   ADD 1 TO SRC-NOT-FOUND
                   SET SRL-NO-SUBSCRIBER TO TRUE
                   DISPLAY "SUBJECT ACCESS REQUEST " SRQ-REFERENCE
                       " - NO SUBSCRIBER " SRQ-SUBSCRIBERID
               NOT INVALID KEY
                   PERFORM EXPORT-ONE-SUBSCRIBER
                   ADD 1 TO SRC-EXPORTED
                   MOVE WS-RECORD-COUNT TO SRL-RECORD-COUNT
                   IF RUN-DATE-YYYYMMDD GREATER THAN WS-DUE-DATE
                       ADD 1 TO SRC-LATE
                       SET SRL-COMPLETED-LATE TO TRUE
                   ELSE
                       SET SRL-COMPLETED-IN-TIME TO TRUE
                   END-IF
           END-READ
       END-IF
       WRITE SARLOGREC
       IF WS-SRL-STATUS NOT EQUAL TO "00"
           MOVE "SARLOGFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-SRL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

EXPORT-ONE-SUBSCRIBER.
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "SubjectAccess-" SRQ-REFERENCE DELIMITED BY SPACE
           ".rpt" DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       MOVE SPACES TO WS-EXP-FILENAME
       STRING "SubjectAccess-" SRQ-REFERENCE DELIMITED BY SPACE
           ".dat" DELIMITED BY SIZE INTO WS-EXP-FILENAME
       END-STRING
       OPEN OUTPUT SARREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "SARREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT SAREXPORTFILE
       IF WS-EXP-STATUS NOT EQUAL TO "00"
           MOVE "SAREXPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EXP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE ZERO TO WS-RECORD-COUNT
       MOVE SPACES TO SAREXPORTREC
       MOVE SPACES TO SARREPORTLINE
       STRING "UNIVERSAL TELECOMS - PERSONAL DATA HELD FOR SUBSCRIBER "
           SRQ-SUBSCRIBERID
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE SPACES TO SARREPORTLINE
       STRING "REQUEST " SRQ-REFERENCE "  RECEIVED " SRQ-RECEIVED-DATE
           "  DUE " WS-DUE-DATE "  PRODUCED " RUN-DATE-YYYYMMDD
           "  BY " WS-OPERATOR-ID
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       PERFORM EXPORT-MASTER-SECTION
       PERFORM EXPORT-CHANGE-LOG-SECTION
       PERFORM EXPORT-HISTORY-SECTION
       PERFORM EXPORT-RECEIVABLES-SECTION
       PERFORM EXPORT-PAYMENTS-SECTION
       PERFORM EXPORT-DEPOSIT-SECTION
       PERFORM EXPORT-ARRANGEMENT-SECTION
       PERFORM EXPORT-WRITEOFF-SECTION
       PERFORM EXPORT-PLACEMENT-SECTION
       PERFORM EXPORT-MANDATE-SECTION
       PERFORM EXPORT-CALL-SECTION
       PERFORM EXPORT-NOTICE-SECTION
       PERFORM EXPORT-FRAUD-SECTION
       PERFORM EXPORT-IDENTITY-SECTION
       PERFORM EXPORT-CONSENT-SECTION
       MOVE SPACES TO SARREPORTLINE
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE WS-RECORD-COUNT TO PRN-COUNT
       MOVE SPACES TO SARREPORTLINE
       STRING "END OF EXPORT - RECORDS SUPPLIED: " PRN-COUNT
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       CLOSE SARREPORTFILE
       CLOSE SAREXPORTFILE
       DISPLAY "SUBJECT ACCESS REQUEST " SRQ-REFERENCE " WRITTEN TO "
           WS-RPT-FILENAME " AND " WS-EXP-FILENAME.

EXPORT-MASTER-SECTION.
       MOVE "SUBSCRIBER MASTER RECORD" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE SPACES TO SARREPORTLINE
       STRING "  NAME " SMF-SUBSCRIBERNAME
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE SPACES TO SARREPORTLINE
       STRING "  ADDRESS " SMF-ADDRESSLINE1 " / " SMF-ADDRESSLINE2
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       IF SMF-ADDRESS-UNDELIVERABLE
           MOVE SPACES TO SARREPORTLINE
           STRING "  ADDRESS MARKED UNDELIVERABLE ON "
               SMF-ADDRESSSTATUSDATE " REASON " SMF-ADDRESSRETURNREASON
               DELIMITED BY SIZE INTO SARREPORTLINE
           END-STRING
           PERFORM WRITE-SAR-REPORT-LINE
       END-IF
       MOVE SPACES TO SARREPORTLINE
       STRING "  PLAN " SMF-PLANCODE "  BILL CYCLE " SMF-BILLCYCLE
           "  PAY TYPE " SMF-PAYTYPE "  TAX JURISDICTION "
           SMF-TAXJURISDICTION "  SALES CHANNEL " SMF-SALESCHANNEL
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE SPACES TO SARREPORTLINE
       STRING "  ACTIVATED " SMF-ACTIVATIONDATE
           "  TERMINATED " SMF-TERMINATIONDATE
           "  SUSPENSION " SMF-SUSPENSIONSTATUS " " SMF-SUSPENSIONREASON
           " " SMF-SUSPENSIONDATE
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE SPACES TO SARREPORTLINE
       STRING "  PORT STATUS " SMF-PORTSTATUS " " SMF-PORTDATE
           " " SMF-PORTCARRIER "  PREMIUM BAR " SMF-PREMIUMBAR
           "  WEAK PIN " SMF-WEAKPINFLAG
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE "DELIVERY AND CONTACT PREFERENCES" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE SPACES TO SARREPORTLINE
       STRING "  BILL DELIVERY METHOD " SMF-DELIVERYMETHOD
           "  E-BILL ADDRESS " SMF-EBILLADDRESS
           "  LANGUAGE " SMF-LANGUAGECODE
           DELIMITED BY SIZE INTO SARREPORTLINE
       END-STRING
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE "MST " TO SAX-SOURCE
       MOVE SUBSCRIBERMASTERREC TO SAX-RECORD-IMAGE
       PERFORM WRITE-SAR-EXPORT-RECORD.

EXPORT-CHANGE-LOG-SECTION.
       MOVE "CHANGE HISTORY" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       OPEN INPUT SUBSCRIBERCHANGELOG
       IF WS-LOG-STATUS EQUAL TO "00"
           MOVE "N" TO WS-SEQ-EOF-SWITCH
           PERFORM READ-CHANGE-LOG-RECORD
           PERFORM UNTIL ENDOFSEQUENTIALSOURCE
               IF LOG-SUBSCRIBERID EQUAL TO SRQ-SUBSCRIBERID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  " LOG-ENTRYTIMESTAMP " ACTION " LOG-ACTION
                       " PLAN " LOG-PLANCODE " BY " LOG-OPERATORID
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   IF LOG-PRIOR-NAME NOT EQUAL TO SPACES
                       MOVE SPACES TO SARREPORTLINE
                       STRING "    PREVIOUSLY " LOG-PRIOR-NAME " / "
                           LOG-PRIOR-ADDRESS1 " / " LOG-PRIOR-ADDRESS2
                           DELIMITED BY SIZE INTO SARREPORTLINE
                       END-STRING
                       PERFORM WRITE-SAR-REPORT-LINE
                   END-IF
                   MOVE "CHG " TO SAX-SOURCE
                   MOVE SUBSCRIBERCHANGELOGREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
               END-IF
               PERFORM READ-CHANGE-LOG-RECORD
           END-PERFORM
           CLOSE SUBSCRIBERCHANGELOG
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-CHANGE-LOG-RECORD.
       READ SUBSCRIBERCHANGELOG
           AT END SET ENDOFSEQUENTIALSOURCE TO TRUE
       END-READ.

EXPORT-HISTORY-SECTION.
       MOVE "BILLING HISTORY (ALL VERSIONS)" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF BHI-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO BH-SUBSCRIBERID
           MOVE ZERO TO BH-PERIOD
           MOVE ZERO TO BH-VERSION
           MOVE "N" TO WS-KEYED-EOF-SWITCH
           START BILLINGHISTORYFILE KEY NOT LESS THAN BH-HISTORY-KEY
               INVALID KEY SET ENDOFKEYEDSOURCE TO TRUE
           END-START
           PERFORM READ-NEXT-HISTORY-RECORD
           PERFORM UNTIL ENDOFKEYEDSOURCE
               ADD 1 TO WS-SECTION-COUNT
               MOVE BH-BILLEDAMOUNT TO PRN-AMOUNT
               MOVE BH-TAXAMOUNT TO PRN-AMOUNT-2
               MOVE SPACES TO SARREPORTLINE
               STRING "  PERIOD " BH-PERIOD " VERSION " BH-VERSION
                   "  BILLED " PRN-AMOUNT "  OF WHICH TAX " PRN-AMOUNT-2
                   DELIMITED BY SIZE INTO SARREPORTLINE
               END-STRING
               PERFORM WRITE-SAR-REPORT-LINE
               MOVE "BHV " TO SAX-SOURCE
               MOVE BILLINGHISTORYREC TO SAX-RECORD-IMAGE
               PERFORM WRITE-SAR-EXPORT-RECORD
               PERFORM READ-NEXT-HISTORY-RECORD
           END-PERFORM
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-NEXT-HISTORY-RECORD.
       READ BILLINGHISTORYFILE NEXT RECORD
           AT END SET ENDOFKEYEDSOURCE TO TRUE
       END-READ
       IF NOT ENDOFKEYEDSOURCE
           IF BH-SUBSCRIBERID NOT EQUAL TO SRQ-SUBSCRIBERID
               SET ENDOFKEYEDSOURCE TO TRUE
           END-IF
       END-IF.

EXPORT-RECEIVABLES-SECTION.
       MOVE "ACCOUNT BALANCE AND OPEN ITEMS" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF ARM-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO AR-SUBSCRIBERID
           READ ARMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE AR-BALANCE TO PRN-AMOUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  BALANCE " PRN-AMOUNT
                       "  LAST PAYMENT " AR-LASTPAYMENTDATE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "ARM " TO SAX-SOURCE
                   MOVE ARMASTERREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       IF OPI-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO OPI-SUBSCRIBERID
           MOVE ZERO TO OPI-INVOICENUMBER
           MOVE "N" TO WS-KEYED-EOF-SWITCH
           START AROPENITEMFILE KEY NOT LESS THAN OPI-ITEM-KEY
               INVALID KEY SET ENDOFKEYEDSOURCE TO TRUE
           END-START
           PERFORM READ-NEXT-OPEN-ITEM
           PERFORM UNTIL ENDOFKEYEDSOURCE
               ADD 1 TO WS-SECTION-COUNT
               MOVE OPI-ORIGINAL-AMOUNT TO PRN-AMOUNT
               MOVE OPI-OPEN-AMOUNT TO PRN-AMOUNT-2
               MOVE SPACES TO SARREPORTLINE
               STRING "  INVOICE " OPI-INVOICENUMBER
                   " PERIOD " OPI-BILLINGPERIOD " DUE " OPI-DUEDATE
                   " AMOUNT " PRN-AMOUNT " OPEN " PRN-AMOUNT-2
                   " STATUS " OPI-STATUS
                   DELIMITED BY SIZE INTO SARREPORTLINE
               END-STRING
               PERFORM WRITE-SAR-REPORT-LINE
               MOVE "OPI " TO SAX-SOURCE
               MOVE AROPENITEMREC TO SAX-RECORD-IMAGE
               PERFORM WRITE-SAR-EXPORT-RECORD
               PERFORM READ-NEXT-OPEN-ITEM
           END-PERFORM
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-NEXT-OPEN-ITEM.
       READ AROPENITEMFILE NEXT RECORD
           AT END SET ENDOFKEYEDSOURCE TO TRUE
       END-READ
       IF NOT ENDOFKEYEDSOURCE
           IF OPI-SUBSCRIBERID NOT EQUAL TO SRQ-SUBSCRIBERID
               SET ENDOFKEYEDSOURCE TO TRUE
           END-IF
       END-IF.

EXPORT-PAYMENTS-SECTION.
       MOVE "PAYMENTS AND ACCOUNT MOVEMENTS" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       OPEN INPUT ARMOVEMENTFILE
       IF WS-AMV-STATUS EQUAL TO "00"
           MOVE "N" TO WS-SEQ-EOF-SWITCH
           PERFORM READ-MOVEMENT-RECORD
           PERFORM UNTIL ENDOFSEQUENTIALSOURCE
               IF AMV-SUBSCRIBERID EQUAL TO SRQ-SUBSCRIBERID
                       AND AMV-SUBSCRIBER-LEDGER
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE AMV-AMOUNT TO PRN-AMOUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  " AMV-MOVEDATE " TYPE " AMV-TYPE
                       " AMOUNT " PRN-AMOUNT " POSTED BY " AMV-PROGRAM
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "AMV " TO SAX-SOURCE
                   MOVE ARMOVEMENTREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
               END-IF
               PERFORM READ-MOVEMENT-RECORD
           END-PERFORM
           CLOSE ARMOVEMENTFILE
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-MOVEMENT-RECORD.
       READ ARMOVEMENTFILE
           AT END SET ENDOFSEQUENTIALSOURCE TO TRUE
       END-READ.

EXPORT-DEPOSIT-SECTION.
       MOVE "SECURITY DEPOSIT" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF DEP-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO DEP-SUBSCRIBERID
           READ DEPOSITLEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE DEP-AMOUNT-HELD TO PRN-AMOUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  HELD " PRN-AMOUNT " TAKEN " DEP-TAKEN-DATE
                       " REASON " DEP-REASON " STATUS " DEP-STATUS
                       " CLOSED " DEP-CLOSED-DATE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "DEP " TO SAX-SOURCE
                   MOVE DEPOSITLEDGERREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

EXPORT-ARRANGEMENT-SECTION.
       MOVE "PAYMENT ARRANGEMENT" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF PAR-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO PAR-SUBSCRIBERID
           READ ARRANGEMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE PAR-AGREED-BALANCE TO PRN-AMOUNT
                   MOVE PAR-INSTALLMENT-AMOUNT TO PRN-AMOUNT-2
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  AGREED " PAR-AGREED-DATE " BALANCE "
                       PRN-AMOUNT " " PAR-INSTALLMENT-COUNT " X "
                       PRN-AMOUNT-2 " PAID " PAR-INSTALLMENTS-PAID
                       " STATUS " PAR-STATUS
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "ARR " TO SAX-SOURCE
                   MOVE ARRANGEMENTREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

EXPORT-WRITEOFF-SECTION.
       MOVE "BAD DEBT WRITE-OFF" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF WOF-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO WOF-SUBSCRIBERID
           READ WRITEOFFFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WOF-AMOUNT TO PRN-AMOUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  AMOUNT " PRN-AMOUNT " PROPOSED "
                       WOF-PROPOSED-DATE " STATUS " WOF-STATUS
                       " APPROVED " WOF-APPROVED-DATE
                       " RECOVERED " WOF-RECOVERED-DATE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "WOF " TO SAX-SOURCE
                   MOVE WRITEOFFREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

EXPORT-PLACEMENT-SECTION.
       MOVE "COLLECTIONS AGENCY PLACEMENT" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF PLC-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO PLC-SUBSCRIBERID
           READ PLACEMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE PLC-PLACED-AMOUNT TO PRN-AMOUNT
                   MOVE PLC-RECOVERED-TO-DATE TO PRN-AMOUNT-2
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  AGENCY " PLC-AGENCYCODE " PLACED "
                       PLC-PLACED-DATE " AMOUNT " PRN-AMOUNT
                       " RECOVERED " PRN-AMOUNT-2 " STATUS " PLC-STATUS
                       " RECALLED " PLC-RECALL-DATE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "PLC " TO SAX-SOURCE
                   MOVE PLACEMENTREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

EXPORT-MANDATE-SECTION.
       MOVE "DIRECT DEBIT MANDATE" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF BMD-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO BMD-SUBSCRIBERID
           READ BANKMANDATEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO WS-MASKED-ACCOUNT
                   STRING BMD-BANKSORT(1:2) "-" BMD-BANKSORT(3:2) "-"
                       BMD-BANKSORT(5:2) " ****" BMD-BANKACCT(5:4)
                       DELIMITED BY SIZE INTO WS-MASKED-ACCOUNT
                   END-STRING
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  ACCOUNT " WS-MASKED-ACCOUNT " STATUS "
                       BMD-STATUS " RETURNS " BMD-RETURN-COUNT
                       " LAST RETURN " BMD-LASTRETURNDATE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "BMD " TO SAX-SOURCE
                   MOVE BANKMANDATEREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

EXPORT-CALL-SECTION.
       MOVE "CALL RECORDS RETAINED" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF CRT-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO CR-SUBSCRIBERID
           MOVE ZERO TO CR-CALLTIMESTAMP
           MOVE ZERO TO CR-SEQUENCE
           MOVE "N" TO WS-KEYED-EOF-SWITCH
           START CDRRETENTIONFILE KEY NOT LESS THAN CR-RETENTION-KEY
               INVALID KEY SET ENDOFKEYEDSOURCE TO TRUE
           END-START
           PERFORM READ-NEXT-RETAINED-CALL
           PERFORM UNTIL ENDOFKEYEDSOURCE
               ADD 1 TO WS-SECTION-COUNT
               MOVE CR-SERVICECOST TO PRN-AMOUNT
               MOVE SPACES TO SARREPORTLINE
               STRING "  " CR-CALLTIMESTAMP " SERVICE " CR-SERVICETYPE
                   " NUMBER " CR-CALLEDNUMBER " DURATION "
                   CR-CALLDURATION " PARTNER " CR-ROAMINGPARTNER
                   " COST " PRN-AMOUNT
                   DELIMITED BY SIZE INTO SARREPORTLINE
               END-STRING
               PERFORM WRITE-SAR-REPORT-LINE
               MOVE "CDR " TO SAX-SOURCE
               MOVE CDRRETENTIONREC TO SAX-RECORD-IMAGE
               PERFORM WRITE-SAR-EXPORT-RECORD
               PERFORM READ-NEXT-RETAINED-CALL
           END-PERFORM
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-NEXT-RETAINED-CALL.
       READ CDRRETENTIONFILE NEXT RECORD
           AT END SET ENDOFKEYEDSOURCE TO TRUE
       END-READ
       IF NOT ENDOFKEYEDSOURCE
           IF CR-SUBSCRIBERID NOT EQUAL TO SRQ-SUBSCRIBERID
               SET ENDOFKEYEDSOURCE TO TRUE
           END-IF
       END-IF.

EXPORT-NOTICE-SECTION.
       MOVE "NOTICES SENT" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       OPEN INPUT NOTICELOGFILE
       IF WS-NTL-STATUS EQUAL TO "00"
           MOVE "N" TO WS-SEQ-EOF-SWITCH
           PERFORM READ-NOTICE-LOG-RECORD
           PERFORM UNTIL ENDOFSEQUENTIALSOURCE
               IF NTL-SUBSCRIBERID EQUAL TO SRQ-SUBSCRIBERID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  " NTL-NOTICEDATE " USAGE " NTL-USAGE-FLAG
                       " PIN " NTL-PIN-FLAG " PAYMENT " NTL-PAYMENT-FLAG
                       " CREDIT " NTL-CREDIT-FLAG
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "NTC " TO SAX-SOURCE
                   MOVE NOTICELOGREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
               END-IF
               PERFORM READ-NOTICE-LOG-RECORD
           END-PERFORM
           CLOSE NOTICELOGFILE
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-NOTICE-LOG-RECORD.
       READ NOTICELOGFILE
           AT END SET ENDOFSEQUENTIALSOURCE TO TRUE
       END-READ.

EXPORT-FRAUD-SECTION.
       MOVE "FRAUD CASE" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF FCS-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO FCS-SUBSCRIBERID
           READ FRAUDCASEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  OPENED " FCS-OPENED-DATE " STATUS "
                       FCS-STATUS " ALERTS " FCS-ALERT-COUNT
                       " CLEARED " FCS-CLEARED-DATE " NOTE "
                       FCS-DISPOSITION-NOTE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "FRD " TO SAX-SOURCE
                   MOVE FRAUDCASEREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

EXPORT-IDENTITY-SECTION.
       MOVE "IDENTITY LINKS TO OTHER ACCOUNTS" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       OPEN INPUT IDENTITYLINKFILE
       IF WS-IDL-STATUS EQUAL TO "00"
           MOVE "N" TO WS-SEQ-EOF-SWITCH
           PERFORM READ-IDENTITY-LINK-RECORD
           PERFORM UNTIL ENDOFSEQUENTIALSOURCE
               IF IDL-NEW-SUBSCRIBERID EQUAL TO SRQ-SUBSCRIBERID
                       OR IDL-PRIOR-SUBSCRIBERID EQUAL TO SRQ-SUBSCRIBERID
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  ACCOUNT " IDL-NEW-SUBSCRIBERID
                       " LINKED TO PRIOR ACCOUNT " IDL-PRIOR-SUBSCRIBERID
                       " CONFIRMED " IDL-CONFIRMED-DATE
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   MOVE "IDL " TO SAX-SOURCE
                   MOVE IDENTITYLINKREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
               END-IF
               PERFORM READ-IDENTITY-LINK-RECORD
           END-PERFORM
           CLOSE IDENTITYLINKFILE
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

READ-IDENTITY-LINK-RECORD.
       READ IDENTITYLINKFILE
           AT END SET ENDOFSEQUENTIALSOURCE TO TRUE
       END-READ.

EXPORT-CONSENT-SECTION.
       MOVE "CONTACT CONSENT AND PREFERENCES" TO PRN-SECTION-TITLE
       PERFORM WRITE-SECTION-HEADER
       MOVE ZERO TO WS-SECTION-COUNT
       IF CNS-AVAILABLE
           MOVE SRQ-SUBSCRIBERID TO CNS-SUBSCRIBERID
           READ CONSENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO SARREPORTLINE
                   STRING "  PREFERRED CHANNEL " CNS-PREFERREDCHANNEL
                       "  LAST CHANGED " CNS-LASTCHANGED
                       DELIMITED BY SIZE INTO SARREPORTLINE
                   END-STRING
                   PERFORM WRITE-SAR-REPORT-LINE
                   PERFORM VARYING CNN-PURPOSE-IDX FROM 1 BY 1
                           UNTIL CNN-PURPOSE-IDX GREATER THAN 3
                       PERFORM VARYING CNN-CHANNEL-IDX FROM 1 BY 1
                               UNTIL CNN-CHANNEL-IDX GREATER THAN 4
                           PERFORM WRITE-ONE-CONSENT-LINE
                       END-PERFORM
                   END-PERFORM
                   MOVE "CNS " TO SAX-SOURCE
                   MOVE CONSENTREC TO SAX-RECORD-IMAGE
                   PERFORM WRITE-SAR-EXPORT-RECORD
           END-READ
       END-IF
       PERFORM WRITE-NONE-HELD-IF-EMPTY.

WRITE-ONE-CONSENT-LINE.
       IF CNS-CONSENT-GIVEN(CNN-PURPOSE-IDX, CNN-CHANNEL-IDX)
               OR CNS-WITHDRAWNDATE(CNN-PURPOSE-IDX, CNN-CHANNEL-IDX)
                   GREATER THAN ZERO
           MOVE SPACES TO SARREPORTLINE
           STRING "  " CNN-PURPOSE-NAME(CNN-PURPOSE-IDX)
               " BY " CNN-CHANNEL-NAME(CNN-CHANNEL-IDX)
               " CONSENT " CNS-FLAG(CNN-PURPOSE-IDX, CNN-CHANNEL-IDX)
               " CAPTURED "
               CNS-CAPTUREDATE(CNN-PURPOSE-IDX, CNN-CHANNEL-IDX)
               " VIA " CNS-SOURCE(CNN-PURPOSE-IDX, CNN-CHANNEL-IDX)
               " WITHDRAWN "
               CNS-WITHDRAWNDATE(CNN-PURPOSE-IDX, CNN-CHANNEL-IDX)
               DELIMITED BY SIZE INTO SARREPORTLINE
           END-STRING
           PERFORM WRITE-SAR-REPORT-LINE
       END-IF.

WRITE-SECTION-HEADER.
       MOVE SPACES TO SARREPORTLINE
       PERFORM WRITE-SAR-REPORT-LINE
       MOVE SECTIONHEADERLINE TO SARREPORTLINE
       PERFORM WRITE-SAR-REPORT-LINE.

WRITE-NONE-HELD-IF-EMPTY.
       IF WS-SECTION-COUNT EQUAL TO ZERO
           MOVE "  NONE HELD" TO SARREPORTLINE
           PERFORM WRITE-SAR-REPORT-LINE
       END-IF.

WRITE-SAR-REPORT-LINE.
       WRITE SARREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "SARREPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

WRITE-SAR-EXPORT-RECORD.
       MOVE SRQ-SUBSCRIBERID TO SAX-SUBSCRIBERID
       ADD 1 TO WS-RECORD-COUNT
       WRITE SAREXPORTREC
       IF WS-EXP-STATUS NOT EQUAL TO "00"
           MOVE "SAREXPORTFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-EXP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO SAREXPORTREC.

READ-SAR-REQUEST.
       READ SARREQUESTFILE AT END SET ENDOFSARREQUESTS TO TRUE
       END-READ
       IF WS-SRQ-STATUS NOT EQUAL TO "00" AND WS-SRQ-STATUS NOT EQUAL TO "10"
           MOVE "SARREQUESTFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-SRQ-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
