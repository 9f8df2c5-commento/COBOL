           RECORD KEY IS ACM-SUBSCRIBERID
           FILE STATUS IS WS-ACM-STATUS.

       SELECT ALLOWANCEPOOLFILE ASSIGN TO DYNAMIC WS-APL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APL-STATUS.

       SELECT ACCOUNTWORKFILE ASSIGN TO "AccountWork.tmp"
           FILE STATUS IS WS-AWK-STATUS.

           REPLACING ==:RECNAME:== BY ==ACCOUNTMASTERREC==
                     ==:PREFIX:==  BY ==ACM-==.

FD     ALLOWANCEPOOLFILE.
       COPY "ALLOWANCEPOOL.cpy"
           REPLACING ==:RECNAME:== BY ==ALLOWANCEPOOLREC==
                     ==:PREFIX:==  BY ==APL-==.

SD     ACCOUNTWORKFILE.
01     AWK-RECORD.
       02  AWK-ACCOUNT-KEY         PIC X(11).
       02  AWK-BILLEDAMOUNT        PIC 9(7)V99.
       02  AWK-BILLINGPERIOD       PIC 9(6).
       02  AWK-DUEDATE             PIC 9(8).
       02  AWK-POOLED-FLAG         PIC X.
       02  AWK-POOL-MINUTES        PIC 9(7).
       02  AWK-POOL-MESSAGES       PIC 9(7).
       02  AWK-POOL-MB             PIC 9(7).
       02  AWK-USED-MINUTES        PIC 9(7).
       02  AWK-USED-MESSAGES       PIC 9(7).
       02  AWK-USED-MB             PIC 9(7).
       02  AWK-SHARE-MINUTES       PIC 9(7).
       02  AWK-SHARE-MESSAGES      PIC 9(7).
       02  AWK-SHARE-MB            PIC 9(7).

FD     ACCOUNTSORTED.
01     ACCOUNTSORTEDREC.
       02  ASD-BILLEDAMOUNT        PIC 9(7)V99.
       02  ASD-BILLINGPERIOD       PIC 9(6).
       02  ASD-DUEDATE             PIC 9(8).
       02  ASD-POOLED-FLAG         PIC X.
           88  ASD-POOLED-MEMBER   VALUE "Y".
       02  ASD-POOL-MINUTES        PIC 9(7).
       02  ASD-POOL-MESSAGES       PIC 9(7).
       02  ASD-POOL-MB             PIC 9(7).
       02  ASD-USED-MINUTES        PIC 9(7).
       02  ASD-USED-MESSAGES       PIC 9(7).
       02  ASD-USED-MB             PIC 9(7).
       02  ASD-SHARE-MINUTES       PIC 9(7).
       02  ASD-SHARE-MESSAGES      PIC 9(7).
       02  ASD-SHARE-MB            PIC 9(7).

FD     ACCOUNTINVOICEFEED.
01     ACCOUNTINVOICEREC.
WORKING-STORAGE SECTION.
01     WS-INV-FILENAME             PIC X(40)
           VALUE "Listing14-2-invoice.feed".
01     WS-APL-FILENAME             PIC X(40)
           VALUE "Listing14-2-pool.dat".
01     WS-CYCLE-PARM               PIC X(2) VALUE SPACES.
01     WS-INV-STATUS               PIC XX.
01     WS-ACM-STATUS               PIC XX.
01     WS-APL-STATUS               PIC XX.
01     WS-AWK-STATUS               PIC XX.
01     WS-ASD-STATUS               PIC XX.
01     WS-AIF-STATUS               PIC XX.

01     WS-INV-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFINVOICEFEED        VALUE "Y".
01     WS-APL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFALLOWANCEPOOL      VALUE "Y".

01     POOL-SHARE-LIMIT            PIC 9(4) VALUE 1000.
01     POOL-SHARE-STORAGE.
       02  PSH-COUNT               PIC 9(4) VALUE ZERO.
       02  PSH-ENTRY OCCURS 1000 TIMES.
           03  PSH-SUBSCRIBERID    PIC 9(10).
           03  PSH-POOL-MINUTES    PIC 9(7).
           03  PSH-POOL-MESSAGES   PIC 9(7).
           03  PSH-POOL-MB         PIC 9(7).
           03  PSH-USED-MINUTES    PIC 9(7).
           03  PSH-USED-MESSAGES   PIC 9(7).
           03  PSH-USED-MB         PIC 9(7).
           03  PSH-SHARE-MINUTES   PIC 9(7).
           03  PSH-SHARE-MESSAGES  PIC 9(7).
           03  PSH-SHARE-MB        PIC 9(7).
01     PSH-IDX                     PIC 9(4).
01     PSH-FOUND-IDX               PIC 9(4).

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
       02  ACC-ACCOUNTTOTAL        PIC 9(9)V99.
       02  ACC-TAXTOTAL            PIC 9(8)V99.
       02  ACC-BILLEDTOTAL         PIC 9(9)V99.
       02  ACC-POOLED-FLAG         PIC X.
       02  ACC-POOL-MINUTES        PIC 9(7).
       02  ACC-POOL-MESSAGES       PIC 9(7).
       02  ACC-POOL-MB             PIC 9(7).
       02  ACC-USED-MINUTES        PIC 9(7).
       02  ACC-USED-MESSAGES       PIC 9(7).
       02  ACC-USED-MB             PIC 9(7).

01     CONSOLIDATE-TOTALS.
       02  CON-LINES-READ          PIC 9(7) VALUE ZERO.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-MEMBER-BILLED       PIC $$$,$$$,$$9.99.

01     MEMBERPOOLSHARELINE.
       02  FILLER                  PIC X(9) VALUE SPACES.
       02  FILLER                  PIC X(13) VALUE "POOL SHARE   ".
       02  PRN-SHARE-MINUTES       PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " MIN  ".
       02  PRN-SHARE-MESSAGES      PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " SMS  ".
       02  PRN-SHARE-MB            PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE " MB".

01     ACCOUNTPOOLLINE.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  PRN-POOL-CAPTION        PIC X(18).
       02  PRN-POOL-MINUTES        PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " MIN  ".
       02  PRN-POOL-MESSAGES       PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(6) VALUE " SMS  ".
       02  PRN-POOL-MB             PIC Z,ZZZ,ZZ9.
       02  FILLER                  PIC X(3) VALUE " MB".

01     ACCOUNTTOTALLINE.
       02  FILLER                  PIC X(4) VALUE SPACES.
       02  FILLER                  PIC X(15) VALUE "ACCOUNT TOTAL  ".
           STRING "Listing14-2-invoice-" WS-CYCLE-PARM ".feed"
               DELIMITED BY SIZE INTO WS-INV-FILENAME
           END-STRING
           MOVE SPACES TO WS-APL-FILENAME
           STRING "Listing14-2-pool-" WS-CYCLE-PARM ".dat"
               DELIMITED BY SIZE INTO WS-APL-FILENAME
           END-STRING
       END-IF
       PERFORM LOAD-ALLOWANCE-POOL-SHARES
       OPEN INPUT ACCOUNTMASTER
       IF WS-ACM-STATUS NOT EQUAL TO "00"
           MOVE "ACCOUNTMASTER" TO ABEND-FILE-NAME
           MOVE INV-BILLEDAMOUNT TO AWK-BILLEDAMOUNT
           MOVE INV-BILLINGPERIOD TO AWK-BILLINGPERIOD
           MOVE INV-DUEDATE TO AWK-DUEDATE
           PERFORM ATTACH-POOL-SHARE
           RELEASE AWK-RECORD
           PERFORM READ-INVOICE-FEED-RECORD
       END-PERFORM
           SET MEMBERSHIP-NOT-IN-PERIOD TO TRUE
       END-IF.

LOAD-ALLOWANCE-POOL-SHARES.
       OPEN INPUT ALLOWANCEPOOLFILE
       IF WS-APL-STATUS EQUAL TO "35"
           DISPLAY "NO ALLOWANCE POOL FILE PRESENT - NO SHARED POOLS"
       ELSE
           IF WS-APL-STATUS NOT EQUAL TO "00"
               MOVE "ALLOWANCEPOOLFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-APL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-ALLOWANCE-POOL-RECORD
           PERFORM UNTIL ENDOFALLOWANCEPOOL
               IF PSH-COUNT LESS THAN POOL-SHARE-LIMIT
                   ADD 1 TO PSH-COUNT
                   MOVE APL-SUBSCRIBERID TO PSH-SUBSCRIBERID(PSH-COUNT)
                   MOVE APL-POOL-MINUTES TO PSH-POOL-MINUTES(PSH-COUNT)
                   MOVE APL-POOL-MESSAGES
                       TO PSH-POOL-MESSAGES(PSH-COUNT)
                   MOVE APL-POOL-MB TO PSH-POOL-MB(PSH-COUNT)
                   MOVE APL-USED-MINUTES TO PSH-USED-MINUTES(PSH-COUNT)
                   MOVE APL-USED-MESSAGES
                       TO PSH-USED-MESSAGES(PSH-COUNT)
                   MOVE APL-USED-MB TO PSH-USED-MB(PSH-COUNT)
                   MOVE APL-SHARE-MINUTES
                       TO PSH-SHARE-MINUTES(PSH-COUNT)
                   MOVE APL-SHARE-MESSAGES
                       TO PSH-SHARE-MESSAGES(PSH-COUNT)
                   MOVE APL-SHARE-MB TO PSH-SHARE-MB(PSH-COUNT)
               ELSE
                   DISPLAY "POOL SHARE TABLE FULL AT " POOL-SHARE-LIMIT
                       " - SUBSCRIBER " APL-SUBSCRIBERID " NOT SHOWN"
               END-IF
               PERFORM READ-ALLOWANCE-POOL-RECORD
           END-PERFORM
           CLOSE ALLOWANCEPOOLFILE
       END-IF.

READ-ALLOWANCE-POOL-RECORD.
       READ ALLOWANCEPOOLFILE AT END SET ENDOFALLOWANCEPOOL TO TRUE
       END-READ
       IF WS-APL-STATUS NOT EQUAL TO "00" AND WS-APL-STATUS NOT EQUAL TO "10"
           MOVE "ALLOWANCEPOOLFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-APL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

ATTACH-POOL-SHARE.
       MOVE "N" TO AWK-POOLED-FLAG
       MOVE ZEROS TO AWK-POOL-MINUTES, AWK-POOL-MESSAGES, AWK-POOL-MB,
           AWK-USED-MINUTES, AWK-USED-MESSAGES, AWK-USED-MB,
           AWK-SHARE-MINUTES, AWK-SHARE-MESSAGES, AWK-SHARE-MB
       MOVE ZERO TO PSH-FOUND-IDX
       PERFORM VARYING PSH-IDX FROM 1 BY 1
               UNTIL PSH-IDX GREATER THAN PSH-COUNT
           IF PSH-SUBSCRIBERID(PSH-IDX) EQUAL TO INV-SUBSCRIBERID
               MOVE PSH-IDX TO PSH-FOUND-IDX
               MOVE PSH-COUNT TO PSH-IDX
           END-IF
       END-PERFORM
       IF PSH-FOUND-IDX GREATER THAN ZERO
               AND AWK-ACCOUNT-KEY(1:1) EQUAL TO "A"
           MOVE "Y" TO AWK-POOLED-FLAG
           MOVE PSH-POOL-MINUTES(PSH-FOUND-IDX) TO AWK-POOL-MINUTES
           MOVE PSH-POOL-MESSAGES(PSH-FOUND-IDX) TO AWK-POOL-MESSAGES
           MOVE PSH-POOL-MB(PSH-FOUND-IDX) TO AWK-POOL-MB
           MOVE PSH-USED-MINUTES(PSH-FOUND-IDX) TO AWK-USED-MINUTES
           MOVE PSH-USED-MESSAGES(PSH-FOUND-IDX) TO AWK-USED-MESSAGES
           MOVE PSH-USED-MB(PSH-FOUND-IDX) TO AWK-USED-MB
           MOVE PSH-SHARE-MINUTES(PSH-FOUND-IDX) TO AWK-SHARE-MINUTES
           MOVE PSH-SHARE-MESSAGES(PSH-FOUND-IDX) TO AWK-SHARE-MESSAGES
           MOVE PSH-SHARE-MB(PSH-FOUND-IDX) TO AWK-SHARE-MB
       END-IF.

CONSOLIDATE-ACCOUNTS.
       OPEN INPUT ACCOUNTSORTED
       IF WS-ASD-STATUS NOT EQUAL TO "00"
               MOVE ASD-BILLEDAMOUNT TO PRN-MEMBER-BILLED
               MOVE ACCOUNTMEMBERLINE TO ACCOUNTREPORTLINE
               PERFORM WRITE-ACCOUNT-REPORT-LINE
               IF ASD-POOLED-MEMBER
                   PERFORM PRINT-MEMBER-POOL-SHARE
               END-IF
               PERFORM READ-ACCOUNT-SORTED-RECORD
           END-PERFORM
           PERFORM WRITE-ACCOUNT-INVOICE-RECORD
           MOVE ACC-BILLEDTOTAL TO PRN-ACCT-BILLED
           MOVE ACCOUNTTOTALLINE TO ACCOUNTREPORTLINE
           PERFORM WRITE-ACCOUNT-REPORT-LINE
           IF ACC-POOLED-FLAG EQUAL TO "Y"
               PERFORM PRINT-ACCOUNT-POOL-TOTALS
           END-IF
       END-PERFORM
       CLOSE ACCOUNTSORTED
       CLOSE ACCOUNTINVOICEFEED
       CLOSE ACCOUNTREPORTFILE
       CLOSE ACCTTOPEXTRACT.

PRINT-MEMBER-POOL-SHARE.
       MOVE "Y" TO ACC-POOLED-FLAG
       MOVE ASD-POOL-MINUTES TO ACC-POOL-MINUTES
       MOVE ASD-POOL-MESSAGES TO ACC-POOL-MESSAGES
       MOVE ASD-POOL-MB TO ACC-POOL-MB
       MOVE ASD-USED-MINUTES TO ACC-USED-MINUTES
       MOVE ASD-USED-MESSAGES TO ACC-USED-MESSAGES
       MOVE ASD-USED-MB TO ACC-USED-MB
       MOVE ASD-SHARE-MINUTES TO PRN-SHARE-MINUTES
       MOVE ASD-SHARE-MESSAGES TO PRN-SHARE-MESSAGES
       MOVE ASD-SHARE-MB TO PRN-SHARE-MB
       MOVE MEMBERPOOLSHARELINE TO ACCOUNTREPORTLINE
       PERFORM WRITE-ACCOUNT-REPORT-LINE.

PRINT-ACCOUNT-POOL-TOTALS.
       MOVE "SHARED POOL SIZE" TO PRN-POOL-CAPTION
       MOVE ACC-POOL-MINUTES TO PRN-POOL-MINUTES
       MOVE ACC-POOL-MESSAGES TO PRN-POOL-MESSAGES
       MOVE ACC-POOL-MB TO PRN-POOL-MB
       MOVE ACCOUNTPOOLLINE TO ACCOUNTREPORTLINE
       PERFORM WRITE-ACCOUNT-REPORT-LINE
       MOVE "SHARED POOL USED" TO PRN-POOL-CAPTION
       MOVE ACC-USED-MINUTES TO PRN-POOL-MINUTES
       MOVE ACC-USED-MESSAGES TO PRN-POOL-MESSAGES
       MOVE ACC-USED-MB TO PRN-POOL-MB
       MOVE ACCOUNTPOOLLINE TO ACCOUNTREPORTLINE
       PERFORM WRITE-ACCOUNT-REPORT-LINE.

WRITE-ACCOUNT-INVOICE-RECORD.
       MOVE PREV-ACCOUNT-KEY TO AIF-ACCOUNT-KEY
       MOVE ACC-MEMBER-COUNT TO AIF-MEMBER-COUNT
