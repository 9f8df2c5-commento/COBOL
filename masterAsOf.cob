IDENTIFICATION DIVISION.
PROGRAM-ID. MASTERASOF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT SUBSCRIBERCHANGELOG ASSIGN TO "SubscriberChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT CHANGESORTFILE ASSIGN TO "MasterAsOf.tmp"
           FILE STATUS IS WS-CSR-STATUS.

       SELECT ASOFMASTER ASSIGN TO DYNAMIC WS-AOM-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AOM-SUBSCRIBERID
           FILE STATUS IS WS-AOM-STATUS.

       SELECT TIMELINEREPORT ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

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

SD     CHANGESORTFILE.
01     CHANGESORTREC.
       02  CSR-SUBSCRIBERID    PIC 9(10).
       02  CSR-ACTION          PIC X.
           88  CSR-CREATES-SUBSCRIBER  VALUES "A" "I".
           88  CSR-IS-TERMINATION      VALUE "T".
       02  CSR-OPERATORID      PIC X(8).
       02  CSR-ENTRYTIMESTAMP  PIC 9(14).
       02  CSR-PRIOR-NAME      PIC X(25).
       02  CSR-PRIOR-ADDRESS1  PIC X(25).
       02  CSR-PRIOR-ADDRESS2  PIC X(25).
       02  CSR-PRIOR-IMAGE     PIC X(233).

FD     ASOFMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ASOFMASTERREC==
                     ==:PREFIX:==  BY ==AOM-==.

FD     TIMELINEREPORT.
01     TIMELINELINE                PIC X(120).

WORKING-STORAGE SECTION.
01     WS-SMF-STATUS               PIC XX.
01     WS-LOG-STATUS               PIC XX.
01     WS-CSR-STATUS               PIC XX.
01     WS-AOM-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     WS-AOM-FILENAME             PIC X(40).
01     WS-RPT-FILENAME             PIC X(40).

01     WS-SMF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSUBSCRIBERMASTER   VALUE "Y".
01     WS-LOG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCHANGELOG          VALUE "Y".
01     WS-CSR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDCHANGES      VALUE "Y".
01     WS-EXISTS-SWITCH            PIC X.
       88  SUBSCRIBER-EXISTED      VALUE "Y".
01     WS-PARTIAL-SWITCH           PIC X.
       88  RECONSTRUCTION-PARTIAL  VALUE "Y".
01     WS-LISTED-SWITCH            PIC X.
       88  SUBSCRIBER-LISTED       VALUE "Y".

01     WS-RUN-PARM                 PIC X(20) VALUE SPACES.
01     WS-ASOF-DATE                PIC 9(8).
01     WS-ASOF-CUTOFF              PIC 9(14).
01     WS-ONE-SUBSCRIBERID         PIC 9(10) VALUE ZERO.
01     WS-SINGLE-SWITCH            PIC X VALUE "N".
       88  SINGLE-SUBSCRIBER-RUN   VALUE "Y".
01     WS-MASTER-KEY               PIC 9(10).
01     WS-CHANGE-KEY               PIC 9(10).
01     WS-CURRENT-KEY              PIC 9(10).
01     WS-HIGH-KEY                 PIC 9(10) VALUE 9999999999.

01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "MASTERASOF".

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "MASTERASOF".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7).
01     WS-REG-RESULT               PIC 9.

01     WS-MSK-REPORT-NAME          PIC X(28)
           VALUE "SUBSCRIBER AS-OF TIMELINE".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.

       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ASOF-IMAGE==
                     ==:PREFIX:==  BY ==IMG-==.

       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==LATER-IMAGE==
                     ==:PREFIX:==  BY ==LTR-==.

01     ASOF-TOTALS.
       02  AOT-LOG-ENTRIES-READ    PIC 9(7) VALUE ZERO.
       02  AOT-ENTRIES-UNDONE      PIC 9(7) VALUE ZERO.
       02  AOT-MASTER-READ         PIC 9(7) VALUE ZERO.
       02  AOT-IMAGES-WRITTEN      PIC 9(7) VALUE ZERO.
       02  AOT-SUBSCRIBERS-CHANGED PIC 9(7) VALUE ZERO.
       02  AOT-NOT-YET-SUBSCRIBERS PIC 9(7) VALUE ZERO.
       02  AOT-PARTIAL             PIC 9(7) VALUE ZERO.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     TIMELINEHEADERLINE.
       02  FILLER                  PIC X(12) VALUE "SUBSCRIBER  ".
       02  PRN-HDR-SUBSCRIBERID    PIC 9(10).
       02  FILLER                  PIC X(42)
               VALUE "  -- CHANGES AFTER THE AS-OF DATE, LATEST ".
       02  FILLER                  PIC X(6) VALUE "FIRST".

01     TIMELINEENTRYLINE.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ENT-DATE            PIC 9999/99/99.
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-ENT-HH              PIC 99.
       02  FILLER                  PIC X VALUE ":".
       02  PRN-ENT-MM              PIC 99.
       02  FILLER                  PIC X VALUE ":".
       02  PRN-ENT-SS              PIC 99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-ENT-ACTION          PIC X.
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-ENT-ACTION-TEXT     PIC X(22).
       02  FILLER                  PIC X(12) VALUE "OPERATOR   ".
       02  PRN-ENT-OPERATOR        PIC X(8).

01     FIELDCHANGELINE.
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  PRN-FLD-NAME            PIC X(20).
       02  FILLER                  PIC X(5) VALUE "WAS  ".
       02  PRN-FLD-BEFORE          PIC X(40).
       02  FILLER                  PIC X(8) VALUE " BECAME ".
       02  PRN-FLD-AFTER           PIC X(40).

01     WS-FIELD-NAME               PIC X(20).
01     WS-FIELD-TYPE               PIC X(4).
01     WS-FIELD-BEFORE             PIC X(40).
01     WS-FIELD-AFTER              PIC X(40).

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:8) NOT NUMERIC
           DISPLAY "AS-OF DATE (YYYYMMDD) REQUIRED ON COMMAND LINE,"
               " OPTIONALLY FOLLOWED BY A SUBSCRIBER ID"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:8) TO WS-ASOF-DATE
       IF WS-ASOF-DATE GREATER THAN RUN-DATE-YYYYMMDD
           DISPLAY "AS-OF DATE " WS-ASOF-DATE " IS IN THE FUTURE"
               " - RECONSTRUCTION REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-RUN-PARM(10:10) NOT EQUAL TO SPACES
           IF WS-RUN-PARM(10:10) NOT NUMERIC
               DISPLAY "SUBSCRIBER ID " WS-RUN-PARM(10:10)
                   " IS NOT TEN DIGITS - RECONSTRUCTION REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-PARM(10:10) TO WS-ONE-SUBSCRIBERID
           SET SINGLE-SUBSCRIBER-RUN TO TRUE
       END-IF
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WS-ASOF-CUTOFF = WS-ASOF-DATE * 1000000 + 235959
       MOVE SPACES TO WS-AOM-FILENAME
       MOVE SPACES TO WS-RPT-FILENAME
       IF SINGLE-SUBSCRIBER-RUN
           STRING "SubscriberAsOf-" WS-ASOF-DATE "-"
               WS-ONE-SUBSCRIBERID ".mst"
               DELIMITED BY SIZE INTO WS-AOM-FILENAME
           END-STRING
           STRING "MasterAsOf-" WS-ASOF-DATE "-"
               WS-ONE-SUBSCRIBERID ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
       ELSE
           STRING "SubscriberAsOf-" WS-ASOF-DATE ".mst"
               DELIMITED BY SIZE INTO WS-AOM-FILENAME
           END-STRING
           STRING "MasterAsOf-" WS-ASOF-DATE ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
       END-IF
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT ASOFMASTER
       IF WS-AOM-STATUS NOT EQUAL TO "00"
           MOVE "ASOFMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-AOM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT TIMELINEREPORT
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "TIMELINEREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO TIMELINELINE
       STRING "SUBSCRIBER MASTER AS AT CLOSE OF " WS-ASOF-DATE
           "  -- REBUILT " RUN-DATE-YYYYMMDD " BY " WS-OPERATOR-ID
           DELIMITED BY SIZE INTO TIMELINELINE
       END-STRING
       PERFORM WRITE-TIMELINE-LINE
       MOVE SPACES TO TIMELINELINE
       STRING "POINT-IN-TIME IMAGE: " WS-AOM-FILENAME
           DELIMITED BY SIZE INTO TIMELINELINE
       END-STRING
       PERFORM WRITE-TIMELINE-LINE
       MOVE SPACES TO TIMELINELINE
       PERFORM WRITE-TIMELINE-LINE
       SORT CHANGESORTFILE
           ON ASCENDING KEY CSR-SUBSCRIBERID
           ON DESCENDING KEY CSR-ENTRYTIMESTAMP
           INPUT PROCEDURE IS RELEASE-LATER-CHANGES
           OUTPUT PROCEDURE IS REBUILD-MASTER-IMAGE
       IF WS-CSR-STATUS NOT EQUAL TO "00"
           MOVE "CHANGESORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-CSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO TIMELINELINE
       PERFORM WRITE-TIMELINE-LINE
       MOVE SPACES TO TIMELINELINE
       STRING "MASTER RECORDS READ: " AOT-MASTER-READ
           "  IMAGES WRITTEN: " AOT-IMAGES-WRITTEN
           "  SUBSCRIBERS CHANGED SINCE: " AOT-SUBSCRIBERS-CHANGED
           "  ENTRIES UNDONE: " AOT-ENTRIES-UNDONE
           DELIMITED BY SIZE INTO TIMELINELINE
       END-STRING
       PERFORM WRITE-TIMELINE-LINE
       MOVE SPACES TO TIMELINELINE
       STRING "NOT YET SUBSCRIBERS ON THE AS-OF DATE: "
           AOT-NOT-YET-SUBSCRIBERS
           "  PARTIAL - NO BEFORE-IMAGE ON LOG: " AOT-PARTIAL
           DELIMITED BY SIZE INTO TIMELINELINE
       END-STRING
       PERFORM WRITE-TIMELINE-LINE
       CLOSE SUBSCRIBERMASTER
       CLOSE ASOFMASTER
       CLOSE TIMELINEREPORT
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "MASTERASOF -- AS AT " WS-ASOF-DATE
           "  IMAGES WRITTEN: " AOT-IMAGES-WRITTEN
           "  ENTRIES UNDONE: " AOT-ENTRIES-UNDONE
           "  PARTIAL: " AOT-PARTIAL
       DISPLAY "  IMAGE FILE: " WS-AOM-FILENAME
       IF SINGLE-SUBSCRIBER-RUN AND AOT-IMAGES-WRITTEN EQUAL TO ZERO
           DISPLAY "  SUBSCRIBER " WS-ONE-SUBSCRIBERID
               " WAS NOT A SUBSCRIBER ON " WS-ASOF-DATE
       END-IF
       IF AOT-PARTIAL GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

RELEASE-LATER-CHANGES.
       OPEN INPUT SUBSCRIBERCHANGELOG
       IF WS-LOG-STATUS EQUAL TO "35"
           DISPLAY "NO SUBSCRIBER CHANGE LOG PRESENT - IMAGE IS THE"
               " CURRENT MASTER"
       ELSE
           IF WS-LOG-STATUS NOT EQUAL TO "00"
               MOVE "SUBSCRIBERCHANGELOG" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-LOG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-CHANGE-LOG-RECORD
           PERFORM UNTIL ENDOFCHANGELOG
               ADD 1 TO AOT-LOG-ENTRIES-READ
               IF LOG-ENTRYTIMESTAMP NUMERIC
                       AND LOG-ENTRYTIMESTAMP GREATER THAN WS-ASOF-CUTOFF
                   IF NOT SINGLE-SUBSCRIBER-RUN
                           OR LOG-SUBSCRIBERID EQUAL TO
                               WS-ONE-SUBSCRIBERID
                       MOVE LOG-SUBSCRIBERID TO CSR-SUBSCRIBERID
                       MOVE LOG-ACTION TO CSR-ACTION
                       MOVE LOG-OPERATORID TO CSR-OPERATORID
                       MOVE LOG-ENTRYTIMESTAMP TO CSR-ENTRYTIMESTAMP
                       MOVE LOG-PRIOR-NAME TO CSR-PRIOR-NAME
                       MOVE LOG-PRIOR-ADDRESS1 TO CSR-PRIOR-ADDRESS1
                       MOVE LOG-PRIOR-ADDRESS2 TO CSR-PRIOR-ADDRESS2
                       MOVE LOG-PRIOR-IMAGE TO CSR-PRIOR-IMAGE
                       RELEASE CHANGESORTREC
                   END-IF
               END-IF
               PERFORM READ-CHANGE-LOG-RECORD
           END-PERFORM
           CLOSE SUBSCRIBERCHANGELOG
       END-IF.

READ-CHANGE-LOG-RECORD.
       MOVE SPACES TO SUBSCRIBERCHANGELOGREC
       READ SUBSCRIBERCHANGELOG AT END SET ENDOFCHANGELOG TO TRUE
       END-READ
       IF WS-LOG-STATUS NOT EQUAL TO "00" AND WS-LOG-STATUS NOT EQUAL TO "10"
           MOVE "SUBSCRIBERCHANGELOG" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-LOG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REBUILD-MASTER-IMAGE.
       PERFORM READ-MASTER-RECORD
       PERFORM RETURN-SORTED-CHANGE
       PERFORM UNTIL ENDOFSUBSCRIBERMASTER AND ENDOFSORTEDCHANGES
           IF WS-MASTER-KEY LESS THAN WS-CHANGE-KEY
               MOVE WS-MASTER-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-CHANGE-KEY TO WS-CURRENT-KEY
           END-IF
           MOVE "N" TO WS-PARTIAL-SWITCH
           MOVE "N" TO WS-LISTED-SWITCH
           IF WS-MASTER-KEY EQUAL TO WS-CURRENT-KEY
               MOVE SUBSCRIBERMASTERREC TO ASOF-IMAGE
               SET SUBSCRIBER-EXISTED TO TRUE
           ELSE
               MOVE SPACES TO ASOF-IMAGE
               MOVE "N" TO WS-EXISTS-SWITCH
           END-IF
           PERFORM UNTIL WS-CHANGE-KEY NOT EQUAL TO WS-CURRENT-KEY
               PERFORM UNDO-ONE-CHANGE
               PERFORM RETURN-SORTED-CHANGE
           END-PERFORM
           IF SUBSCRIBER-EXISTED
               PERFORM WRITE-ASOF-IMAGE
           END-IF
           IF SUBSCRIBER-LISTED OR SINGLE-SUBSCRIBER-RUN
               PERFORM WRITE-ASOF-SUMMARY
           END-IF
           IF WS-MASTER-KEY EQUAL TO WS-CURRENT-KEY
               PERFORM READ-MASTER-RECORD
           END-IF
       END-PERFORM.

READ-MASTER-RECORD.
       IF SINGLE-SUBSCRIBER-RUN
           IF AOT-MASTER-READ GREATER THAN ZERO
               SET ENDOFSUBSCRIBERMASTER TO TRUE
           ELSE
               MOVE WS-ONE-SUBSCRIBERID TO SMF-SUBSCRIBERID
               READ SUBSCRIBERMASTER
                   INVALID KEY SET ENDOFSUBSCRIBERMASTER TO TRUE
               END-READ
           END-IF
       ELSE
           READ SUBSCRIBERMASTER NEXT RECORD
               AT END SET ENDOFSUBSCRIBERMASTER TO TRUE
           END-READ
           IF WS-SMF-STATUS NOT EQUAL TO "00"
                   AND WS-SMF-STATUS NOT EQUAL TO "10"
               MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
               MOVE "READ" TO ABEND-OPERATION
               MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF
       IF ENDOFSUBSCRIBERMASTER
           MOVE WS-HIGH-KEY TO WS-MASTER-KEY
       ELSE
           ADD 1 TO AOT-MASTER-READ
           MOVE SMF-SUBSCRIBERID TO WS-MASTER-KEY
       END-IF.

RETURN-SORTED-CHANGE.
       RETURN CHANGESORTFILE AT END SET ENDOFSORTEDCHANGES TO TRUE
       END-RETURN
       IF ENDOFSORTEDCHANGES
           MOVE WS-HIGH-KEY TO WS-CHANGE-KEY
       ELSE
           MOVE CSR-SUBSCRIBERID TO WS-CHANGE-KEY
       END-IF.

UNDO-ONE-CHANGE.
       IF NOT SUBSCRIBER-LISTED
           SET SUBSCRIBER-LISTED TO TRUE
           ADD 1 TO AOT-SUBSCRIBERS-CHANGED
           MOVE CSR-SUBSCRIBERID TO PRN-HDR-SUBSCRIBERID
           MOVE TIMELINEHEADERLINE TO TIMELINELINE
           PERFORM WRITE-TIMELINE-LINE
       END-IF
       ADD 1 TO AOT-ENTRIES-UNDONE
       PERFORM WRITE-TIMELINE-ENTRY
       MOVE ASOF-IMAGE TO LATER-IMAGE
       EVALUATE TRUE
           WHEN CSR-PRIOR-IMAGE NOT EQUAL TO SPACES
               MOVE CSR-PRIOR-IMAGE TO ASOF-IMAGE
               SET SUBSCRIBER-EXISTED TO TRUE
               PERFORM COMPARE-IMAGE-FIELDS
           WHEN CSR-CREATES-SUBSCRIBER
               MOVE SPACES TO ASOF-IMAGE
               MOVE "N" TO WS-EXISTS-SWITCH
               MOVE SPACES TO TIMELINELINE
               MOVE "      SUBSCRIBER CREATED BY THIS ENTRY"
                   TO TIMELINELINE
               PERFORM WRITE-TIMELINE-LINE
           WHEN OTHER
               PERFORM UNDO-WITHOUT-BEFORE-IMAGE
       END-EVALUATE.

UNDO-WITHOUT-BEFORE-IMAGE.
       IF NOT RECONSTRUCTION-PARTIAL
           SET RECONSTRUCTION-PARTIAL TO TRUE
           ADD 1 TO AOT-PARTIAL
       END-IF
       IF SUBSCRIBER-EXISTED
           IF CSR-PRIOR-NAME NOT EQUAL TO SPACES
               MOVE CSR-PRIOR-NAME TO IMG-SUBSCRIBERNAME
               MOVE CSR-PRIOR-ADDRESS1 TO IMG-ADDRESSLINE1
               MOVE CSR-PRIOR-ADDRESS2 TO IMG-ADDRESSLINE2
           END-IF
           IF CSR-IS-TERMINATION
               MOVE ZERO TO IMG-TERMINATIONDATE
           END-IF
           PERFORM COMPARE-IMAGE-FIELDS
       END-IF
       MOVE SPACES TO TIMELINELINE
       STRING "      NO BEFORE-IMAGE ON THIS ENTRY - ONLY NAME, ADDRESS"
           " AND TERMINATION DATE CAN BE RESTORED"
           DELIMITED BY SIZE INTO TIMELINELINE
       END-STRING
       PERFORM WRITE-TIMELINE-LINE.

WRITE-TIMELINE-ENTRY.
       MOVE CSR-ENTRYTIMESTAMP(1:8) TO PRN-ENT-DATE
       MOVE CSR-ENTRYTIMESTAMP(9:2) TO PRN-ENT-HH
       MOVE CSR-ENTRYTIMESTAMP(11:2) TO PRN-ENT-MM
       MOVE CSR-ENTRYTIMESTAMP(13:2) TO PRN-ENT-SS
       MOVE CSR-ACTION TO PRN-ENT-ACTION
       EVALUATE CSR-ACTION
           WHEN "A"
               MOVE "ADDED" TO PRN-ENT-ACTION-TEXT
           WHEN "I"
               MOVE "PORTED IN" TO PRN-ENT-ACTION-TEXT
           WHEN "U"
               MOVE "UPDATED" TO PRN-ENT-ACTION-TEXT
           WHEN "C"
               MOVE "CHANGED FROM CRM" TO PRN-ENT-ACTION-TEXT
           WHEN "T"
               MOVE "TERMINATED" TO PRN-ENT-ACTION-TEXT
           WHEN "S"
               MOVE "SUSPENDED" TO PRN-ENT-ACTION-TEXT
           WHEN "R"
               MOVE "RESTORED" TO PRN-ENT-ACTION-TEXT
           WHEN "M"
               MOVE "MIGRATED TO POSTPAID" TO PRN-ENT-ACTION-TEXT
           WHEN "O"
               MOVE "PORTED OUT" TO PRN-ENT-ACTION-TEXT
           WHEN "N"
               MOVE "MAIL RETURNED" TO PRN-ENT-ACTION-TEXT
           WHEN OTHER
               MOVE "OTHER CHANGE" TO PRN-ENT-ACTION-TEXT
       END-EVALUATE
       MOVE CSR-OPERATORID TO PRN-ENT-OPERATOR
       MOVE TIMELINEENTRYLINE TO TIMELINELINE
       PERFORM WRITE-TIMELINE-LINE.

COMPARE-IMAGE-FIELDS.
       MOVE SPACES TO WS-FIELD-TYPE
       IF IMG-SUBSCRIBERNAME NOT EQUAL TO LTR-SUBSCRIBERNAME
           MOVE "NAME" TO WS-FIELD-NAME
           MOVE IMG-SUBSCRIBERNAME TO WS-FIELD-BEFORE
           MOVE LTR-SUBSCRIBERNAME TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-ADDRESSLINE1 NOT EQUAL TO LTR-ADDRESSLINE1
           MOVE "ADDRESS LINE 1" TO WS-FIELD-NAME
           MOVE "ADDR" TO WS-FIELD-TYPE
           MOVE IMG-ADDRESSLINE1 TO WS-FIELD-BEFORE
           MOVE LTR-ADDRESSLINE1 TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-ADDRESSLINE2 NOT EQUAL TO LTR-ADDRESSLINE2
           MOVE "ADDRESS LINE 2" TO WS-FIELD-NAME
           MOVE "ADDR" TO WS-FIELD-TYPE
           MOVE IMG-ADDRESSLINE2 TO WS-FIELD-BEFORE
           MOVE LTR-ADDRESSLINE2 TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PLANCODE NOT EQUAL TO LTR-PLANCODE
           MOVE "PLAN CODE" TO WS-FIELD-NAME
           MOVE IMG-PLANCODE TO WS-FIELD-BEFORE
           MOVE LTR-PLANCODE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-BILLCYCLE NOT EQUAL TO LTR-BILLCYCLE
           MOVE "BILL CYCLE" TO WS-FIELD-NAME
           MOVE IMG-BILLCYCLE TO WS-FIELD-BEFORE
           MOVE LTR-BILLCYCLE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PAYTYPE NOT EQUAL TO LTR-PAYTYPE
           MOVE "PAY TYPE" TO WS-FIELD-NAME
           MOVE IMG-PAYTYPE TO WS-FIELD-BEFORE
           MOVE LTR-PAYTYPE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-ACTIVATIONDATE NOT EQUAL TO LTR-ACTIVATIONDATE
           MOVE "ACTIVATION DATE" TO WS-FIELD-NAME
           MOVE IMG-ACTIVATIONDATE TO WS-FIELD-BEFORE
           MOVE LTR-ACTIVATIONDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-TERMINATIONDATE NOT EQUAL TO LTR-TERMINATIONDATE
           MOVE "TERMINATION DATE" TO WS-FIELD-NAME
           MOVE IMG-TERMINATIONDATE TO WS-FIELD-BEFORE
           MOVE LTR-TERMINATIONDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-WEAKPINFLAG NOT EQUAL TO LTR-WEAKPINFLAG
           MOVE "WEAK PIN FLAG" TO WS-FIELD-NAME
           MOVE IMG-WEAKPINFLAG TO WS-FIELD-BEFORE
           MOVE LTR-WEAKPINFLAG TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-WEAKPINDATE NOT EQUAL TO LTR-WEAKPINDATE
           MOVE "WEAK PIN DATE" TO WS-FIELD-NAME
           MOVE IMG-WEAKPINDATE TO WS-FIELD-BEFORE
           MOVE LTR-WEAKPINDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-TAXJURISDICTION NOT EQUAL TO LTR-TAXJURISDICTION
           MOVE "TAX JURISDICTION" TO WS-FIELD-NAME
           MOVE IMG-TAXJURISDICTION TO WS-FIELD-BEFORE
           MOVE LTR-TAXJURISDICTION TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-SUSPENSIONSTATUS NOT EQUAL TO LTR-SUSPENSIONSTATUS
           MOVE "SUSPENSION STATUS" TO WS-FIELD-NAME
           MOVE IMG-SUSPENSIONSTATUS TO WS-FIELD-BEFORE
           MOVE LTR-SUSPENSIONSTATUS TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-SUSPENSIONREASON NOT EQUAL TO LTR-SUSPENSIONREASON
           MOVE "SUSPENSION REASON" TO WS-FIELD-NAME
           MOVE IMG-SUSPENSIONREASON TO WS-FIELD-BEFORE
           MOVE LTR-SUSPENSIONREASON TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-SUSPENSIONDATE NOT EQUAL TO LTR-SUSPENSIONDATE
           MOVE "SUSPENSION DATE" TO WS-FIELD-NAME
           MOVE IMG-SUSPENSIONDATE TO WS-FIELD-BEFORE
           MOVE LTR-SUSPENSIONDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-RESTOREDATE NOT EQUAL TO LTR-RESTOREDATE
           MOVE "RESTORE DATE" TO WS-FIELD-NAME
           MOVE IMG-RESTOREDATE TO WS-FIELD-BEFORE
           MOVE LTR-RESTOREDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PRIOR-PAYTYPE NOT EQUAL TO LTR-PRIOR-PAYTYPE
           MOVE "PRIOR PAY TYPE" TO WS-FIELD-NAME
           MOVE IMG-PRIOR-PAYTYPE TO WS-FIELD-BEFORE
           MOVE LTR-PRIOR-PAYTYPE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PAYTYPE-EFFDATE NOT EQUAL TO LTR-PAYTYPE-EFFDATE
           MOVE "PAY TYPE EFFECTIVE" TO WS-FIELD-NAME
           MOVE IMG-PAYTYPE-EFFDATE TO WS-FIELD-BEFORE
           MOVE LTR-PAYTYPE-EFFDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PORTSTATUS NOT EQUAL TO LTR-PORTSTATUS
           MOVE "PORT STATUS" TO WS-FIELD-NAME
           MOVE IMG-PORTSTATUS TO WS-FIELD-BEFORE
           MOVE LTR-PORTSTATUS TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PORTDATE NOT EQUAL TO LTR-PORTDATE
           MOVE "PORT DATE" TO WS-FIELD-NAME
           MOVE IMG-PORTDATE TO WS-FIELD-BEFORE
           MOVE LTR-PORTDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PORTCARRIER NOT EQUAL TO LTR-PORTCARRIER
           MOVE "PORT CARRIER" TO WS-FIELD-NAME
           MOVE IMG-PORTCARRIER TO WS-FIELD-BEFORE
           MOVE LTR-PORTCARRIER TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-DELIVERYMETHOD NOT EQUAL TO LTR-DELIVERYMETHOD
           MOVE "DELIVERY METHOD" TO WS-FIELD-NAME
           MOVE IMG-DELIVERYMETHOD TO WS-FIELD-BEFORE
           MOVE LTR-DELIVERYMETHOD TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-SALESCHANNEL NOT EQUAL TO LTR-SALESCHANNEL
           MOVE "SALES CHANNEL" TO WS-FIELD-NAME
           MOVE IMG-SALESCHANNEL TO WS-FIELD-BEFORE
           MOVE LTR-SALESCHANNEL TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PREMIUMBAR NOT EQUAL TO LTR-PREMIUMBAR
           MOVE "PREMIUM BAR" TO WS-FIELD-NAME
           MOVE IMG-PREMIUMBAR TO WS-FIELD-BEFORE
           MOVE LTR-PREMIUMBAR TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-BRANDCODE NOT EQUAL TO LTR-BRANDCODE
           MOVE "BRAND CODE" TO WS-FIELD-NAME
           MOVE IMG-BRANDCODE TO WS-FIELD-BEFORE
           MOVE LTR-BRANDCODE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-PRIORBILLCYCLE NOT EQUAL TO LTR-PRIORBILLCYCLE
           MOVE "PRIOR BILL CYCLE" TO WS-FIELD-NAME
           MOVE IMG-PRIORBILLCYCLE TO WS-FIELD-BEFORE
           MOVE LTR-PRIORBILLCYCLE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-CYCLECHANGEDATE NOT EQUAL TO LTR-CYCLECHANGEDATE
           MOVE "CYCLE CHANGE DATE" TO WS-FIELD-NAME
           MOVE IMG-CYCLECHANGEDATE TO WS-FIELD-BEFORE
           MOVE LTR-CYCLECHANGEDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-EBILLADDRESS NOT EQUAL TO LTR-EBILLADDRESS
           MOVE "E-BILL ADDRESS" TO WS-FIELD-NAME
           MOVE "ADDR" TO WS-FIELD-TYPE
           MOVE IMG-EBILLADDRESS TO WS-FIELD-BEFORE
           MOVE LTR-EBILLADDRESS TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-ADDRESSSTATUS NOT EQUAL TO LTR-ADDRESSSTATUS
           MOVE "ADDRESS STATUS" TO WS-FIELD-NAME
           MOVE IMG-ADDRESSSTATUS TO WS-FIELD-BEFORE
           MOVE LTR-ADDRESSSTATUS TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-ADDRESSSTATUSDATE NOT EQUAL TO LTR-ADDRESSSTATUSDATE
           MOVE "ADDRESS STATUS DATE" TO WS-FIELD-NAME
           MOVE IMG-ADDRESSSTATUSDATE TO WS-FIELD-BEFORE
           MOVE LTR-ADDRESSSTATUSDATE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-ADDRESSRETURNREASON NOT EQUAL TO LTR-ADDRESSRETURNREASON
           MOVE "MAIL RETURN REASON" TO WS-FIELD-NAME
           MOVE IMG-ADDRESSRETURNREASON TO WS-FIELD-BEFORE
           MOVE LTR-ADDRESSRETURNREASON TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
       IF IMG-LANGUAGECODE NOT EQUAL TO LTR-LANGUAGECODE
           MOVE "LANGUAGE" TO WS-FIELD-NAME
           MOVE IMG-LANGUAGECODE TO WS-FIELD-BEFORE
           MOVE LTR-LANGUAGECODE TO WS-FIELD-AFTER
           PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF.

WRITE-FIELD-CHANGE-LINE.
       MOVE WS-FIELD-NAME TO PRN-FLD-NAME
       IF WS-FIELD-TYPE EQUAL TO SPACES
           MOVE WS-FIELD-BEFORE TO PRN-FLD-BEFORE
           MOVE WS-FIELD-AFTER TO PRN-FLD-AFTER
       ELSE
           MOVE WS-FIELD-TYPE TO WS-MSK-FIELD-TYPE
           MOVE WS-FIELD-BEFORE TO WS-MSK-VALUE-IN
           PERFORM MASK-REPORT-FIELD
           MOVE WS-MSK-VALUE-OUT TO PRN-FLD-BEFORE
           MOVE WS-FIELD-AFTER TO WS-MSK-VALUE-IN
           PERFORM MASK-REPORT-FIELD
           MOVE WS-MSK-VALUE-OUT TO PRN-FLD-AFTER
           MOVE SPACES TO WS-FIELD-TYPE
       END-IF
       MOVE FIELDCHANGELINE TO TIMELINELINE
       PERFORM WRITE-TIMELINE-LINE.

WRITE-ASOF-IMAGE.
       MOVE ASOF-IMAGE TO ASOFMASTERREC
       WRITE ASOFMASTERREC
       IF WS-AOM-STATUS NOT EQUAL TO "00"
           MOVE "ASOFMASTER" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-AOM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       ADD 1 TO AOT-IMAGES-WRITTEN.

WRITE-ASOF-SUMMARY.
       MOVE SPACES TO TIMELINELINE
       IF SUBSCRIBER-EXISTED
           STRING "  AS AT " WS-ASOF-DATE ":  SUBSCRIBER "
               IMG-SUBSCRIBERID "  PLAN " IMG-PLANCODE
               "  PAY TYPE " IMG-PAYTYPE "  CYCLE " IMG-BILLCYCLE
               "  SUSPENSION " IMG-SUSPENSIONSTATUS
               "  TERMINATED " IMG-TERMINATIONDATE
               "  PORT " IMG-PORTSTATUS
               DELIMITED BY SIZE INTO TIMELINELINE
           END-STRING
           PERFORM WRITE-TIMELINE-LINE
           MOVE SPACES TO TIMELINELINE
           MOVE "ADDR" TO WS-MSK-FIELD-TYPE
           MOVE IMG-ADDRESSLINE1 TO WS-MSK-VALUE-IN
           PERFORM MASK-REPORT-FIELD
           STRING "    " IMG-SUBSCRIBERNAME " / " WS-MSK-VALUE-OUT(1:25)
               DELIMITED BY SIZE INTO TIMELINELINE
           END-STRING
           MOVE IMG-ADDRESSLINE2 TO WS-MSK-VALUE-IN
           PERFORM MASK-REPORT-FIELD
           MOVE " / " TO TIMELINELINE(58:3)
           MOVE WS-MSK-VALUE-OUT(1:25) TO TIMELINELINE(61:25)
           PERFORM WRITE-TIMELINE-LINE
       ELSE
           ADD 1 TO AOT-NOT-YET-SUBSCRIBERS
           STRING "  AS AT " WS-ASOF-DATE ":  SUBSCRIBER "
               WS-CURRENT-KEY " WAS NOT ON THE MASTER"
               DELIMITED BY SIZE INTO TIMELINELINE
           END-STRING
           PERFORM WRITE-TIMELINE-LINE
       END-IF
       MOVE SPACES TO TIMELINELINE
       PERFORM WRITE-TIMELINE-LINE.

MASK-REPORT-FIELD.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-TIMELINE-LINE.
       WRITE TIMELINELINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "TIMELINEREPORT" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE "SUBSCRIBER AS-OF TIMELINE" TO WS-REG-REPORT-NAME
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       MOVE AOT-SUBSCRIBERS-CHANGED TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
