IDENTIFICATION DIVISION.
PROGRAM-ID. NUMBERINVENTORY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT NUMBERFILE ASSIGN TO "NumberInventory.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-NUMBER
           FILE STATUS IS WS-NUM-STATUS.

       SELECT SUBSCRIBERMASTER ASSIGN TO "Listing14-2-subscribers.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SMF-SUBSCRIBERID
           FILE STATUS IS WS-SMF-STATUS.

       SELECT NUMBERSORTFILE ASSIGN TO "NumberUtil.tmp"
           FILE STATUS IS WS-NSR-STATUS.

       SELECT UTILREPORT ASSIGN TO DYNAMIC WS-UTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UTL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     NUMBERFILE.
       COPY "NUMBERINVENTORY.cpy"
           REPLACING ==:RECNAME:== BY ==NUMBERREC==
                     ==:PREFIX:==  BY ==NUM-==.

FD     SUBSCRIBERMASTER.
       COPY "SUBSCRIBERMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==SUBSCRIBERMASTERREC==
                     ==:PREFIX:==  BY ==SMF-==.

SD     NUMBERSORTFILE.
01     NUMBERSORTREC.
       02  NSR-RANGE-CODE          PIC X(8).
       02  NSR-RANGE-HOLDER        PIC X(4).
       02  NSR-STATUS              PIC X.
       02  NSR-STATUS-DATE         PIC 9(8).

FD     UTILREPORT.
01     UTILLINE                    PIC X(120).

WORKING-STORAGE SECTION.
01     WS-NUM-STATUS               PIC XX.
01     WS-SMF-STATUS               PIC XX.
01     WS-NSR-STATUS               PIC XX.
01     WS-UTL-STATUS               PIC XX.

01     WS-UTL-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     RUN-DATE-YYYYMMDD           PIC 9(8).

01     WS-OPERATOR-ID              PIC X(8).
01     WS-OPERATOR-ROLE            PIC X.
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-SUCCESSFUL       VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "NUMBERINVENTORY".

01     TRANSACTION-CODE            PIC X.
       88  TRANSACTION-IS-LOAD        VALUE "L" "l".
       88  TRANSACTION-IS-RESERVE     VALUE "R" "r".
       88  TRANSACTION-IS-UNRESERVE   VALUE "U" "u".
       88  TRANSACTION-IS-QUERY       VALUE "Q" "q".
       88  TRANSACTION-IS-ASSIGN      VALUE "S" "s".

01     LOAD-ENTRY.
       02  LDE-RANGE-CODE          PIC X(8).
       02  LDE-FIRST-NUMBER        PIC X(15).
       02  LDE-QUANTITY            PIC X(5).

01     ASSIGN-ENTRY.
       02  ASE-SUBSCRIBERID        PIC X(10).
       02  ASE-NUMBER              PIC X(15).

01     ENTRY-NUMBER                PIC X(15).
01     WS-NUMBER-LENGTH            PIC 99.
01     WS-NUMBER-START             PIC 99.
01     WS-LOAD-DIGITS              PIC 9(15).
01     WS-LOAD-LIMIT               PIC 9(16).
01     WS-LOAD-QUANTITY            PIC 9(5).
01     WS-LOAD-IDX                 PIC 9(5).
01     WS-LOADED-COUNT             PIC 9(5).
01     WS-EXISTING-COUNT           PIC 9(5).

01     WS-ASN-ACTION               PIC X VALUE "A".
01     WS-ASN-SUBSCRIBERID         PIC 9(10).
01     WS-ASN-NUMBER               PIC X(15).
01     WS-ASN-CARRIER              PIC X(4) VALUE SPACES.
01     WS-ASN-DATE                 PIC 9(8) VALUE ZERO.
01     WS-ASN-RESULT               PIC 9.
       88  ASN-NUMBER-ASSIGNED     VALUE 0.
       88  ASN-NUMBER-NOT-FREE     VALUE 1.

01     WS-NUM-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFNUMBERFILE         VALUE "Y".
01     WS-NSR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDNUMBERS      VALUE "Y".

01     RELEASE-TOTALS.
       02  RLT-MADE-AVAILABLE      PIC 9(7) VALUE ZERO.
       02  RLT-RETURNED            PIC 9(7) VALUE ZERO.

01     STATUS-CODES-DATA           PIC X(6) VALUE "ARSGPH".
01     STATUS-CODES REDEFINES STATUS-CODES-DATA.
       02  STATUS-CODE             PIC X OCCURS 6 TIMES.
01     STS-IDX                     PIC 9.

01     WS-PREV-RANGE-CODE          PIC X(8).
01     WS-PREV-RANGE-HOLDER        PIC X(4).
01     RANGE-TOTALS.
       02  RNG-STATUS-COUNT        PIC 9(7) OCCURS 6 TIMES.
       02  RNG-TOTAL               PIC 9(7).
       02  RNG-NEW-ASSIGNED        PIC 9(7).
       02  RNG-PORTED-OUT          PIC 9(7).
       02  RNG-TERMINATED          PIC 9(7).
01     OWN-RANGE-TOTALS.
       02  ORT-STATUS-COUNT        PIC 9(7) OCCURS 6 TIMES.
       02  ORT-TOTAL               PIC 9(7).
       02  ORT-NEW-ASSIGNED        PIC 9(7).
       02  ORT-PORTED-OUT          PIC 9(7).
       02  ORT-TERMINATED          PIC 9(7).
01     UTIL-RUN-TOTALS.
       02  URT-RANGES              PIC 9(5) VALUE ZERO.
       02  URT-PORTED-IN-SERVICE   PIC 9(7) VALUE ZERO.
01     WS-IN-USE                   PIC 9(7).
01     WS-ALLOCATED                PIC 9(7).
01     WS-UTILISATION              PIC 999V9.

01     PRN-COUNT-TABLE.
       02  PRN-STATUS-COUNT        PIC ZZZ,ZZ9 OCCURS 6 TIMES.
01     PRN-TOTAL                   PIC ZZZ,ZZ9.
01     PRN-NEW-ASSIGNED            PIC ZZZ,ZZ9.
01     PRN-PORTED-OUT              PIC ZZZ,ZZ9.
01     PRN-TERMINATED              PIC ZZZ,ZZ9.
01     PRN-UTILISATION             PIC ZZ9.9.
01     PRN-HOLDER                  PIC X(6).

01     WS-REG-REPORT-NAME          PIC X(28).
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "NUMBERINV".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       EVALUATE WS-RUN-PARM(1:6)
           WHEN "MAINT "
               PERFORM MAINTAIN-NUMBER-INVENTORY
           WHEN "RELEAS"
               PERFORM RELEASE-AGED-NUMBERS
           WHEN "UTIL  "
               PERFORM PRODUCE-UTILISATION-RETURN
           WHEN OTHER
               DISPLAY "NUMBERINVENTORY REQUIRES MAINT, RELEASE OR UTIL"
                   " ON THE COMMAND LINE"
               MOVE 12 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

MAINTAIN-NUMBER-INVENTORY.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM OPEN-NUMBER-FILE-FOR-UPDATE
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       DISPLAY "NUMBER INVENTORY (L=LOAD NUMBER BLOCK, R=RESERVE, "
           "U=UNRESERVE, Q=QUERY, S=ASSIGN TO SUBSCRIBER, "
           "BLANK TO FINISH)"
       DISPLAY "TRANSACTION CODE: "
       ACCEPT TRANSACTION-CODE
       PERFORM UNTIL TRANSACTION-CODE EQUAL TO SPACE
           EVALUATE TRUE
               WHEN TRANSACTION-IS-LOAD
                   PERFORM LOAD-NUMBER-BLOCK
               WHEN TRANSACTION-IS-RESERVE
                   PERFORM RESERVE-NUMBER
               WHEN TRANSACTION-IS-UNRESERVE
                   PERFORM UNRESERVE-NUMBER
               WHEN TRANSACTION-IS-QUERY
                   PERFORM QUERY-NUMBER
               WHEN TRANSACTION-IS-ASSIGN
                   PERFORM ASSIGN-NUMBER-TO-SUBSCRIBER
               WHEN OTHER
                   DISPLAY "UNKNOWN TRANSACTION CODE " TRANSACTION-CODE
           END-EVALUATE
           DISPLAY "TRANSACTION CODE (L, R, U, Q, S), BLANK TO "
               "FINISH: "
           ACCEPT TRANSACTION-CODE
       END-PERFORM
       CLOSE NUMBERFILE
       CLOSE SUBSCRIBERMASTER
       DISPLAY "NUMBER INVENTORY MAINTENANCE COMPLETE".

OPEN-NUMBER-FILE-FOR-UPDATE.
       OPEN I-O NUMBERFILE
       IF WS-NUM-STATUS EQUAL TO "35"
           OPEN OUTPUT NUMBERFILE
           CLOSE NUMBERFILE
           OPEN I-O NUMBERFILE
       END-IF
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           MOVE "NUMBERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-NUM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

LOAD-NUMBER-BLOCK.
       DISPLAY "ENTER RANGE CODE (8) FIRST NUMBER (15) QUANTITY (5)"
       ACCEPT LOAD-ENTRY
       MOVE ZERO TO WS-NUMBER-LENGTH
       INSPECT LDE-FIRST-NUMBER TALLYING WS-NUMBER-LENGTH
           FOR CHARACTERS BEFORE INITIAL SPACE
       IF LDE-RANGE-CODE EQUAL TO SPACES
               OR LDE-RANGE-CODE EQUAL TO "PORTEDIN"
           DISPLAY "RANGE CODE REQUIRED AND MAY NOT BE PORTEDIN - "
               "ENTRY REJECTED"
       ELSE
       IF WS-NUMBER-LENGTH EQUAL TO ZERO
               OR LDE-FIRST-NUMBER(1:WS-NUMBER-LENGTH) NOT NUMERIC
               OR LDE-QUANTITY NOT NUMERIC
               OR LDE-QUANTITY EQUAL TO "00000"
           DISPLAY "FIRST NUMBER AND QUANTITY MUST BE NUMERIC - ENTRY "
               "REJECTED"
       ELSE
           MOVE LDE-FIRST-NUMBER(1:WS-NUMBER-LENGTH) TO WS-LOAD-DIGITS
           MOVE LDE-QUANTITY TO WS-LOAD-QUANTITY
           COMPUTE WS-LOAD-LIMIT = 10 ** WS-NUMBER-LENGTH
           IF WS-LOAD-DIGITS + WS-LOAD-QUANTITY GREATER THAN
                   WS-LOAD-LIMIT
               DISPLAY "BLOCK RUNS PAST THE LAST " WS-NUMBER-LENGTH
                   " DIGIT NUMBER - ENTRY REJECTED"
           ELSE
               COMPUTE WS-NUMBER-START = 16 - WS-NUMBER-LENGTH
               MOVE ZERO TO WS-LOADED-COUNT
               MOVE ZERO TO WS-EXISTING-COUNT
               PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                       UNTIL WS-LOAD-IDX GREATER THAN WS-LOAD-QUANTITY
                   PERFORM WRITE-LOADED-NUMBER
                   ADD 1 TO WS-LOAD-DIGITS
               END-PERFORM
               DISPLAY "RANGE " LDE-RANGE-CODE " - " WS-LOADED-COUNT
                   " NUMBERS LOADED, " WS-EXISTING-COUNT
                   " ALREADY IN INVENTORY"
           END-IF
       END-IF
       END-IF.

WRITE-LOADED-NUMBER.
       INITIALIZE NUMBERREC
       MOVE WS-LOAD-DIGITS(WS-NUMBER-START:WS-NUMBER-LENGTH)
           TO NUM-NUMBER
       MOVE LDE-RANGE-CODE TO NUM-RANGE-CODE
       MOVE SPACES TO NUM-RANGE-HOLDER
       SET NUM-AVAILABLE TO TRUE
       MOVE RUN-DATE-YYYYMMDD TO NUM-STATUS-DATE
       MOVE SPACES TO NUM-PORT-CARRIER
       MOVE WS-OPERATOR-ID TO NUM-LAST-OPERATOR
       WRITE NUMBERREC
           INVALID KEY
               ADD 1 TO WS-EXISTING-COUNT
           NOT INVALID KEY
               ADD 1 TO WS-LOADED-COUNT
       END-WRITE.

RESERVE-NUMBER.
       DISPLAY "ENTER NUMBER TO RESERVE (15)"
       ACCEPT ENTRY-NUMBER
       MOVE ENTRY-NUMBER TO NUM-NUMBER
       PERFORM READ-NUMBER-FOR-UPDATE
       IF WS-NUM-STATUS EQUAL TO "00"
           IF NOT NUM-AVAILABLE
               DISPLAY "NUMBER " ENTRY-NUMBER " IS NOT AVAILABLE "
                   "(STATUS " NUM-STATUS ") - ENTRY REJECTED"
           ELSE
               SET NUM-RESERVED TO TRUE
               PERFORM REWRITE-NUMBER-RECORD
               DISPLAY "NUMBER " ENTRY-NUMBER " RESERVED"
           END-IF
       END-IF.

UNRESERVE-NUMBER.
       DISPLAY "ENTER RESERVED NUMBER TO RELEASE (15)"
       ACCEPT ENTRY-NUMBER
       MOVE ENTRY-NUMBER TO NUM-NUMBER
       PERFORM READ-NUMBER-FOR-UPDATE
       IF WS-NUM-STATUS EQUAL TO "00"
           IF NOT NUM-RESERVED
               DISPLAY "NUMBER " ENTRY-NUMBER " IS NOT RESERVED "
                   "(STATUS " NUM-STATUS ") - ENTRY REJECTED"
           ELSE
               SET NUM-AVAILABLE TO TRUE
               PERFORM REWRITE-NUMBER-RECORD
               DISPLAY "NUMBER " ENTRY-NUMBER " AVAILABLE AGAIN"
           END-IF
       END-IF.

QUERY-NUMBER.
       DISPLAY "ENTER NUMBER (15)"
       ACCEPT ENTRY-NUMBER
       MOVE ENTRY-NUMBER TO NUM-NUMBER
       PERFORM READ-NUMBER-FOR-UPDATE
       IF WS-NUM-STATUS EQUAL TO "00"
           DISPLAY "NUMBER " NUM-NUMBER " RANGE " NUM-RANGE-CODE
               " HOLDER " NUM-RANGE-HOLDER " STATUS " NUM-STATUS
               " SINCE " NUM-STATUS-DATE
           DISPLAY "  SUBSCRIBER " NUM-SUBSCRIBERID " ASSIGNED "
               NUM-ASSIGNED-DATE " REUSE FROM " NUM-REUSE-DATE
               " PORT CARRIER " NUM-PORT-CARRIER " LAST OPERATOR "
               NUM-LAST-OPERATOR
       END-IF.

ASSIGN-NUMBER-TO-SUBSCRIBER.
       DISPLAY "ENTER SUBSCRIBER ID (10) NUMBER (15, BLANK FOR NEXT "
           "AVAILABLE)"
       ACCEPT ASSIGN-ENTRY
       IF ASE-SUBSCRIBERID NOT NUMERIC
           DISPLAY "SUBSCRIBER ID MUST BE NUMERIC - ENTRY REJECTED"
       ELSE
           MOVE ASE-SUBSCRIBERID TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY MOVE "23" TO WS-SMF-STATUS
           END-READ
           IF WS-SMF-STATUS NOT EQUAL TO "00"
               DISPLAY "SUBSCRIBER " ASE-SUBSCRIBERID " NOT ON MASTER"
                   " - ENTRY REJECTED"
           ELSE
           IF SMF-TERMINATIONDATE NOT EQUAL TO ZERO
               DISPLAY "SUBSCRIBER " ASE-SUBSCRIBERID " IS TERMINATED"
                   " - ENTRY REJECTED"
           ELSE
               MOVE SMF-SUBSCRIBERID TO WS-ASN-SUBSCRIBERID
               MOVE ASE-NUMBER TO WS-ASN-NUMBER
               CLOSE NUMBERFILE
               CALL "NUMBERASSIGN" USING WS-ASN-ACTION,
                   WS-ASN-SUBSCRIBERID, WS-ASN-NUMBER, WS-ASN-CARRIER,
                   WS-ASN-DATE, WS-OPERATOR-ID, WS-ASN-RESULT
               PERFORM OPEN-NUMBER-FILE-FOR-UPDATE
               IF ASN-NUMBER-ASSIGNED
                   DISPLAY "SUBSCRIBER " ASE-SUBSCRIBERID " HOLDS "
                       "NUMBER " WS-ASN-NUMBER
               ELSE
                   IF ASN-NUMBER-NOT-FREE
                       DISPLAY "NO NUMBER AVAILABLE TO ASSIGN - ENTRY "
                           "REJECTED"
                   ELSE
                       DISPLAY "NUMBER NOT ASSIGNED - RESULT "
                           WS-ASN-RESULT
                   END-IF
               END-IF
           END-IF
           END-IF
       END-IF.

READ-NUMBER-FOR-UPDATE.
       READ NUMBERFILE
           INVALID KEY
               DISPLAY "NUMBER " NUM-NUMBER " NOT IN INVENTORY - "
                   "ENTRY REJECTED"
       END-READ.

REWRITE-NUMBER-RECORD.
       MOVE RUN-DATE-YYYYMMDD TO NUM-STATUS-DATE
       MOVE WS-OPERATOR-ID TO NUM-LAST-OPERATOR
       REWRITE NUMBERREC
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           MOVE "NUMBERFILE" TO ABEND-FILE-NAME
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE WS-NUM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

RELEASE-AGED-NUMBERS.
       MOVE "NUMRELSE" TO WS-OPERATOR-ID
       OPEN I-O NUMBERFILE
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           MOVE "NUMBERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-NUM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE LOW-VALUES TO NUM-NUMBER
       START NUMBERFILE KEY NOT LESS THAN NUM-NUMBER
           INVALID KEY SET ENDOFNUMBERFILE TO TRUE
       END-START
       PERFORM READ-NEXT-NUMBER
       PERFORM UNTIL ENDOFNUMBERFILE
           IF NUM-AGEING
                   AND NUM-REUSE-DATE NOT GREATER THAN RUN-DATE-YYYYMMDD
               IF NUM-OWN-RANGE
                   SET NUM-AVAILABLE TO TRUE
                   MOVE ZERO TO NUM-SUBSCRIBERID
                   MOVE ZERO TO NUM-ASSIGNED-DATE
                   ADD 1 TO RLT-MADE-AVAILABLE
               ELSE
                   SET NUM-RETURNED-TO-HOLDER TO TRUE
                   ADD 1 TO RLT-RETURNED
               END-IF
               MOVE ZERO TO NUM-REUSE-DATE
               PERFORM REWRITE-NUMBER-RECORD
           END-IF
           PERFORM READ-NEXT-NUMBER
       END-PERFORM
       CLOSE NUMBERFILE
       DISPLAY "NUMBERINVENTORY RELEASE -- MADE AVAILABLE: "
           RLT-MADE-AVAILABLE "  RETURNED TO RANGE HOLDER: "
           RLT-RETURNED.

PRODUCE-UTILISATION-RETURN.
       MOVE SPACES TO WS-UTL-FILENAME
       STRING "NumberUtilisation-" RUN-DATE-YYYYMMDD(1:6) ".rpt"
           DELIMITED BY SIZE INTO WS-UTL-FILENAME
       END-STRING
       OPEN INPUT NUMBERFILE
       IF WS-NUM-STATUS NOT EQUAL TO "00"
           MOVE "NUMBERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-NUM-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT UTILREPORT
       IF WS-UTL-STATUS NOT EQUAL TO "00"
           MOVE "UTILREPORT" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-UTL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       INITIALIZE OWN-RANGE-TOTALS
       MOVE SPACES TO UTILLINE
       STRING "NUMBER UTILISATION RETURN -- PERIOD "
           RUN-DATE-YYYYMMDD(1:6) "  RUN ON " RUN-DATE-YYYYMMDD
           DELIMITED BY SIZE INTO UTILLINE
       END-STRING
       PERFORM WRITE-UTIL-LINE
       MOVE SPACES TO UTILLINE
       PERFORM WRITE-UTIL-LINE
       MOVE "RANGE    HOLDER   TOTAL   AVAIL  RESERV  ASSIGN  AGEING"
           TO UTILLINE
       MOVE "PORTOUT  RETURN  UTIL%     NEW PORTOUT   TERMS"
           TO UTILLINE(57:46)
       PERFORM WRITE-UTIL-LINE
       SORT NUMBERSORTFILE ON ASCENDING KEY NSR-RANGE-CODE
                              ASCENDING KEY NSR-RANGE-HOLDER
           INPUT PROCEDURE IS RELEASE-INVENTORY-NUMBERS
           OUTPUT PROCEDURE IS PRINT-RANGE-UTILISATION
       IF WS-NSR-STATUS NOT EQUAL TO "00"
           MOVE "NUMBERSORTFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-NSR-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO UTILLINE
       PERFORM WRITE-UTIL-LINE
       PERFORM MOVE-OWN-TOTALS-TO-RANGE
       MOVE "OWN" TO WS-PREV-RANGE-HOLDER
       MOVE "ALL OWN" TO WS-PREV-RANGE-CODE
       PERFORM WRITE-RANGE-LINE
       MOVE SPACES TO UTILLINE
       STRING "NUMBER BLOCKS " URT-RANGES
           "  NUMBERS PORTED IN AND IN SERVICE " URT-PORTED-IN-SERVICE
           DELIMITED BY SIZE INTO UTILLINE
       END-STRING
       PERFORM WRITE-UTIL-LINE
       CLOSE UTILREPORT
       CLOSE NUMBERFILE
       MOVE "NUMBER UTILISATION RETURN" TO WS-REG-REPORT-NAME
       MOVE WS-UTL-FILENAME TO WS-REG-FILENAME
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "NUMBER UTILISATION RETURN WRITTEN TO " WS-UTL-FILENAME.

RELEASE-INVENTORY-NUMBERS.
       MOVE LOW-VALUES TO NUM-NUMBER
       START NUMBERFILE KEY NOT LESS THAN NUM-NUMBER
           INVALID KEY SET ENDOFNUMBERFILE TO TRUE
       END-START
       PERFORM READ-NEXT-NUMBER
       PERFORM UNTIL ENDOFNUMBERFILE
           MOVE NUM-RANGE-CODE TO NSR-RANGE-CODE
           MOVE NUM-RANGE-HOLDER TO NSR-RANGE-HOLDER
           MOVE NUM-STATUS TO NSR-STATUS
           MOVE NUM-STATUS-DATE TO NSR-STATUS-DATE
           RELEASE NUMBERSORTREC
           PERFORM READ-NEXT-NUMBER
       END-PERFORM.

PRINT-RANGE-UTILISATION.
       MOVE HIGH-VALUES TO WS-PREV-RANGE-CODE
       PERFORM RETURN-SORTED-NUMBER
       PERFORM UNTIL ENDOFSORTEDNUMBERS
           IF NSR-RANGE-CODE NOT EQUAL TO WS-PREV-RANGE-CODE
                   OR NSR-RANGE-HOLDER NOT EQUAL TO WS-PREV-RANGE-HOLDER
               IF WS-PREV-RANGE-CODE NOT EQUAL TO HIGH-VALUES
                   PERFORM FINISH-RANGE
               END-IF
               MOVE NSR-RANGE-CODE TO WS-PREV-RANGE-CODE
               MOVE NSR-RANGE-HOLDER TO WS-PREV-RANGE-HOLDER
               INITIALIZE RANGE-TOTALS
           END-IF
           ADD 1 TO RNG-TOTAL
           PERFORM VARYING STS-IDX FROM 1 BY 1
                   UNTIL STS-IDX GREATER THAN 6
               IF NSR-STATUS EQUAL TO STATUS-CODE(STS-IDX)
                   ADD 1 TO RNG-STATUS-COUNT(STS-IDX)
               END-IF
           END-PERFORM
           IF NSR-STATUS-DATE(1:6) EQUAL TO RUN-DATE-YYYYMMDD(1:6)
               EVALUATE NSR-STATUS
                   WHEN "S"
                       ADD 1 TO RNG-NEW-ASSIGNED
                   WHEN "P"
                   WHEN "H"
                       ADD 1 TO RNG-PORTED-OUT
                   WHEN "G"
                       ADD 1 TO RNG-TERMINATED
               END-EVALUATE
           END-IF
           PERFORM RETURN-SORTED-NUMBER
       END-PERFORM
       IF WS-PREV-RANGE-CODE NOT EQUAL TO HIGH-VALUES
           PERFORM FINISH-RANGE
       ELSE
           MOVE "NO NUMBERS IN THE INVENTORY" TO UTILLINE
           PERFORM WRITE-UTIL-LINE
       END-IF.

FINISH-RANGE.
       ADD 1 TO URT-RANGES
       IF WS-PREV-RANGE-HOLDER EQUAL TO SPACES
           PERFORM VARYING STS-IDX FROM 1 BY 1
                   UNTIL STS-IDX GREATER THAN 6
               ADD RNG-STATUS-COUNT(STS-IDX)
                   TO ORT-STATUS-COUNT(STS-IDX)
           END-PERFORM
           ADD RNG-TOTAL TO ORT-TOTAL
           ADD RNG-NEW-ASSIGNED TO ORT-NEW-ASSIGNED
           ADD RNG-PORTED-OUT TO ORT-PORTED-OUT
           ADD RNG-TERMINATED TO ORT-TERMINATED
       ELSE
           ADD RNG-STATUS-COUNT(3) TO URT-PORTED-IN-SERVICE
       END-IF
       PERFORM WRITE-RANGE-LINE.

MOVE-OWN-TOTALS-TO-RANGE.
       PERFORM VARYING STS-IDX FROM 1 BY 1
               UNTIL STS-IDX GREATER THAN 6
           MOVE ORT-STATUS-COUNT(STS-IDX) TO RNG-STATUS-COUNT(STS-IDX)
       END-PERFORM
       MOVE ORT-TOTAL TO RNG-TOTAL
       MOVE ORT-NEW-ASSIGNED TO RNG-NEW-ASSIGNED
       MOVE ORT-PORTED-OUT TO RNG-PORTED-OUT
       MOVE ORT-TERMINATED TO RNG-TERMINATED.

WRITE-RANGE-LINE.
       PERFORM VARYING STS-IDX FROM 1 BY 1
               UNTIL STS-IDX GREATER THAN 6
           MOVE RNG-STATUS-COUNT(STS-IDX) TO PRN-STATUS-COUNT(STS-IDX)
       END-PERFORM
       MOVE RNG-TOTAL TO PRN-TOTAL
       MOVE RNG-NEW-ASSIGNED TO PRN-NEW-ASSIGNED
       MOVE RNG-PORTED-OUT TO PRN-PORTED-OUT
       MOVE RNG-TERMINATED TO PRN-TERMINATED
       MOVE WS-PREV-RANGE-HOLDER TO PRN-HOLDER
       IF WS-PREV-RANGE-HOLDER EQUAL TO SPACES
           MOVE "OWN" TO PRN-HOLDER
       END-IF
       MOVE SPACES TO UTILLINE
       STRING WS-PREV-RANGE-CODE " " PRN-HOLDER " "
           PRN-TOTAL " " PRN-STATUS-COUNT(1) " " PRN-STATUS-COUNT(2)
           " " PRN-STATUS-COUNT(3) " " PRN-STATUS-COUNT(4) " "
           PRN-STATUS-COUNT(5) " " PRN-STATUS-COUNT(6)
           DELIMITED BY SIZE INTO UTILLINE
       END-STRING
       IF WS-PREV-RANGE-HOLDER EQUAL TO SPACES
               OR WS-PREV-RANGE-HOLDER EQUAL TO "OWN"
           COMPUTE WS-IN-USE = RNG-STATUS-COUNT(2)
               + RNG-STATUS-COUNT(3) + RNG-STATUS-COUNT(4)
               + RNG-STATUS-COUNT(5)
           COMPUTE WS-ALLOCATED = RNG-TOTAL - RNG-STATUS-COUNT(6)
           MOVE ZERO TO WS-UTILISATION
           IF WS-ALLOCATED GREATER THAN ZERO
               COMPUTE WS-UTILISATION ROUNDED =
                   WS-IN-USE * 100 / WS-ALLOCATED
           END-IF
           MOVE WS-UTILISATION TO PRN-UTILISATION
           MOVE PRN-UTILISATION TO UTILLINE(74:5)
       END-IF
       STRING PRN-NEW-ASSIGNED " " PRN-PORTED-OUT " " PRN-TERMINATED
           DELIMITED BY SIZE INTO UTILLINE(80:23)
       END-STRING
       PERFORM WRITE-UTIL-LINE.

REGISTER-REPORT-FOR-DISTRIBUTION.
       MOVE RUN-DATE-YYYYMMDD(1:6) TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

READ-NEXT-NUMBER.
       READ NUMBERFILE NEXT RECORD
           AT END SET ENDOFNUMBERFILE TO TRUE
       END-READ.

RETURN-SORTED-NUMBER.
       RETURN NUMBERSORTFILE AT END SET ENDOFSORTEDNUMBERS TO TRUE
       END-RETURN.

WRITE-UTIL-LINE.
       WRITE UTILLINE
       IF WS-UTL-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING NUMBER UTILISATION RETURN - FILE "
               "STATUS " WS-UTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
