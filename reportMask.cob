IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTMASK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MASKPOLICYFILE ASSIGN TO "MaskPolicy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSP-STATUS.

       SELECT ROUTINGTABLEFILE ASSIGN TO "ReportRouting.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTG-STATUS.

DATA DIVISION.
FILE SECTION.

FD     MASKPOLICYFILE.
       COPY "MASKPOLICY.cpy"
           REPLACING ==:RECNAME:== BY ==MASKPOLICYREC==
                     ==:PREFIX:==  BY ==MSP-==.

FD     ROUTINGTABLEFILE.
01     ROUTINGTABLEREC.
       02  RTG-REPORT-NAME         PIC X(28).
       02  RTG-RECIPIENT           PIC X(8).
       02  RTG-COPIES              PIC 99.
       02  RTG-CLASS               PIC X.
           88  RTG-PRIVILEGED      VALUE "P".

WORKING-STORAGE SECTION.
01     WS-MSP-STATUS               PIC XX.
01     WS-RTG-STATUS               PIC XX.

01     WS-MSP-EOF-SWITCH           PIC X.
       88  ENDOFMASKPOLICY         VALUE "Y".
01     WS-RTG-EOF-SWITCH           PIC X.
       88  ENDOFROUTING            VALUE "Y".

01     WS-POLICY-LOADED-SWITCH     PIC X VALUE "N".
       88  POLICY-LOADED           VALUE "Y".

01     POLICY-TABLE-LIMIT          PIC 9(3) VALUE 200.
01     POLICY-STORAGE.
       02  MPT-COUNT               PIC 9(3) VALUE ZERO.
       02  MPT-ENTRY OCCURS 200 TIMES.
           03  MPT-REPORT-NAME     PIC X(28).
           03  MPT-CLASS           PIC X.
           03  MPT-FIELD-TYPE      PIC X(4).
           03  MPT-LEVEL           PIC X.
01     MPT-IDX                     PIC 9(3).

01     MASKED-REPORT-LIMIT         PIC 9(3) VALUE 100.
01     MASKED-REPORT-STORAGE.
       02  MRT-COUNT               PIC 9(3) VALUE ZERO.
       02  MRT-ENTRY OCCURS 100 TIMES.
           03  MRT-REPORT-NAME     PIC X(28).
           03  MRT-CLASS           PIC X.
           03  MRT-APPLIED-LEVEL   PIC X.
01     MRT-IDX                     PIC 9(3).

01     WS-RECIPIENT-CLASS          PIC X.
01     WS-ROUTE-COUNT              PIC 9(3).
01     WS-ROUTINE-ROUTES           PIC 9(3).
01     WS-FOUND-LEVEL              PIC X.
01     WS-APPLIED-LEVEL            PIC X.

01     WS-LEVEL-RANK               PIC 9.
01     WS-APPLIED-RANK             PIC 9.

01     WS-CHAR-IDX                 PIC 99.
01     WS-ALNUM-COUNT              PIC 99.
01     WS-ALNUM-SEEN               PIC 99.
01     WS-ALNUM-KEEP               PIC 99.
01     WS-ONE-CHAR                 PIC X.
       88  CHAR-IS-ALNUM           VALUE "A" THRU "Z" "a" THRU "z"
                                         "0" THRU "9".

LINKAGE SECTION.
01     MASK-REPORT-NAME            PIC X(28).
01     MASK-FIELD-TYPE             PIC X(4).
       88  MASK-LEVEL-QUERY        VALUE "?".
01     MASK-VALUE-IN               PIC X(40).
01     MASK-VALUE-OUT              PIC X(40).
01     MASK-LEVEL                  PIC X.
       88  MASK-FULL               VALUE "F".
       88  MASK-LAST-FOUR          VALUE "L".
       88  MASK-ALL                VALUE "X".

PROCEDURE DIVISION USING MASK-REPORT-NAME, MASK-FIELD-TYPE,
        MASK-VALUE-IN, MASK-VALUE-OUT, MASK-LEVEL.
BEGIN.
       IF NOT POLICY-LOADED
           PERFORM LOAD-MASK-POLICY
           SET POLICY-LOADED TO TRUE
       END-IF
       MOVE ZERO TO MRT-IDX
       PERFORM VARYING MPT-IDX FROM 1 BY 1
               UNTIL MPT-IDX GREATER THAN MRT-COUNT
                  OR MRT-IDX GREATER THAN ZERO
           IF MRT-REPORT-NAME(MPT-IDX) EQUAL TO MASK-REPORT-NAME
               MOVE MPT-IDX TO MRT-IDX
           END-IF
       END-PERFORM
       IF MASK-LEVEL-QUERY
           IF MRT-IDX GREATER THAN ZERO
               MOVE MRT-APPLIED-LEVEL(MRT-IDX) TO MASK-LEVEL
           ELSE
               MOVE SPACE TO MASK-LEVEL
           END-IF
           EXIT PROGRAM
       END-IF
       IF MRT-IDX GREATER THAN ZERO
           MOVE MRT-CLASS(MRT-IDX) TO WS-RECIPIENT-CLASS
       ELSE
           PERFORM DECIDE-RECIPIENT-CLASS
           IF MRT-COUNT LESS THAN MASKED-REPORT-LIMIT
               ADD 1 TO MRT-COUNT
               MOVE MRT-COUNT TO MRT-IDX
               MOVE MASK-REPORT-NAME TO MRT-REPORT-NAME(MRT-IDX)
               MOVE WS-RECIPIENT-CLASS TO MRT-CLASS(MRT-IDX)
               MOVE SPACE TO MRT-APPLIED-LEVEL(MRT-IDX)
           END-IF
       END-IF
       PERFORM FIND-MASK-LEVEL
       MOVE WS-FOUND-LEVEL TO MASK-LEVEL
       PERFORM APPLY-MASK
       IF MRT-IDX GREATER THAN ZERO
           MOVE MRT-APPLIED-LEVEL(MRT-IDX) TO WS-APPLIED-LEVEL
           PERFORM RANK-APPLIED-LEVEL
           MOVE WS-LEVEL-RANK TO WS-APPLIED-RANK
           MOVE MASK-LEVEL TO WS-APPLIED-LEVEL
           PERFORM RANK-APPLIED-LEVEL
           IF WS-LEVEL-RANK GREATER THAN WS-APPLIED-RANK
               MOVE MASK-LEVEL TO MRT-APPLIED-LEVEL(MRT-IDX)
           END-IF
       END-IF
       EXIT PROGRAM.

LOAD-MASK-POLICY.
       OPEN INPUT MASKPOLICYFILE
       IF WS-MSP-STATUS EQUAL TO "00"
           MOVE "N" TO WS-MSP-EOF-SWITCH
           PERFORM READ-MASK-POLICY-RECORD
           PERFORM UNTIL ENDOFMASKPOLICY
               IF MPT-COUNT LESS THAN POLICY-TABLE-LIMIT
                       AND (MSP-MASK-LEVEL EQUAL TO "F"
                         OR MSP-MASK-LEVEL EQUAL TO "L"
                         OR MSP-MASK-LEVEL EQUAL TO "X")
                   ADD 1 TO MPT-COUNT
                   MOVE MSP-REPORT-NAME TO MPT-REPORT-NAME(MPT-COUNT)
                   MOVE MSP-RECIPIENT-CLASS TO MPT-CLASS(MPT-COUNT)
                   MOVE MSP-FIELD-TYPE TO MPT-FIELD-TYPE(MPT-COUNT)
                   MOVE MSP-MASK-LEVEL TO MPT-LEVEL(MPT-COUNT)
               END-IF
               PERFORM READ-MASK-POLICY-RECORD
           END-PERFORM
           CLOSE MASKPOLICYFILE
       END-IF.

DECIDE-RECIPIENT-CLASS.
       MOVE ZERO TO WS-ROUTE-COUNT
       MOVE ZERO TO WS-ROUTINE-ROUTES
       OPEN INPUT ROUTINGTABLEFILE
       IF WS-RTG-STATUS EQUAL TO "00"
           MOVE "N" TO WS-RTG-EOF-SWITCH
           PERFORM READ-ROUTING-RECORD
           PERFORM UNTIL ENDOFROUTING
               IF RTG-REPORT-NAME EQUAL TO MASK-REPORT-NAME
                   ADD 1 TO WS-ROUTE-COUNT
                   IF NOT RTG-PRIVILEGED
                       ADD 1 TO WS-ROUTINE-ROUTES
                   END-IF
               END-IF
               PERFORM READ-ROUTING-RECORD
           END-PERFORM
           CLOSE ROUTINGTABLEFILE
       END-IF
       IF WS-ROUTE-COUNT GREATER THAN ZERO
               AND WS-ROUTINE-ROUTES EQUAL TO ZERO
           MOVE "P" TO WS-RECIPIENT-CLASS
       ELSE
           MOVE "R" TO WS-RECIPIENT-CLASS
       END-IF.

FIND-MASK-LEVEL.
       MOVE SPACE TO WS-FOUND-LEVEL
       PERFORM VARYING MPT-IDX FROM 1 BY 1
               UNTIL MPT-IDX GREATER THAN MPT-COUNT
                  OR WS-FOUND-LEVEL NOT EQUAL TO SPACE
           IF MPT-REPORT-NAME(MPT-IDX) EQUAL TO MASK-REPORT-NAME
                   AND MPT-CLASS(MPT-IDX) EQUAL TO WS-RECIPIENT-CLASS
                   AND MPT-FIELD-TYPE(MPT-IDX) EQUAL TO MASK-FIELD-TYPE
               MOVE MPT-LEVEL(MPT-IDX) TO WS-FOUND-LEVEL
           END-IF
       END-PERFORM
       PERFORM VARYING MPT-IDX FROM 1 BY 1
               UNTIL MPT-IDX GREATER THAN MPT-COUNT
                  OR WS-FOUND-LEVEL NOT EQUAL TO SPACE
           IF MPT-REPORT-NAME(MPT-IDX) EQUAL TO "*"
                   AND MPT-CLASS(MPT-IDX) EQUAL TO WS-RECIPIENT-CLASS
                   AND MPT-FIELD-TYPE(MPT-IDX) EQUAL TO MASK-FIELD-TYPE
               MOVE MPT-LEVEL(MPT-IDX) TO WS-FOUND-LEVEL
           END-IF
       END-PERFORM
       PERFORM VARYING MPT-IDX FROM 1 BY 1
               UNTIL MPT-IDX GREATER THAN MPT-COUNT
                  OR WS-FOUND-LEVEL NOT EQUAL TO SPACE
           IF MPT-REPORT-NAME(MPT-IDX) EQUAL TO MASK-REPORT-NAME
                   AND MPT-CLASS(MPT-IDX) EQUAL TO WS-RECIPIENT-CLASS
                   AND MPT-FIELD-TYPE(MPT-IDX) EQUAL TO "*"
               MOVE MPT-LEVEL(MPT-IDX) TO WS-FOUND-LEVEL
           END-IF
       END-PERFORM
       PERFORM VARYING MPT-IDX FROM 1 BY 1
               UNTIL MPT-IDX GREATER THAN MPT-COUNT
                  OR WS-FOUND-LEVEL NOT EQUAL TO SPACE
           IF MPT-REPORT-NAME(MPT-IDX) EQUAL TO "*"
                   AND MPT-CLASS(MPT-IDX) EQUAL TO WS-RECIPIENT-CLASS
                   AND MPT-FIELD-TYPE(MPT-IDX) EQUAL TO "*"
               MOVE MPT-LEVEL(MPT-IDX) TO WS-FOUND-LEVEL
           END-IF
       END-PERFORM
       IF WS-FOUND-LEVEL EQUAL TO SPACE
           IF WS-RECIPIENT-CLASS EQUAL TO "P"
               MOVE "F" TO WS-FOUND-LEVEL
           ELSE
               MOVE "L" TO WS-FOUND-LEVEL
           END-IF
       END-IF.

APPLY-MASK.
       MOVE MASK-VALUE-IN TO MASK-VALUE-OUT
       IF NOT MASK-FULL
           MOVE ZERO TO WS-ALNUM-COUNT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX GREATER THAN 40
               MOVE MASK-VALUE-IN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF CHAR-IS-ALNUM
                   ADD 1 TO WS-ALNUM-COUNT
               END-IF
           END-PERFORM
           IF MASK-LAST-FOUR AND WS-ALNUM-COUNT GREATER THAN 4
               COMPUTE WS-ALNUM-KEEP = WS-ALNUM-COUNT - 4
           ELSE
               IF MASK-LAST-FOUR
                   MOVE ZERO TO WS-ALNUM-KEEP
               ELSE
                   MOVE WS-ALNUM-COUNT TO WS-ALNUM-KEEP
               END-IF
           END-IF
           MOVE ZERO TO WS-ALNUM-SEEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX GREATER THAN 40
                      OR WS-ALNUM-SEEN NOT LESS THAN WS-ALNUM-KEEP
               MOVE MASK-VALUE-IN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF CHAR-IS-ALNUM
                   ADD 1 TO WS-ALNUM-SEEN
                   MOVE "*" TO MASK-VALUE-OUT(WS-CHAR-IDX:1)
               END-IF
           END-PERFORM
       END-IF.

RANK-APPLIED-LEVEL.
       EVALUATE WS-APPLIED-LEVEL
           WHEN "F"
               MOVE 3 TO WS-LEVEL-RANK
           WHEN "L"
               MOVE 2 TO WS-LEVEL-RANK
           WHEN "X"
               MOVE 1 TO WS-LEVEL-RANK
           WHEN OTHER
               MOVE ZERO TO WS-LEVEL-RANK
       END-EVALUATE.

READ-MASK-POLICY-RECORD.
       READ MASKPOLICYFILE AT END SET ENDOFMASKPOLICY TO TRUE
       END-READ.

READ-ROUTING-RECORD.
       READ ROUTINGTABLEFILE AT END SET ENDOFROUTING TO TRUE
       END-READ.
END PROGRAM REPORTMASK.
