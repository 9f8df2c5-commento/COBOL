IDENTIFICATION DIVISION.
PROGRAM-ID. VALIDATEBANKDETAILS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT MODULUSRULEFILE ASSIGN TO "BankModulusRules.tbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MDR-STATUS.

DATA DIVISION.
FILE SECTION.

FD     MODULUSRULEFILE.
       COPY "MODULUSRULE.cpy"
           REPLACING ==:RECNAME:== BY ==MODULUSRULEREC==
                     ==:PREFIX:==  BY ==MDR-==.

WORKING-STORAGE SECTION.
01     WS-MDR-STATUS           PIC XX.
01     WS-MDR-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFMODULUSRULES   VALUE "Y".
01     WS-RULES-LOADED-SWITCH  PIC X VALUE "N".
       88  RULES-LOADED        VALUE "Y".

01     RULE-TABLE-LIMIT        PIC 9(4) VALUE 2000.
01     RULE-TABLE.
       02  RUL-COUNT           PIC 9(4) VALUE ZERO.
       02  RUL-ENTRY OCCURS 2000 TIMES.
           03  RUL-SORTFROM    PIC 9(6).
           03  RUL-SORTTO      PIC 9(6).
           03  RUL-METHOD      PIC X(5).
           03  RUL-WEIGHT      PIC 99 OCCURS 14 TIMES.
01     RUL-IDX                 PIC 9(4).
01     WS-RULES-APPLIED        PIC 9(4).

01     WS-DIGIT-STRING.
       02  WS-DIGIT-SORT       PIC 9(6).
       02  WS-DIGIT-ACCT       PIC 9(8).
01     WS-DIGITS REDEFINES WS-DIGIT-STRING.
       02  WS-DIGIT            PIC 9 OCCURS 14 TIMES.
01     WS-DIGIT-IDX            PIC 99.
01     WS-PRODUCT              PIC 9(3).
01     WS-WEIGHTED-SUM         PIC 9(5).
01     WS-QUOTIENT             PIC 9(5).
01     WS-REMAINDER            PIC 99.

LINKAGE SECTION.
01     VALIDATE-BANKSORT       PIC 9(6).
01     VALIDATE-BANKACCT       PIC 9(8).
01     VALIDATE-RESULT         PIC 9.
       88  BANK-DETAILS-VALID  VALUE 0.
       88  BANK-DETAILS-INVALID VALUE 1.
01     VALIDATE-REASON         PIC X(30).

PROCEDURE DIVISION USING VALIDATE-BANKSORT, VALIDATE-BANKACCT,
        VALIDATE-RESULT, VALIDATE-REASON.
BEGIN.
       IF NOT RULES-LOADED
           PERFORM LOAD-MODULUS-RULES
       END-IF
       SET BANK-DETAILS-VALID TO TRUE
       MOVE SPACES TO VALIDATE-REASON
       IF VALIDATE-BANKSORT NOT NUMERIC
               OR VALIDATE-BANKACCT NOT NUMERIC
           SET BANK-DETAILS-INVALID TO TRUE
           MOVE "SORT CODE OR ACCOUNT NOT NUMERIC" TO VALIDATE-REASON
           EXIT PROGRAM
       END-IF
       IF VALIDATE-BANKSORT EQUAL TO ZERO
               OR VALIDATE-BANKACCT EQUAL TO ZERO
           SET BANK-DETAILS-INVALID TO TRUE
           MOVE "NO SORT CODE OR ACCOUNT NUMBER" TO VALIDATE-REASON
           EXIT PROGRAM
       END-IF
       MOVE VALIDATE-BANKSORT TO WS-DIGIT-SORT
       MOVE VALIDATE-BANKACCT TO WS-DIGIT-ACCT
       MOVE ZERO TO WS-RULES-APPLIED
       PERFORM VARYING RUL-IDX FROM 1 BY 1
               UNTIL RUL-IDX > RUL-COUNT OR BANK-DETAILS-INVALID
           IF VALIDATE-BANKSORT NOT LESS THAN RUL-SORTFROM(RUL-IDX)
                   AND VALIDATE-BANKSORT NOT GREATER THAN
                       RUL-SORTTO(RUL-IDX)
               ADD 1 TO WS-RULES-APPLIED
               PERFORM APPLY-ONE-MODULUS-RULE
           END-IF
       END-PERFORM
       IF BANK-DETAILS-VALID AND WS-RULES-APPLIED EQUAL TO ZERO
           MOVE "SORT CODE NOT IN RULES TABLE" TO VALIDATE-REASON
       END-IF
       EXIT PROGRAM.

LOAD-MODULUS-RULES.
       SET RULES-LOADED TO TRUE
       OPEN INPUT MODULUSRULEFILE
       IF WS-MDR-STATUS NOT EQUAL TO "00"
           DISPLAY "NO BANK MODULUS RULES TABLE PRESENT - ONLY "
               "MISSING BANK DETAILS WILL BE REJECTED"
       ELSE
           READ MODULUSRULEFILE AT END SET ENDOFMODULUSRULES TO TRUE
           END-READ
           PERFORM UNTIL ENDOFMODULUSRULES
               IF RUL-COUNT LESS THAN RULE-TABLE-LIMIT
                   ADD 1 TO RUL-COUNT
                   MOVE MDR-SORTFROM TO RUL-SORTFROM(RUL-COUNT)
                   MOVE MDR-SORTTO TO RUL-SORTTO(RUL-COUNT)
                   MOVE MDR-METHOD TO RUL-METHOD(RUL-COUNT)
                   PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                           UNTIL WS-DIGIT-IDX > 14
                       MOVE MDR-WEIGHT(WS-DIGIT-IDX)
                           TO RUL-WEIGHT(RUL-COUNT, WS-DIGIT-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "BANK MODULUS RULES TABLE FULL AT "
                       RULE-TABLE-LIMIT " - SORT CODES FROM "
                       MDR-SORTFROM " NOT CHECKED"
                   SET ENDOFMODULUSRULES TO TRUE
               END-IF
               IF NOT ENDOFMODULUSRULES
                   READ MODULUSRULEFILE
                       AT END SET ENDOFMODULUSRULES TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE MODULUSRULEFILE
       END-IF.

APPLY-ONE-MODULUS-RULE.
       MOVE ZERO TO WS-WEIGHTED-SUM
       PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1 UNTIL WS-DIGIT-IDX > 14
           COMPUTE WS-PRODUCT = WS-DIGIT(WS-DIGIT-IDX) *
               RUL-WEIGHT(RUL-IDX, WS-DIGIT-IDX)
           IF RUL-METHOD(RUL-IDX) EQUAL TO "DBLAL"
               DIVIDE WS-PRODUCT BY 10 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               COMPUTE WS-WEIGHTED-SUM =
                   WS-WEIGHTED-SUM + WS-QUOTIENT + WS-REMAINDER
           ELSE
               ADD WS-PRODUCT TO WS-WEIGHTED-SUM
           END-IF
       END-PERFORM
       IF RUL-METHOD(RUL-IDX) EQUAL TO "MOD11"
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
       ELSE
           DIVIDE WS-WEIGHTED-SUM BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
       END-IF
       IF WS-REMAINDER NOT EQUAL TO ZERO
           SET BANK-DETAILS-INVALID TO TRUE
           MOVE SPACES TO VALIDATE-REASON
           STRING "FAILS " RUL-METHOD(RUL-IDX) " MODULUS CHECK"
               DELIMITED BY SIZE INTO VALIDATE-REASON
           END-STRING
       END-IF.
END PROGRAM VALIDATEBANKDETAILS.
