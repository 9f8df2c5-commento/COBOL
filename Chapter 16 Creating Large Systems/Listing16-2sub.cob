01     SUMOFNUMS               PIC 9(7).
01     QUOTIENT                PIC 9(7).
01     CALCRESULT              PIC 99.
01     PRODUCT                 PIC 9(3).
01     PRODUCT-TENS            PIC 99.
01     PRODUCT-UNITS           PIC 9.
01     WEIGHT-IDX              PIC 99.

LINKAGE SECTION.
01     ID-LENGTH               PIC 99.
01     NUMTOVALIDATE.
       02  ID-DIGIT            PIC 9 OCCURS 1 TO 20 TIMES
                                DEPENDING ON ID-LENGTH.

01     WEIGHTTABLE.
       02  ID-WEIGHT           PIC 99 OCCURS 1 TO 20 TIMES
                                DEPENDING ON ID-LENGTH.

01     VALIDATION-MODE         PIC X.
       88 MODE-SUM-TO-ZERO             VALUE "S".
       88 MODE-REMAINDER-IS-CHECKDIGIT VALUE "R".
       88 MODE-DOUBLE-ADD-MOD10        VALUE "D".

01     RESULT                  PIC 9.
       88 INVALIDCHECKDIGIT    VALUE 1.
        VALIDATION-MODE, RESULT.
BEGIN.
       MOVE ZEROS TO SUMOFNUMS
       IF MODE-DOUBLE-ADD-MOD10
           PERFORM DOUBLE-ADD-MOD10-CHECK
           EXIT PROGRAM
       END-IF
       PERFORM VARYING WEIGHT-IDX FROM 1 BY 1 UNTIL WEIGHT-IDX > ID-LENGTH
           COMPUTE SUMOFNUMS = SUMOFNUMS +
               (ID-DIGIT(WEIGHT-IDX) * ID-WEIGHT(WEIGHT-IDX))
           END-IF
       END-IF
       EXIT PROGRAM.

DOUBLE-ADD-MOD10-CHECK.
       PERFORM VARYING WEIGHT-IDX FROM 1 BY 1 UNTIL WEIGHT-IDX > ID-LENGTH
           COMPUTE PRODUCT = ID-DIGIT(WEIGHT-IDX) * ID-WEIGHT(WEIGHT-IDX)
           DIVIDE PRODUCT BY 10 GIVING PRODUCT-TENS
               REMAINDER PRODUCT-UNITS
           COMPUTE SUMOFNUMS = SUMOFNUMS + PRODUCT-TENS + PRODUCT-UNITS
       END-PERFORM
       DIVIDE SUMOFNUMS BY 10 GIVING QUOTIENT REMAINDER CALCRESULT
       IF CALCRESULT EQUAL TO ZERO
           SET VALIDCHECKDIGIT TO TRUE
       ELSE
           SET INVALIDCHECKDIGIT TO TRUE
       END-IF.
