IDENTIFICATION DIVISION.
PROGRAM-ID. PREPAIDMOVEMENT IS INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PREPAIDMOVEMENTFILE ASSIGN TO "PrepaidMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMV-STATUS.

DATA DIVISION.
FILE SECTION.

FD     PREPAIDMOVEMENTFILE.
       COPY "PREPAIDMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==PREPAIDMOVEMENTREC==
                     ==:PREFIX:==  BY ==PMV-==.

WORKING-STORAGE SECTION.
01     WS-PMV-STATUS           PIC XX.

LINKAGE SECTION.
01     MOVEMENT-TYPE           PIC X.
01     MOVEMENT-SUBSCRIBERID   PIC 9(10).
01     MOVEMENT-AMOUNT         PIC S9(9)V99.
01     MOVEMENT-PROGRAM-NAME   PIC X(12).
01     MOVEMENT-RESULT         PIC 9.
       88  MOVEMENT-LOGGED     VALUE 0.
       88  MOVEMENT-FAILED     VALUE 1.

PROCEDURE DIVISION USING MOVEMENT-TYPE, MOVEMENT-SUBSCRIBERID,
        MOVEMENT-AMOUNT, MOVEMENT-PROGRAM-NAME, MOVEMENT-RESULT.
BEGIN.
       SET MOVEMENT-LOGGED TO TRUE
       IF MOVEMENT-AMOUNT EQUAL TO ZERO
           EXIT PROGRAM
       END-IF
       OPEN EXTEND PREPAIDMOVEMENTFILE
       IF WS-PMV-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT PREPAIDMOVEMENTFILE
       END-IF
       IF WS-PMV-STATUS NOT EQUAL TO "00"
           DISPLAY "PREPAID MOVEMENT LOG UNAVAILABLE - FILE STATUS "
               WS-PMV-STATUS
           SET MOVEMENT-FAILED TO TRUE
           EXIT PROGRAM
       END-IF
       ACCEPT PMV-MOVEDATE FROM DATE YYYYMMDD
       MOVE MOVEMENT-SUBSCRIBERID TO PMV-SUBSCRIBERID
       MOVE MOVEMENT-TYPE TO PMV-TYPE
       MOVE MOVEMENT-AMOUNT TO PMV-AMOUNT
       MOVE MOVEMENT-PROGRAM-NAME TO PMV-PROGRAM
       WRITE PREPAIDMOVEMENTREC
       CLOSE PREPAIDMOVEMENTFILE
       EXIT PROGRAM.
END PROGRAM PREPAIDMOVEMENT.
