IDENTIFICATION DIVISION.
PROGRAM-ID. ARMOVEMENT IS INITIAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ARMOVEMENTFILE ASSIGN TO "ArMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMV-STATUS.

DATA DIVISION.
FILE SECTION.

FD     ARMOVEMENTFILE.
       COPY "ARMOVEMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ARMOVEMENTREC==
                     ==:PREFIX:==  BY ==AMV-==.

WORKING-STORAGE SECTION.
01     WS-AMV-STATUS           PIC XX.

LINKAGE SECTION.
01     MOVEMENT-LEDGER         PIC X.
01     MOVEMENT-TYPE           PIC X.
01     MOVEMENT-SUBSCRIBERID   PIC 9(10).
01     MOVEMENT-AMOUNT         PIC S9(9)V99.
01     MOVEMENT-PROGRAM-NAME   PIC X(12).
01     MOVEMENT-RESULT         PIC 9.
       88  MOVEMENT-LOGGED     VALUE 0.
       88  MOVEMENT-FAILED     VALUE 1.

PROCEDURE DIVISION USING MOVEMENT-LEDGER, MOVEMENT-TYPE,
        MOVEMENT-SUBSCRIBERID, MOVEMENT-AMOUNT,
        MOVEMENT-PROGRAM-NAME, MOVEMENT-RESULT.
BEGIN.
       SET MOVEMENT-LOGGED TO TRUE
       IF MOVEMENT-AMOUNT EQUAL TO ZERO
           EXIT PROGRAM
       END-IF
       OPEN EXTEND ARMOVEMENTFILE
       IF WS-AMV-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT ARMOVEMENTFILE
       END-IF
       IF WS-AMV-STATUS NOT EQUAL TO "00"
           DISPLAY "AR MOVEMENT LOG UNAVAILABLE - FILE STATUS "
               WS-AMV-STATUS
           SET MOVEMENT-FAILED TO TRUE
           EXIT PROGRAM
       END-IF
       ACCEPT AMV-MOVEDATE FROM DATE YYYYMMDD
       MOVE MOVEMENT-SUBSCRIBERID TO AMV-SUBSCRIBERID
       MOVE MOVEMENT-LEDGER TO AMV-LEDGER
       MOVE MOVEMENT-TYPE TO AMV-TYPE
       MOVE MOVEMENT-AMOUNT TO AMV-AMOUNT
       MOVE MOVEMENT-PROGRAM-NAME TO AMV-PROGRAM
       WRITE ARMOVEMENTREC
       CLOSE ARMOVEMENTFILE
       EXIT PROGRAM.
END PROGRAM ARMOVEMENT.
