                     ==:PREFIX:==  BY ==QTN-==.

FD     RESUBMITFILE.
01     RESUBMITREC                 PIC X(57).

FD     REPAIRLOGFILE.
01     REPAIRLOGREC.
       88  OPERATOR-IS-SUPERVISOR VALUE "S".
01     WS-SIGNON-RESULT        PIC 9.
       88  SIGNON-SUCCESSFUL   VALUE 0.
01     WS-SIGNON-PROGRAM       PIC X(20) VALUE "QUARANTINEREPAIR".
01     WS-ENTRY-DATE               PIC 9(8).
01     WS-ENTRY-TIME               PIC 9(8).

01     CORRECTED-ID-DIGITS REDEFINES CORRECTED-SUBSCRIBERID.
       02  COR-ID-DIGIT            PIC 9 OCCURS 10 TIMES.

01     REPAIRED-RECORD             PIC X(57).

01     CHECKDIGIT-ID-LENGTH        PIC 99 VALUE 10.
01     CHECKDIGIT-MODE             PIC X VALUE "R".
PROCEDURE DIVISION.
BEGIN.
       CALL "SIGNON" USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-SUCCESSFUL
           MOVE 12 TO RETURN-CODE
           STOP RUN
