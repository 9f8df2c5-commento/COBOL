       02  RGR-TIMESTAMP           PIC 9(14).
       02  RGR-PAGE-COUNT          PIC 9(7).
       02  RGR-STATUS              PIC X.
       02  RGR-MASK-LEVEL          PIC X.

WORKING-STORAGE SECTION.
01     WS-RGR-STATUS           PIC XX.
01     WS-ENTRY-DATE           PIC 9(8).
01     WS-ENTRY-TIME           PIC 9(8).
01     WS-MSK-FIELD-TYPE       PIC X(4) VALUE "?".
01     WS-MSK-VALUE-IN         PIC X(40) VALUE SPACES.
01     WS-MSK-VALUE-OUT        PIC X(40).

LINKAGE SECTION.
01     REGISTER-REPORT-NAME    PIC X(28).
       END-STRING
       MOVE REGISTER-PAGE-COUNT TO RGR-PAGE-COUNT
       MOVE "P" TO RGR-STATUS
       CALL "REPORTMASK" USING REGISTER-REPORT-NAME,
           WS-MSK-FIELD-TYPE, WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT,
           RGR-MASK-LEVEL
       WRITE REPORTREGISTERREC
       CLOSE REPORTREGISTERFILE
       EXIT PROGRAM.
