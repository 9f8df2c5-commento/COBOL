01     WS-SELECT-ACTION        PIC X.
01     WS-SELECT-FROM-DATE     PIC 9(8).
01     WS-SELECT-TO-DATE       PIC 9(8).
01     WS-MSK-REPORT-NAME      PIC X(28) VALUE "EMPLOYEE AUDIT TRAIL".
01     WS-MSK-FIELD-TYPE       PIC X(4).
01     WS-MSK-VALUE-IN         PIC X(40).
01     WS-MSK-VALUE-OUT        PIC X(40).
01     WS-MSK-LEVEL            PIC X.

01     WS-RECORD-WANTED-SWITCH PIC X.
       88  RECORD-IS-WANTED    VALUE "Y".
01     OPS-FOUND-IDX           PIC 99.

01     AUDITDETAILLINE.
       02  PRN-AUD-SSN         PIC X(9).
       02  FILLER              PIC X(2) VALUE SPACES.
       02  PRN-AUD-ACTION      PIC X(10).
       02  FILLER              PIC X(2) VALUE SPACES.

PRINT-AUDIT-TRAIL-LINE.
       ADD 1 TO INQ-RECORDS-PRINTED
       MOVE "SSN" TO WS-MSK-FIELD-TYPE
       MOVE LOG-EMPSSN TO WS-MSK-VALUE-IN
       PERFORM MASK-SENSITIVE-VALUE
       MOVE WS-MSK-VALUE-OUT TO PRN-AUD-SSN
       EVALUATE LOG-ACTION
           WHEN "A" MOVE "ADD" TO PRN-AUD-ACTION
           WHEN "U" MOVE "UPDATE" TO PRN-AUD-ACTION
           PERFORM WRITE-AUDIT-TRAIL-LINE
       END-PERFORM.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-AUDIT-TRAIL-LINE.
       WRITE AUDITTRAILLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
