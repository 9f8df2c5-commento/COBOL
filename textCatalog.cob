IDENTIFICATION DIVISION.
PROGRAM-ID. TEXTCATALOG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TEXTCATALOGFILE ASSIGN TO "TextCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXC-STATUS.

       SELECT TAXJURISDICTIONFILE ASSIGN TO "TaxJurisdictions.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TXJ-TABLE-KEY
           FILE STATUS IS WS-TXJ-STATUS.

DATA DIVISION.
FILE SECTION.

FD     TEXTCATALOGFILE.
       COPY "TEXTCATALOG.cpy"
           REPLACING ==:RECNAME:== BY ==TEXTCATALOGREC==
                     ==:PREFIX:==  BY ==TXC-==.

FD     TAXJURISDICTIONFILE.
       COPY "TAXJURISDICTION.cpy"
           REPLACING ==:RECNAME:== BY ==TAXJURISDICTIONREC==
                     ==:PREFIX:==  BY ==TXJ-==.

WORKING-STORAGE SECTION.
01     WS-TXC-STATUS               PIC XX.
01     WS-TXJ-STATUS               PIC XX.

01     WS-TXC-EOF-SWITCH           PIC X.
       88  ENDOFTEXTCATALOG        VALUE "Y".
01     WS-TXJ-EOF-SWITCH           PIC X.
       88  ENDOFJURISDICTIONS      VALUE "Y".

01     WS-CATALOG-LOADED-SWITCH    PIC X VALUE "N".
       88  CATALOG-LOADED          VALUE "Y".

01     CATALOG-TABLE-LIMIT         PIC 9(4) VALUE 2000.
01     CATALOG-STORAGE.
       02  CTL-COUNT               PIC 9(4) VALUE ZERO.
       02  CTL-ENTRY OCCURS 2000 TIMES.
           03  CTL-LANGUAGE        PIC X(2).
           03  CTL-TEXTID          PIC X(8).
           03  CTL-TEXT            PIC X(60).
01     CTL-IDX                     PIC 9(4).
01     CTL-FOUND-IDX               PIC 9(4).

01     JURISDICTION-TABLE-LIMIT    PIC 9(3) VALUE 500.
01     JURISDICTION-STORAGE.
       02  JLT-COUNT               PIC 9(3) VALUE ZERO.
       02  JLT-ENTRY OCCURS 500 TIMES.
           03  JLT-JURISDICTION    PIC X(2).
           03  JLT-EFFECTIVEDATE   PIC 9(8).
           03  JLT-NOTICELANGUAGE  PIC X(2).
01     JLT-IDX                     PIC 9(3).

01     WS-LANGUAGE                 PIC X(2).
01     WS-SEARCH-LANGUAGE          PIC X(2).
01     WS-SEARCH-TEXTID            PIC X(8).
01     WS-NOTICE-LANGUAGE          PIC X(2).

01     WS-AMOUNT-FORMAT.
       02  WS-AMOUNT-SEPARATORS.
           03  WS-THOUSANDS-SEPARATOR PIC X.
           03  WS-DECIMAL-SEPARATOR   PIC X.
       02  WS-CURRENCY-POSITION    PIC X.
           88  CURRENCY-AFTER      VALUE "A".
       02  WS-CURRENCY-SYMBOL      PIC X(3).
01     WS-EDITED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01     WS-AMOUNT-BUILD             PIC X(24).
01     WS-LEADING-SPACES           PIC 99.
01     WS-DIGITS-START             PIC 99.
01     WS-DIGITS-LENGTH            PIC 99.
01     WS-BUILD-POINTER            PIC 99.
01     WS-BUILD-LENGTH             PIC 99.

01     WS-DATE-FORMAT.
       02  WS-DATE-ORDER           PIC X(3).
       02  WS-DATE-SEPARATOR       PIC X.
01     WS-DATE-WORK                PIC 9(8).
01     WS-DATE-PARTS REDEFINES WS-DATE-WORK.
       02  WS-DATE-YEAR            PIC 9(4).
       02  WS-DATE-MONTH           PIC 99.
       02  WS-DATE-DAY             PIC 99.

LINKAGE SECTION.
       COPY "TEXTREQUEST.cpy"
           REPLACING ==:RECNAME:== BY ==TC-REQUEST==
                     ==:PREFIX:==  BY ==TCR-==.

PROCEDURE DIVISION USING TC-REQUEST.
BEGIN.
       IF NOT CATALOG-LOADED
           PERFORM LOAD-TEXT-CATALOG
           PERFORM LOAD-JURISDICTION-LANGUAGES
           SET CATALOG-LOADED TO TRUE
       END-IF
       IF TCR-LANGUAGE EQUAL TO SPACES
           MOVE "EN" TO WS-LANGUAGE
       ELSE
           MOVE TCR-LANGUAGE TO WS-LANGUAGE
       END-IF
       EVALUATE TRUE
           WHEN TCR-GET-TEXT
               PERFORM FIND-CATALOG-TEXT
           WHEN TCR-FORMAT-AMOUNT
               PERFORM FORMAT-AMOUNT
           WHEN TCR-FORMAT-DATE
               PERFORM FORMAT-DATE
           WHEN TCR-RESOLVE-LANGUAGES
               PERFORM RESOLVE-LANGUAGES
           WHEN TCR-CHECK-LANGUAGE
               PERFORM CHECK-LANGUAGE
       END-EVALUATE
       EXIT PROGRAM.

LOAD-TEXT-CATALOG.
       OPEN INPUT TEXTCATALOGFILE
       IF WS-TXC-STATUS EQUAL TO "00"
           MOVE "N" TO WS-TXC-EOF-SWITCH
           PERFORM READ-TEXT-CATALOG-RECORD
           PERFORM UNTIL ENDOFTEXTCATALOG
               IF CTL-COUNT LESS THAN CATALOG-TABLE-LIMIT
                       AND TXC-LANGUAGE NOT EQUAL TO SPACES
                       AND TXC-TEXTID NOT EQUAL TO SPACES
                   ADD 1 TO CTL-COUNT
                   MOVE TXC-LANGUAGE TO CTL-LANGUAGE(CTL-COUNT)
                   MOVE TXC-TEXTID TO CTL-TEXTID(CTL-COUNT)
                   MOVE TXC-TEXT TO CTL-TEXT(CTL-COUNT)
               END-IF
               PERFORM READ-TEXT-CATALOG-RECORD
           END-PERFORM
           CLOSE TEXTCATALOGFILE
       END-IF.

LOAD-JURISDICTION-LANGUAGES.
       OPEN INPUT TAXJURISDICTIONFILE
       IF WS-TXJ-STATUS EQUAL TO "00"
           MOVE "N" TO WS-TXJ-EOF-SWITCH
           PERFORM READ-JURISDICTION-RECORD
           PERFORM UNTIL ENDOFJURISDICTIONS
               IF JLT-COUNT LESS THAN JURISDICTION-TABLE-LIMIT
                   ADD 1 TO JLT-COUNT
                   MOVE TXJ-JURISDICTION TO JLT-JURISDICTION(JLT-COUNT)
                   MOVE TXJ-EFFECTIVEDATE
                       TO JLT-EFFECTIVEDATE(JLT-COUNT)
                   MOVE TXJ-NOTICELANGUAGE
                       TO JLT-NOTICELANGUAGE(JLT-COUNT)
               END-IF
               PERFORM READ-JURISDICTION-RECORD
           END-PERFORM
           CLOSE TAXJURISDICTIONFILE
       END-IF.

FIND-CATALOG-TEXT.
       MOVE TCR-TEXTID TO WS-SEARCH-TEXTID
       PERFORM FIND-CATALOG-ROW
       IF CTL-FOUND-IDX GREATER THAN ZERO
           MOVE CTL-TEXT(CTL-FOUND-IDX) TO TCR-TEXT
           SET TCR-FOUND TO TRUE
       ELSE
           SET TCR-NOT-FOUND TO TRUE
       END-IF.

FIND-CATALOG-ROW.
       MOVE WS-LANGUAGE TO WS-SEARCH-LANGUAGE
       PERFORM SEARCH-CATALOG
       IF CTL-FOUND-IDX EQUAL TO ZERO
               AND WS-LANGUAGE NOT EQUAL TO "EN"
           MOVE "EN" TO WS-SEARCH-LANGUAGE
           PERFORM SEARCH-CATALOG
       END-IF.

SEARCH-CATALOG.
       MOVE ZERO TO CTL-FOUND-IDX
       PERFORM VARYING CTL-IDX FROM 1 BY 1
               UNTIL CTL-IDX GREATER THAN CTL-COUNT
                  OR CTL-FOUND-IDX GREATER THAN ZERO
           IF CTL-LANGUAGE(CTL-IDX) EQUAL TO WS-SEARCH-LANGUAGE
                   AND CTL-TEXTID(CTL-IDX) EQUAL TO WS-SEARCH-TEXTID
               MOVE CTL-IDX TO CTL-FOUND-IDX
           END-IF
       END-PERFORM.

FORMAT-AMOUNT.
       MOVE ",.B$" TO WS-AMOUNT-FORMAT
       MOVE "FMTAMT" TO WS-SEARCH-TEXTID
       PERFORM FIND-CATALOG-ROW
       IF CTL-FOUND-IDX GREATER THAN ZERO
           MOVE CTL-TEXT(CTL-FOUND-IDX)(1:6) TO WS-AMOUNT-FORMAT
       END-IF
       MOVE TCR-AMOUNT TO WS-EDITED-AMOUNT
       MOVE ZERO TO WS-LEADING-SPACES
       INSPECT WS-EDITED-AMOUNT
           TALLYING WS-LEADING-SPACES FOR LEADING SPACES
       INSPECT WS-EDITED-AMOUNT
           CONVERTING ",." TO WS-AMOUNT-SEPARATORS
       COMPUTE WS-DIGITS-START = WS-LEADING-SPACES + 1
       COMPUTE WS-DIGITS-LENGTH = 17 - WS-LEADING-SPACES
       MOVE SPACES TO WS-AMOUNT-BUILD
       MOVE 1 TO WS-BUILD-POINTER
       IF TCR-AMOUNT LESS THAN ZERO
           STRING "-" DELIMITED BY SIZE
               INTO WS-AMOUNT-BUILD WITH POINTER WS-BUILD-POINTER
       END-IF
       IF NOT CURRENCY-AFTER
           STRING WS-CURRENCY-SYMBOL DELIMITED BY SPACE
               INTO WS-AMOUNT-BUILD WITH POINTER WS-BUILD-POINTER
       END-IF
       STRING WS-EDITED-AMOUNT(WS-DIGITS-START:WS-DIGITS-LENGTH)
               DELIMITED BY SIZE
           INTO WS-AMOUNT-BUILD WITH POINTER WS-BUILD-POINTER
       IF CURRENCY-AFTER
           STRING SPACE DELIMITED BY SIZE
                  WS-CURRENCY-SYMBOL DELIMITED BY SPACE
               INTO WS-AMOUNT-BUILD WITH POINTER WS-BUILD-POINTER
       END-IF
       COMPUTE WS-BUILD-LENGTH = WS-BUILD-POINTER - 1
       MOVE SPACES TO TCR-AMOUNT-TEXT
       MOVE WS-AMOUNT-BUILD(1:WS-BUILD-LENGTH)
           TO TCR-AMOUNT-TEXT(25 - WS-BUILD-LENGTH:WS-BUILD-LENGTH).

FORMAT-DATE.
       MOVE "DMY/" TO WS-DATE-FORMAT
       MOVE "FMTDATE" TO WS-SEARCH-TEXTID
       PERFORM FIND-CATALOG-ROW
       IF CTL-FOUND-IDX GREATER THAN ZERO
           MOVE CTL-TEXT(CTL-FOUND-IDX)(1:4) TO WS-DATE-FORMAT
       END-IF
       MOVE TCR-DATE TO WS-DATE-WORK
       MOVE SPACES TO TCR-DATE-TEXT
       IF WS-DATE-WORK NOT EQUAL TO ZERO
           EVALUATE WS-DATE-ORDER
               WHEN "MDY"
                   STRING WS-DATE-MONTH WS-DATE-SEPARATOR
                          WS-DATE-DAY WS-DATE-SEPARATOR
                          WS-DATE-YEAR DELIMITED BY SIZE
                       INTO TCR-DATE-TEXT
               WHEN "YMD"
                   STRING WS-DATE-YEAR WS-DATE-SEPARATOR
                          WS-DATE-MONTH WS-DATE-SEPARATOR
                          WS-DATE-DAY DELIMITED BY SIZE
                       INTO TCR-DATE-TEXT
               WHEN OTHER
                   STRING WS-DATE-DAY WS-DATE-SEPARATOR
                          WS-DATE-MONTH WS-DATE-SEPARATOR
                          WS-DATE-YEAR DELIMITED BY SIZE
                       INTO TCR-DATE-TEXT
           END-EVALUATE
       END-IF.

RESOLVE-LANGUAGES.
       MOVE WS-LANGUAGE TO TCR-LANGUAGE
       MOVE SPACES TO WS-NOTICE-LANGUAGE
       PERFORM VARYING JLT-IDX FROM 1 BY 1
               UNTIL JLT-IDX GREATER THAN JLT-COUNT
           IF JLT-JURISDICTION(JLT-IDX) EQUAL TO TCR-JURISDICTION
                   AND (TCR-DATE EQUAL TO ZERO
                     OR JLT-EFFECTIVEDATE(JLT-IDX)
                            NOT GREATER THAN TCR-DATE)
               MOVE JLT-NOTICELANGUAGE(JLT-IDX) TO WS-NOTICE-LANGUAGE
           END-IF
       END-PERFORM
       IF WS-NOTICE-LANGUAGE EQUAL TO WS-LANGUAGE
           MOVE SPACES TO TCR-SECOND-LANGUAGE
       ELSE
           MOVE WS-NOTICE-LANGUAGE TO TCR-SECOND-LANGUAGE
       END-IF.

CHECK-LANGUAGE.
       IF WS-LANGUAGE EQUAL TO "EN"
           SET TCR-FOUND TO TRUE
       ELSE
           SET TCR-NOT-FOUND TO TRUE
           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX GREATER THAN CTL-COUNT
                      OR TCR-FOUND
               IF CTL-LANGUAGE(CTL-IDX) EQUAL TO WS-LANGUAGE
                   SET TCR-FOUND TO TRUE
               END-IF
           END-PERFORM
       END-IF.

READ-TEXT-CATALOG-RECORD.
       READ TEXTCATALOGFILE AT END SET ENDOFTEXTCATALOG TO TRUE
       END-READ.

READ-JURISDICTION-RECORD.
       READ TAXJURISDICTIONFILE AT END SET ENDOFJURISDICTIONS TO TRUE
       END-READ.
END PROGRAM TEXTCATALOG.
