
FD     PAYROLLGLFILE.
01     PAYROLLGLREC.
       02  PGL-ACCOUNT-CODE        PIC 99.
       02  PGL-ACCOUNT-DESC        PIC X(20).
       02  PGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
       02  YST-GROSS               PIC 9(11)V99 VALUE ZERO.
       02  YST-TAX                 PIC 9(11)V99 VALUE ZERO.
       02  YST-PENSION             PIC 9(11)V99 VALUE ZERO.
       02  YST-BENEFITS            PIC 9(11)V99 VALUE ZERO.

01     SLIP-SUM-TOTALS.
       02  SST-GROSS               PIC 9(11)V99 VALUE ZERO.
       02  SST-TAX                 PIC 9(11)V99 VALUE ZERO.
       02  SST-PENSION             PIC 9(11)V99 VALUE ZERO.
       02  SST-BENEFITS            PIC 9(11)V99 VALUE ZERO.
       02  SST-PERIODS-FOUND       PIC 99 VALUE ZERO.

01     WS-EMPLOYEE-NAME            PIC X(25).
01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "YEAR END STATEMENT".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.
01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     WS-STATEMENT-COUNT          PIC 9(5) VALUE ZERO.

       ADD PYT-GROSS-YTD TO YST-GROSS
       ADD PYT-TAX-YTD TO YST-TAX
       ADD PYT-PENSION-YTD TO YST-PENSION
       ADD PYT-PRETAX-BENEFIT-YTD TO YST-BENEFITS
       ADD PYT-POSTTAX-BENEFIT-YTD TO YST-BENEFITS
       MOVE SPACES TO WS-EMPLOYEE-NAME
       PERFORM VARYING ENM-IDX FROM 1 BY 1
               UNTIL ENM-IDX GREATER THAN ENM-COUNT
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       MOVE "SSN" TO WS-MSK-FIELD-TYPE
       MOVE PYT-EMPSSN TO WS-MSK-VALUE-IN
       PERFORM MASK-SENSITIVE-VALUE
       MOVE SPACES TO STATEMENTLINE
       STRING "EMPLOYEE " WS-MSK-VALUE-OUT(1:9) "  " WS-EMPLOYEE-NAME
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       IF PYT-LEAVER-DATE NOT EQUAL TO ZERO
           MOVE SPACES TO STATEMENTLINE
           STRING "  LEFT EMPLOYMENT ON      " PYT-LEAVER-DATE
               DELIMITED BY SIZE INTO STATEMENTLINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
       END-IF
       MOVE PYT-GROSS-YTD TO PRN-AMOUNT
       MOVE SPACES TO STATEMENTLINE
       STRING "  TOTAL PAY FOR YEAR      " PRN-AMOUNT
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       IF PYT-PRETAX-BENEFIT-YTD GREATER THAN ZERO
           MOVE PYT-PRETAX-BENEFIT-YTD TO PRN-AMOUNT
           MOVE SPACES TO STATEMENTLINE
           STRING "  PRE-TAX BENEFITS        " PRN-AMOUNT
               DELIMITED BY SIZE INTO STATEMENTLINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           COMPUTE PRN-AMOUNT =
               PYT-GROSS-YTD - PYT-PRETAX-BENEFIT-YTD
           MOVE SPACES TO STATEMENTLINE
           STRING "  TAXABLE PAY FOR YEAR    " PRN-AMOUNT
               DELIMITED BY SIZE INTO STATEMENTLINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
       END-IF
       MOVE PYT-TAX-YTD TO PRN-AMOUNT
       MOVE SPACES TO STATEMENTLINE
       STRING "  TOTAL TAX WITHHELD      " PRN-AMOUNT
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       IF PYT-POSTTAX-BENEFIT-YTD GREATER THAN ZERO
           MOVE PYT-POSTTAX-BENEFIT-YTD TO PRN-AMOUNT
           MOVE SPACES TO STATEMENTLINE
           STRING "  POST-TAX BENEFITS       " PRN-AMOUNT
               DELIMITED BY SIZE INTO STATEMENTLINE
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
       END-IF
       MOVE SPACES TO STATEMENTLINE
       STRING "  PAY PERIODS IN YEAR     " PYT-PERIODS-PAID
           DELIMITED BY SIZE INTO STATEMENTLINE
               PERFORM UNTIL ENDOFPAYROLLGL
                   EVALUATE PGL-ACCOUNT-CODE
                       WHEN 1
                       WHEN 5 THRU 8
                       WHEN 13 THRU 14
                           ADD PGL-AMOUNT TO SST-GROSS
                       WHEN 15
                           SUBTRACT PGL-AMOUNT FROM SST-GROSS
                       WHEN 2
                           ADD PGL-AMOUNT TO SST-TAX
                       WHEN 3
                           ADD PGL-AMOUNT TO SST-PENSION
                       WHEN 10 THRU 11
                           ADD PGL-AMOUNT TO SST-BENEFITS
                   END-EVALUATE
                   PERFORM READ-PAYROLL-GL-RECORD
               END-PERFORM
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       MOVE YST-BENEFITS TO PRN-AMOUNT
       MOVE SPACES TO STATEMENTLINE
       STRING "YTD MASTER BENEFITS: " PRN-AMOUNT
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       MOVE SST-BENEFITS TO PRN-AMOUNT
       MOVE SPACES TO STATEMENTLINE
       STRING "JOURNALS BENEFITS:   " PRN-AMOUNT
           DELIMITED BY SIZE INTO STATEMENTLINE
       END-STRING
       PERFORM WRITE-STATEMENT-LINE
       IF YST-GROSS EQUAL TO SST-GROSS
               AND YST-TAX EQUAL TO SST-TAX
               AND YST-PENSION EQUAL TO SST-PENSION
               AND YST-BENEFITS EQUAL TO SST-BENEFITS
           MOVE "YEAR RECONCILES - JOURNALS AGREE WITH YTD MASTER"
               TO STATEMENTLINE
       ELSE
       READ PAYROLLGLFILE AT END SET ENDOFPAYROLLGL TO TRUE
       END-READ.

MASK-SENSITIVE-VALUE.
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL.

WRITE-STATEMENT-LINE.
       WRITE STATEMENTLINE
       IF WS-STM-STATUS NOT EQUAL TO "00"
