IDENTIFICATION DIVISION.
PROGRAM-ID. PAYRELEASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT STAGEDPAYFILE ASSIGN TO DYNAMIC WS-SPY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPY-STATUS.

       SELECT BANKPAYFILE ASSIGN TO DYNAMIC WS-BNK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNK-STATUS.

       SELECT PAYREGISTERFILE ASSIGN TO DYNAMIC WS-PRG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRG-STATUS.

       SELECT PAYVARIANCEFILE ASSIGN TO DYNAMIC WS-PVX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PVX-STATUS.

       SELECT PAYHOLDFILE ASSIGN TO "PayHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHD-STATUS.

       SELECT STAGEDPAYROLLGL ASSIGN TO DYNAMIC WS-SGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SGL-STATUS.

       SELECT PAYROLLGLFILE ASSIGN TO DYNAMIC WS-PGL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGL-STATUS.

       SELECT STAGEDDEPTGL ASSIGN TO DYNAMIC WS-SDG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SDG-STATUS.

       SELECT DEPTCOSTGLFILE ASSIGN TO DYNAMIC WS-PDG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDG-STATUS.

       SELECT STAGEDYTDFILE ASSIGN TO DYNAMIC WS-SYT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SYT-STATUS.

       SELECT RELEASEDYTDFILE ASSIGN TO DYNAMIC WS-RYT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RYT-STATUS.

       SELECT PAYROLLYTDFILE ASSIGN TO "PayrollYtd.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PYT-EMPSSN
           FILE STATUS IS WS-PYT-STATUS.

       SELECT STAGEDRECOVERYFILE ASSIGN TO DYNAMIC WS-PRC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRC-STATUS.

       SELECT GARNISHMENTFILE ASSIGN TO "GarnishmentOrders.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GOR-ORDER-KEY
           FILE STATUS IS WS-GOR-STATUS.

       SELECT ADVANCEFILE ASSIGN TO "EmployeeAdvances.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADV-ADVANCE-KEY
           FILE STATUS IS WS-ADV-STATUS.

       SELECT STAGEDHOLDFILE ASSIGN TO DYNAMIC WS-SHD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHD-STATUS.

       SELECT STAGEDPENSION ASSIGN TO DYNAMIC WS-SPC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPC-STATUS.

       SELECT PENSIONCONTRIBFILE ASSIGN TO DYNAMIC WS-PCN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCN-STATUS.

       SELECT STAGEDGARNISH ASSIGN TO DYNAMIC WS-SGD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SGD-STATUS.

       SELECT GARNISHDEDUCTFILE ASSIGN TO DYNAMIC WS-GDD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDD-STATUS.

       SELECT STAGEDBENEFIT ASSIGN TO DYNAMIC WS-SBD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SBD-STATUS.

       SELECT BENEFITDEDUCTFILE ASSIGN TO DYNAMIC WS-BDD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDD-STATUS.

       SELECT STAGEDLABOUR ASSIGN TO DYNAMIC WS-SLC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLC-STATUS.

       SELECT LABOURCOSTFILE ASSIGN TO DYNAMIC WS-LBC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBC-STATUS.

       SELECT RUNHISTORYFILE ASSIGN TO "RunHistory.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHL-STATUS.

DATA DIVISION.
FILE SECTION.

FD     STAGEDPAYFILE.
       COPY "STAGEDPAYMENT.cpy"
           REPLACING ==:RECNAME:== BY ==STAGEDPAYREC==
                     ==:PREFIX:==  BY ==SPY-==.

FD     BANKPAYFILE.
01     BANKPAYREC.
       02  BNK-BANKSORT            PIC 9(6).
       02  BNK-BANKACCT            PIC 9(8).
       02  BNK-NETPAY              PIC 9(7)V99.
       02  BNK-EMPNAME             PIC X(25).
       02  BNK-PAYPERIOD           PIC 9(6).

FD     PAYREGISTERFILE.
01     PAYREGISTERREC              PIC X(64).

FD     PAYVARIANCEFILE.
       COPY "PAYVARIANCE.cpy"
           REPLACING ==:RECNAME:== BY ==PAYVARIANCEREC==
                     ==:PREFIX:==  BY ==PVX-==.

FD     PAYHOLDFILE.
01     PAYHOLDREC.
       02  PHD-EMPSSN              PIC 9(9).
       02  PHD-PAYPERIOD           PIC 9(6).
       02  PHD-AMOUNT              PIC 9(7)V99.
       02  PHD-STATUS              PIC X.
           88  HOLD-IS-OPEN        VALUE "H".
       02  PHD-REASON              PIC X(2).

FD     STAGEDPAYROLLGL.
01     STAGEDPAYROLLGLREC          PIC X(53).

FD     PAYROLLGLFILE.
01     PAYROLLGLREC                PIC X(53).

FD     STAGEDDEPTGL.
01     STAGEDDEPTGLREC             PIC X(53).

FD     DEPTCOSTGLFILE.
01     DEPTCOSTGLREC               PIC X(53).

FD     STAGEDYTDFILE.
       COPY "PAYROLLYTDMOVE.cpy"
           REPLACING ==:RECNAME:== BY ==STAGEDYTDREC==
                     ==:PREFIX:==  BY ==SYT-==.

FD     RELEASEDYTDFILE.
01     RELEASEDYTDREC              PIC X(72).

FD     PAYROLLYTDFILE.
       COPY "PAYROLLYTD.cpy"
           REPLACING ==:RECNAME:== BY ==PAYROLLYTDREC==
                     ==:PREFIX:==  BY ==PYT-==.

FD     STAGEDRECOVERYFILE.
       COPY "PAYROLLRECOVERY.cpy"
           REPLACING ==:RECNAME:== BY ==STAGEDRECOVERYREC==
                     ==:PREFIX:==  BY ==PRC-==.

FD     GARNISHMENTFILE.
       COPY "GARNISHMENTORDER.cpy"
           REPLACING ==:RECNAME:== BY ==GARNISHMENTREC==
                     ==:PREFIX:==  BY ==GOR-==.

FD     ADVANCEFILE.
       COPY "EMPLOYEEADVANCE.cpy"
           REPLACING ==:RECNAME:== BY ==ADVANCEREC==
                     ==:PREFIX:==  BY ==ADV-==.

FD     STAGEDHOLDFILE.
01     STAGEDHOLDREC               PIC X(27).

FD     STAGEDPENSION.
01     STAGEDPENSIONREC            PIC X(33).

FD     PENSIONCONTRIBFILE.
01     PENSIONCONTRIBREC           PIC X(33).

FD     STAGEDGARNISH.
01     STAGEDGARNISHREC            PIC X(86).

FD     GARNISHDEDUCTFILE.
01     GARNISHDEDUCTREC            PIC X(86).

FD     STAGEDBENEFIT.
01     STAGEDBENEFITREC            PIC X(67).

FD     BENEFITDEDUCTFILE.
01     BENEFITDEDUCTREC            PIC X(67).

FD     STAGEDLABOUR.
01     STAGEDLABOURREC             PIC X(54).

FD     LABOURCOSTFILE.
01     LABOURCOSTREC               PIC X(54).

FD     RUNHISTORYFILE.
       COPY "RUNHISTORY.cpy"
           REPLACING ==:RECNAME:== BY ==RUNHISTORYREC==
                     ==:PREFIX:==  BY ==RHL-==.

WORKING-STORAGE SECTION.
01     WS-SPY-STATUS               PIC XX.
01     WS-BNK-STATUS               PIC XX.
01     WS-PRG-STATUS               PIC XX.
01     WS-PVX-STATUS               PIC XX.
01     WS-PHD-STATUS               PIC XX.
01     WS-SGL-STATUS               PIC XX.
01     WS-PGL-STATUS               PIC XX.
01     WS-SDG-STATUS               PIC XX.
01     WS-PDG-STATUS               PIC XX.
01     WS-RHL-STATUS               PIC XX.
01     WS-SYT-STATUS               PIC XX.
01     WS-RYT-STATUS               PIC XX.
01     WS-PYT-STATUS               PIC XX.
01     WS-PRC-STATUS               PIC XX.
01     WS-GOR-STATUS               PIC XX.
01     WS-ADV-STATUS               PIC XX.
01     WS-SHD-STATUS               PIC XX.
01     WS-SPC-STATUS               PIC XX.
01     WS-PCN-STATUS               PIC XX.
01     WS-SGD-STATUS               PIC XX.
01     WS-GDD-STATUS               PIC XX.
01     WS-SBD-STATUS               PIC XX.
01     WS-BDD-STATUS               PIC XX.
01     WS-SLC-STATUS               PIC XX.
01     WS-LBC-STATUS               PIC XX.

01     WS-SPY-FILENAME             PIC X(40).
01     WS-BNK-FILENAME             PIC X(40).
01     WS-PRG-FILENAME             PIC X(40).
01     WS-PVX-FILENAME             PIC X(40).
01     WS-SGL-FILENAME             PIC X(40).
01     WS-PGL-FILENAME             PIC X(40).
01     WS-SDG-FILENAME             PIC X(40).
01     WS-PDG-FILENAME             PIC X(40).
01     WS-SYT-FILENAME             PIC X(40).
01     WS-RYT-FILENAME             PIC X(40).
01     WS-PRC-FILENAME             PIC X(40).
01     WS-SHD-FILENAME             PIC X(40).
01     WS-SPC-FILENAME             PIC X(40).
01     WS-PCN-FILENAME             PIC X(40).
01     WS-SGD-FILENAME             PIC X(40).
01     WS-GDD-FILENAME             PIC X(40).
01     WS-SBD-FILENAME             PIC X(40).
01     WS-BDD-FILENAME             PIC X(40).
01     WS-SLC-FILENAME             PIC X(40).
01     WS-LBC-FILENAME             PIC X(40).

01     WS-RUN-PARM                 PIC X(16) VALUE SPACES.
01     RELEASE-PERIOD-YYYYMM       PIC 9(6).
01     RUN-DATE-YYYYMMDD           PIC 9(8).
01     RUN-TIME-HHMMSSCC           PIC 9(8).

01     WS-SIGNON-OPERATOR          PIC X(8).
01     WS-SIGNON-ROLE              PIC X.
       88  SIGNED-ON-SUPERVISOR    VALUE "S".
01     WS-SIGNON-RESULT            PIC 9.
       88  SIGNON-WORKED           VALUE 0.
01     WS-SIGNON-PROGRAM           PIC X(20) VALUE "PAYRELEASE".

01     WS-SPY-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDPAY          VALUE "Y".
01     WS-PVX-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFVARIANCES          VALUE "Y".
01     WS-SGL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDPAYROLLGL    VALUE "Y".
01     WS-SDG-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDDEPTGL       VALUE "Y".
01     WS-CONTROL-SWITCH           PIC X VALUE "N".
       88  CONTROL-RECORD-FOUND    VALUE "Y".
01     WS-SYT-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDYTD          VALUE "Y".
01     WS-PRC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDRECOVERIES   VALUE "Y".
01     WS-SHD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDHOLDS        VALUE "Y".
01     WS-SPC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDPENSION      VALUE "Y".
01     WS-SGD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDGARNISH      VALUE "Y".
01     WS-SBD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDBENEFIT      VALUE "Y".
01     WS-SLC-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSTAGEDLABOUR       VALUE "Y".
01     WS-PYT-FOUND-SWITCH         PIC X.
       88  YTD-RECORD-FOUND        VALUE "Y".
01     WS-GOR-OPEN-SWITCH          PIC X VALUE "N".
       88  GARNISHMENTS-OPEN       VALUE "Y".
01     WS-ADV-OPEN-SWITCH          PIC X VALUE "N".
       88  ADVANCES-OPEN           VALUE "Y".
01     WS-GOR-OPEN-STATUS          PIC XX.
01     WS-ADV-OPEN-STATUS          PIC XX.

01     STAGED-PAY-LIMIT            PIC 9(4) VALUE 2000.
01     STAGED-PAY-STORAGE.
       02  SPT-COUNT               PIC 9(4) VALUE ZERO.
       02  SPT-ENTRY OCCURS 2000 TIMES.
           03  SPT-RECORD          PIC X(64).
           03  SPT-HOLD-REASON     PIC X(2).
01     SPT-IDX                     PIC 9(4).
01     SPT-FOUND-IDX               PIC 9(4).

01     WS-DECISION                 PIC X.
       88  DECISION-RELEASE        VALUE "R" "r".
       88  DECISION-HOLD           VALUE "H" "h".
01     WS-CONFIRM                  PIC X.
       88  RELEASE-CONFIRMED       VALUE "Y" "y".

01     RELEASE-TOTALS.
       02  RLT-STAGED-COUNT        PIC 9(5) VALUE ZERO.
       02  RLT-STAGED-NET          PIC 9(9)V99 VALUE ZERO.
       02  RLT-EXCEPTIONS          PIC 9(5) VALUE ZERO.
       02  RLT-RELEASED-COUNT      PIC 9(5) VALUE ZERO.
       02  RLT-RELEASED-NET        PIC 9(9)V99 VALUE ZERO.
       02  RLT-HELD-COUNT          PIC 9(5) VALUE ZERO.
       02  RLT-HELD-NET            PIC 9(9)V99 VALUE ZERO.
       02  RLT-GL-RECORDS          PIC 9(5) VALUE ZERO.
       02  RLT-DEPT-GL-RECORDS     PIC 9(5) VALUE ZERO.
       02  RLT-YTD-RECORDS         PIC 9(5) VALUE ZERO.
       02  RLT-RECOVERY-RECORDS    PIC 9(5) VALUE ZERO.
       02  RLT-PAYRUN-HOLDS        PIC 9(5) VALUE ZERO.
       02  RLT-EXTRACT-RECORDS     PIC 9(5) VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
01     PRN-AMOUNT-2                PIC $$$,$$$,$$9.99.
01     PRN-TOTAL                   PIC $$$,$$$,$$$,$$9.99.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "PAYRELEASE REQUIRES THE PAY PERIOD YYYYMM"
               " AS ITS PARAMETER"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO RELEASE-PERIOD-YYYYMM
       CALL "SIGNON" USING WS-SIGNON-OPERATOR, WS-SIGNON-ROLE,
           WS-SIGNON-RESULT, WS-SIGNON-PROGRAM
       IF NOT SIGNON-WORKED
           DISPLAY "RELEASE REFUSED - SIGN-ON FAILED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF NOT SIGNED-ON-SUPERVISOR
           DISPLAY "RELEASE REFUSED - OPERATOR "
               WS-SIGNON-OPERATOR
               " DOES NOT HOLD THE SUPERVISOR ROLE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO WS-SPY-FILENAME
       STRING "BankPay-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SPY-FILENAME
       END-STRING
       MOVE SPACES TO WS-BNK-FILENAME
       STRING "BankPay-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-BNK-FILENAME
       END-STRING
       MOVE SPACES TO WS-PRG-FILENAME
       STRING "PayRegister-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-PRG-FILENAME
       END-STRING
       MOVE SPACES TO WS-PVX-FILENAME
       STRING "PayVariance-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-PVX-FILENAME
       END-STRING
       MOVE SPACES TO WS-SGL-FILENAME
       STRING "Payroll-" RELEASE-PERIOD-YYYYMM "-trial.gl"
           DELIMITED BY SIZE INTO WS-SGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-PGL-FILENAME
       STRING "Payroll-" RELEASE-PERIOD-YYYYMM ".gl"
           DELIMITED BY SIZE INTO WS-PGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-SDG-FILENAME
       STRING "PayrollDept-" RELEASE-PERIOD-YYYYMM "-trial.gl"
           DELIMITED BY SIZE INTO WS-SDG-FILENAME
       END-STRING
       MOVE SPACES TO WS-PDG-FILENAME
       STRING "PayrollDept-" RELEASE-PERIOD-YYYYMM ".gl"
           DELIMITED BY SIZE INTO WS-PDG-FILENAME
       END-STRING
       MOVE SPACES TO WS-SYT-FILENAME
       STRING "PayrollYtd-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SYT-FILENAME
       END-STRING
       MOVE SPACES TO WS-RYT-FILENAME
       STRING "PayrollYtd-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-RYT-FILENAME
       END-STRING
       MOVE SPACES TO WS-PRC-FILENAME
       STRING "PayrollRecoveries-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-PRC-FILENAME
       END-STRING
       MOVE SPACES TO WS-SHD-FILENAME
       STRING "PayHold-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SHD-FILENAME
       END-STRING
       MOVE SPACES TO WS-SPC-FILENAME
       STRING "PensionContrib-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SPC-FILENAME
       END-STRING
       MOVE SPACES TO WS-PCN-FILENAME
       STRING "PensionContrib-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-PCN-FILENAME
       END-STRING
       MOVE SPACES TO WS-SGD-FILENAME
       STRING "GarnishDeduct-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SGD-FILENAME
       END-STRING
       MOVE SPACES TO WS-GDD-FILENAME
       STRING "GarnishDeduct-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-GDD-FILENAME
       END-STRING
       MOVE SPACES TO WS-SBD-FILENAME
       STRING "BenefitDeduct-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SBD-FILENAME
       END-STRING
       MOVE SPACES TO WS-BDD-FILENAME
       STRING "BenefitDeduct-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-BDD-FILENAME
       END-STRING
       MOVE SPACES TO WS-SLC-FILENAME
       STRING "LabourCost-" RELEASE-PERIOD-YYYYMM "-trial.dat"
           DELIMITED BY SIZE INTO WS-SLC-FILENAME
       END-STRING
       MOVE SPACES TO WS-LBC-FILENAME
       STRING "LabourCost-" RELEASE-PERIOD-YYYYMM ".dat"
           DELIMITED BY SIZE INTO WS-LBC-FILENAME
       END-STRING
       PERFORM WRITE-RUN-HISTORY-START
       PERFORM LOAD-STAGED-PAYMENTS
       PERFORM REVIEW-PAY-EXCEPTIONS
       PERFORM CONFIRM-RELEASE
       PERFORM RELEASE-BANK-PAYMENTS
       PERFORM RELEASE-PAYROLL-GL
       PERFORM RELEASE-DEPARTMENT-GL
       PERFORM APPLY-YTD-MOVEMENTS
       PERFORM APPLY-STAGED-RECOVERIES
       PERFORM RELEASE-STAGED-HOLDS
       PERFORM RELEASE-PENSION-CONTRIBUTIONS
       PERFORM RELEASE-GARNISH-DEDUCTIONS
       PERFORM RELEASE-BENEFIT-DEDUCTIONS
       PERFORM RELEASE-LABOUR-COST
       PERFORM CLEAR-STAGING-FILES
       MOVE RLT-RELEASED-NET TO PRN-TOTAL
       DISPLAY "PAYRELEASE -- PERIOD " RELEASE-PERIOD-YYYYMM
           " RELEASED BY " WS-SIGNON-OPERATOR
       DISPLAY "  PAYMENTS RELEASED: " RLT-RELEASED-COUNT
           "  TOTAL: " PRN-TOTAL
       MOVE RLT-HELD-NET TO PRN-TOTAL
       DISPLAY "  PAYMENTS HELD: " RLT-HELD-COUNT
           "  TOTAL: " PRN-TOTAL
           "  GL LINES: " RLT-GL-RECORDS
           "  DEPARTMENT GL LINES: " RLT-DEPT-GL-RECORDS
       DISPLAY "  HELD BY THE PAY RUN: " RLT-PAYRUN-HOLDS
           "  YTD RECORDS UPDATED: " RLT-YTD-RECORDS
           "  RECOVERIES APPLIED: " RLT-RECOVERY-RECORDS
           "  DEDUCTION AND COST LINES: " RLT-EXTRACT-RECORDS
       IF RLT-HELD-COUNT GREATER THAN ZERO
               OR RLT-PAYRUN-HOLDS GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       PERFORM WRITE-RUN-HISTORY-END
       STOP RUN.

LOAD-STAGED-PAYMENTS.
       OPEN INPUT STAGEDPAYFILE
       IF WS-SPY-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED BANK PAYMENTS PRESENT - RELEASE REFUSED"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-HISTORY-END
           STOP RUN
       END-IF
       IF WS-SPY-STATUS NOT EQUAL TO "00"
           MOVE "STAGEDPAYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SPY-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-STAGED-PAY-RECORD
       PERFORM UNTIL ENDOFSTAGEDPAY
           IF SPY-PAYPERIOD NOT EQUAL TO RELEASE-PERIOD-YYYYMM
               DISPLAY "STAGED PAYMENTS CARRY PERIOD "
                   SPY-PAYPERIOD " BUT RELEASE IS FOR "
                   RELEASE-PERIOD-YYYYMM " - RELEASE REFUSED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-END
               STOP RUN
           END-IF
           IF SPT-COUNT NOT LESS THAN STAGED-PAY-LIMIT
               DISPLAY "MORE THAN " STAGED-PAY-LIMIT
                   " STAGED PAYMENTS - RELEASE REFUSED"
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-END
               STOP RUN
           END-IF
           ADD 1 TO SPT-COUNT
           MOVE STAGEDPAYREC TO SPT-RECORD(SPT-COUNT)
           MOVE SPACES TO SPT-HOLD-REASON(SPT-COUNT)
           ADD 1 TO RLT-STAGED-COUNT
           ADD SPY-NETPAY TO RLT-STAGED-NET
           PERFORM READ-STAGED-PAY-RECORD
       END-PERFORM
       CLOSE STAGEDPAYFILE
       IF SPT-COUNT EQUAL TO ZERO
           DISPLAY "STAGED BANK PAYMENTS ARE EMPTY - PERIOD ALREADY "
               "RELEASED OR NOTHING TO PAY - RELEASE REFUSED"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-HISTORY-END
           STOP RUN
       END-IF.

REVIEW-PAY-EXCEPTIONS.
       OPEN INPUT PAYVARIANCEFILE
       IF WS-PVX-STATUS NOT EQUAL TO "00"
           DISPLAY "NO VARIANCE CHECK FOR PERIOD "
               RELEASE-PERIOD-YYYYMM
               " - RUN PAYVARIANCE BEFORE RELEASE"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-HISTORY-END
           STOP RUN
       END-IF
       PERFORM READ-VARIANCE-RECORD
       PERFORM UNTIL ENDOFVARIANCES
           IF PVX-REASON EQUAL TO "CT"
               SET CONTROL-RECORD-FOUND TO TRUE
               IF PVX-EMPSSN NOT EQUAL TO RLT-STAGED-COUNT
                       OR PVX-NETPAY NOT EQUAL TO RLT-STAGED-NET
                   DISPLAY "STAGED PAYMENTS HAVE CHANGED SINCE THE "
                       "VARIANCE CHECK - RUN PAYVARIANCE AGAIN"
                   CLOSE PAYVARIANCEFILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-HISTORY-END
                   STOP RUN
               END-IF
           ELSE
               PERFORM REVIEW-ONE-EXCEPTION
           END-IF
           PERFORM READ-VARIANCE-RECORD
       END-PERFORM
       CLOSE PAYVARIANCEFILE
       IF NOT CONTROL-RECORD-FOUND
           DISPLAY "VARIANCE CHECK FOR PERIOD " RELEASE-PERIOD-YYYYMM
               " IS INCOMPLETE - RUN PAYVARIANCE AGAIN"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-HISTORY-END
           STOP RUN
       END-IF.

REVIEW-ONE-EXCEPTION.
       ADD 1 TO RLT-EXCEPTIONS
       PERFORM FIND-STAGED-PAYMENT
       IF SPT-FOUND-IDX EQUAL TO ZERO
           DISPLAY "EXCEPTION FOR " PVX-EMPSSN
               " HAS NO STAGED PAYMENT - RUN PAYVARIANCE AGAIN"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-RUN-HISTORY-END
           STOP RUN
       END-IF
       MOVE SPT-RECORD(SPT-FOUND-IDX) TO STAGEDPAYREC
       MOVE PVX-NETPAY TO PRN-AMOUNT
       MOVE PVX-PRIOR-NETPAY TO PRN-AMOUNT-2
       DISPLAY " "
       DISPLAY "EMPLOYEE " PVX-EMPSSN " " SPY-EMPNAME
       DISPLAY "  " PVX-REASON " " PVX-DESCRIPTION
       DISPLAY "  NET PAY " PRN-AMOUNT "  LAST PERIOD " PRN-AMOUNT-2
           "  TO SORT " SPY-BANKSORT " ACCT " SPY-BANKACCT
       IF SPT-HOLD-REASON(SPT-FOUND-IDX) NOT EQUAL TO SPACES
           DISPLAY "  PAYMENT ALREADY HELD FOR "
               SPT-HOLD-REASON(SPT-FOUND-IDX)
       ELSE
           MOVE SPACE TO WS-DECISION
           PERFORM UNTIL DECISION-RELEASE OR DECISION-HOLD
               DISPLAY "  RELEASE OR HOLD THIS PAYMENT (R/H): "
               ACCEPT WS-DECISION
           END-PERFORM
           IF DECISION-HOLD
               MOVE PVX-REASON TO SPT-HOLD-REASON(SPT-FOUND-IDX)
               DISPLAY "  PAYMENT HELD"
           ELSE
               DISPLAY "  PAYMENT RELEASED"
           END-IF
       END-IF.

FIND-STAGED-PAYMENT.
       MOVE ZERO TO SPT-FOUND-IDX
       PERFORM VARYING SPT-IDX FROM 1 BY 1
               UNTIL SPT-IDX GREATER THAN SPT-COUNT
           MOVE SPT-RECORD(SPT-IDX) TO STAGEDPAYREC
           IF SPY-EMPSSN EQUAL TO PVX-EMPSSN
               MOVE SPT-IDX TO SPT-FOUND-IDX
               MOVE SPT-COUNT TO SPT-IDX
           END-IF
       END-PERFORM.

CONFIRM-RELEASE.
       PERFORM TOTAL-ONE-DECISION
           VARYING SPT-IDX FROM 1 BY 1
           UNTIL SPT-IDX GREATER THAN SPT-COUNT
       DISPLAY " "
       MOVE RLT-RELEASED-NET TO PRN-TOTAL
       DISPLAY "PERIOD " RELEASE-PERIOD-YYYYMM "  EXCEPTIONS REVIEWED: "
           RLT-EXCEPTIONS
       DISPLAY "  TO RELEASE: " RLT-RELEASED-COUNT " TOTALLING "
           PRN-TOTAL
       MOVE RLT-HELD-NET TO PRN-TOTAL
       DISPLAY "  TO HOLD:    " RLT-HELD-COUNT " TOTALLING "
           PRN-TOTAL
       DISPLAY "RELEASE THE BANK FILE AND PAYROLL GL NOW (Y/N): "
       ACCEPT WS-CONFIRM
       IF NOT RELEASE-CONFIRMED
           DISPLAY "RELEASE NOT CONFIRMED - STAGED FILES LEFT IN PLACE"
           MOVE 4 TO RETURN-CODE
           PERFORM WRITE-RUN-HISTORY-END
           STOP RUN
       END-IF.

TOTAL-ONE-DECISION.
       MOVE SPT-RECORD(SPT-IDX) TO STAGEDPAYREC
       IF SPT-HOLD-REASON(SPT-IDX) EQUAL TO SPACES
           ADD 1 TO RLT-RELEASED-COUNT
           ADD SPY-NETPAY TO RLT-RELEASED-NET
       ELSE
           ADD 1 TO RLT-HELD-COUNT
           ADD SPY-NETPAY TO RLT-HELD-NET
       END-IF.

RELEASE-BANK-PAYMENTS.
       OPEN OUTPUT BANKPAYFILE
       IF WS-BNK-STATUS NOT EQUAL TO "00"
           MOVE "BANKPAYFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BNK-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT PAYREGISTERFILE
       IF WS-PRG-STATUS NOT EQUAL TO "00"
           MOVE "PAYREGISTERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PRG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM RELEASE-ONE-PAYMENT
           VARYING SPT-IDX FROM 1 BY 1
           UNTIL SPT-IDX GREATER THAN SPT-COUNT
       CLOSE BANKPAYFILE
       CLOSE PAYREGISTERFILE.

RELEASE-ONE-PAYMENT.
       MOVE SPT-RECORD(SPT-IDX) TO STAGEDPAYREC
       IF SPT-HOLD-REASON(SPT-IDX) EQUAL TO SPACES
           MOVE SPY-BANKSORT TO BNK-BANKSORT
           MOVE SPY-BANKACCT TO BNK-BANKACCT
           MOVE SPY-NETPAY TO BNK-NETPAY
           MOVE SPY-EMPNAME TO BNK-EMPNAME
           MOVE SPY-PAYPERIOD TO BNK-PAYPERIOD
           WRITE BANKPAYREC
           IF WS-BNK-STATUS NOT EQUAL TO "00"
               MOVE "BANKPAYFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-BNK-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       ELSE
           PERFORM HOLD-STAGED-PAYMENT
       END-IF
       WRITE PAYREGISTERREC FROM STAGEDPAYREC
       IF WS-PRG-STATUS NOT EQUAL TO "00"
           MOVE "PAYREGISTERFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PRG-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

HOLD-STAGED-PAYMENT.
       MOVE SPY-EMPSSN TO PHD-EMPSSN
       MOVE SPY-PAYPERIOD TO PHD-PAYPERIOD
       MOVE SPY-NETPAY TO PHD-AMOUNT
       MOVE "H" TO PHD-STATUS
       MOVE SPT-HOLD-REASON(SPT-IDX) TO PHD-REASON
       PERFORM WRITE-PAY-HOLD-RECORD.

WRITE-PAY-HOLD-RECORD.
       OPEN EXTEND PAYHOLDFILE
       IF WS-PHD-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT PAYHOLDFILE
       END-IF
       IF WS-PHD-STATUS NOT EQUAL TO "00"
           MOVE "PAYHOLDFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PHD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       WRITE PAYHOLDREC
       IF WS-PHD-STATUS NOT EQUAL TO "00"
           MOVE "PAYHOLDFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-PHD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE PAYHOLDFILE.

RELEASE-PAYROLL-GL.
       OPEN INPUT STAGEDPAYROLLGL
       IF WS-SGL-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED PAYROLL GL EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-SGL-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDPAYROLLGL" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SGL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT PAYROLLGLFILE
           PERFORM READ-STAGED-PAYROLL-GL-RECORD
           PERFORM UNTIL ENDOFSTAGEDPAYROLLGL
               WRITE PAYROLLGLREC FROM STAGEDPAYROLLGLREC
               ADD 1 TO RLT-GL-RECORDS
               PERFORM READ-STAGED-PAYROLL-GL-RECORD
           END-PERFORM
           CLOSE STAGEDPAYROLLGL
           CLOSE PAYROLLGLFILE
       END-IF.

RELEASE-DEPARTMENT-GL.
       OPEN INPUT STAGEDDEPTGL
       IF WS-SDG-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED DEPARTMENT COST EXTRACT PRESENT - "
               "SKIPPED"
       ELSE
           IF WS-SDG-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDDEPTGL" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SDG-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT DEPTCOSTGLFILE
           PERFORM READ-STAGED-DEPT-GL-RECORD
           PERFORM UNTIL ENDOFSTAGEDDEPTGL
               WRITE DEPTCOSTGLREC FROM STAGEDDEPTGLREC
               ADD 1 TO RLT-DEPT-GL-RECORDS
               PERFORM READ-STAGED-DEPT-GL-RECORD
           END-PERFORM
           CLOSE STAGEDDEPTGL
           CLOSE DEPTCOSTGLFILE
       END-IF.

APPLY-YTD-MOVEMENTS.
       OPEN INPUT STAGEDYTDFILE
       IF WS-SYT-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED PAYROLL YTD MOVEMENTS PRESENT - SKIPPED"
       ELSE
           IF WS-SYT-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDYTDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SYT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN I-O PAYROLLYTDFILE
           IF WS-PYT-STATUS EQUAL TO "35"
               OPEN OUTPUT PAYROLLYTDFILE
               CLOSE PAYROLLYTDFILE
               OPEN I-O PAYROLLYTDFILE
           END-IF
           IF WS-PYT-STATUS NOT EQUAL TO "00"
               MOVE "PAYROLLYTDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PYT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT RELEASEDYTDFILE
           IF WS-RYT-STATUS NOT EQUAL TO "00"
               MOVE "RELEASEDYTDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-RYT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-STAGED-YTD-RECORD
           PERFORM UNTIL ENDOFSTAGEDYTD
               PERFORM APPLY-ONE-YTD-MOVEMENT
               PERFORM READ-STAGED-YTD-RECORD
           END-PERFORM
           CLOSE STAGEDYTDFILE
           CLOSE PAYROLLYTDFILE
           CLOSE RELEASEDYTDFILE
       END-IF.

APPLY-ONE-YTD-MOVEMENT.
       MOVE SYT-EMPSSN TO PYT-EMPSSN
       MOVE "Y" TO WS-PYT-FOUND-SWITCH
       READ PAYROLLYTDFILE
           INVALID KEY MOVE "N" TO WS-PYT-FOUND-SWITCH
       END-READ
       IF YTD-RECORD-FOUND AND PYT-TAXYEAR EQUAL TO SYT-TAXYEAR
               AND PYT-LAST-PERIOD EQUAL TO SYT-PAYPERIOD
           DISPLAY "PAYROLL YTD FOR " SYT-EMPSSN " ALREADY CARRIES "
               "PERIOD " SYT-PAYPERIOD " - MOVEMENT NOT APPLIED AGAIN"
       ELSE
           IF NOT YTD-RECORD-FOUND OR PYT-TAXYEAR NOT EQUAL TO
                   SYT-TAXYEAR
               MOVE SYT-EMPSSN TO PYT-EMPSSN
               MOVE SYT-TAXYEAR TO PYT-TAXYEAR
               MOVE ZERO TO PYT-GROSS-YTD
               MOVE ZERO TO PYT-TAX-YTD
               MOVE ZERO TO PYT-PENSION-YTD
               MOVE ZERO TO PYT-PERIODS-PAID
               MOVE ZERO TO PYT-LAST-PERIOD
               MOVE ZERO TO PYT-PRETAX-BENEFIT-YTD
               MOVE ZERO TO PYT-POSTTAX-BENEFIT-YTD
               MOVE ZERO TO PYT-LEAVER-DATE
           END-IF
           ADD SYT-GROSS TO PYT-GROSS-YTD
           ADD SYT-TAX TO PYT-TAX-YTD
           ADD SYT-PENSION TO PYT-PENSION-YTD
           ADD SYT-PRETAX-BENEFIT TO PYT-PRETAX-BENEFIT-YTD
           ADD SYT-POSTTAX-BENEFIT TO PYT-POSTTAX-BENEFIT-YTD
           ADD 1 TO PYT-PERIODS-PAID
           MOVE SYT-PAYPERIOD TO PYT-LAST-PERIOD
           IF SYT-LEAVER-DATE NOT EQUAL TO ZERO
               MOVE SYT-LEAVER-DATE TO PYT-LEAVER-DATE
           END-IF
           IF YTD-RECORD-FOUND
               REWRITE PAYROLLYTDREC
               MOVE "REWRITE" TO ABEND-OPERATION
           ELSE
               WRITE PAYROLLYTDREC
               MOVE "WRITE" TO ABEND-OPERATION
           END-IF
           IF WS-PYT-STATUS NOT EQUAL TO "00"
               MOVE "PAYROLLYTDFILE" TO ABEND-FILE-NAME
               MOVE WS-PYT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           WRITE RELEASEDYTDREC FROM STAGEDYTDREC
           IF WS-RYT-STATUS NOT EQUAL TO "00"
               MOVE "RELEASEDYTDFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-RYT-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           ADD 1 TO RLT-YTD-RECORDS
       END-IF.

APPLY-STAGED-RECOVERIES.
       OPEN INPUT STAGEDRECOVERYFILE
       IF WS-PRC-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED ORDER OR ADVANCE RECOVERIES PRESENT - "
               "SKIPPED"
       ELSE
           IF WS-PRC-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDRECOVERYFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-PRC-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN I-O GARNISHMENTFILE
           MOVE WS-GOR-STATUS TO WS-GOR-OPEN-STATUS
           IF WS-GOR-STATUS EQUAL TO "00"
               SET GARNISHMENTS-OPEN TO TRUE
           END-IF
           OPEN I-O ADVANCEFILE
           MOVE WS-ADV-STATUS TO WS-ADV-OPEN-STATUS
           IF WS-ADV-STATUS EQUAL TO "00"
               SET ADVANCES-OPEN TO TRUE
           END-IF
           PERFORM READ-STAGED-RECOVERY-RECORD
           PERFORM UNTIL ENDOFSTAGEDRECOVERIES
               IF PRC-ORDER-RECOVERY
                   PERFORM APPLY-ONE-ORDER-RECOVERY
               ELSE
                   PERFORM APPLY-ONE-ADVANCE-RECOVERY
               END-IF
               PERFORM READ-STAGED-RECOVERY-RECORD
           END-PERFORM
           CLOSE STAGEDRECOVERYFILE
           IF GARNISHMENTS-OPEN
               CLOSE GARNISHMENTFILE
           END-IF
           IF ADVANCES-OPEN
               CLOSE ADVANCEFILE
           END-IF
       END-IF.

APPLY-ONE-ORDER-RECOVERY.
       IF NOT GARNISHMENTS-OPEN
           MOVE "GARNISHMENTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-GOR-OPEN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE PRC-EMPSSN TO GOR-EMPSSN
       MOVE PRC-REFERENCE TO GOR-ORDER-REF
       READ GARNISHMENTFILE
           INVALID KEY
               MOVE PRC-TAKEN TO PRN-AMOUNT
               DISPLAY "GARNISHMENT ORDER " PRC-REFERENCE " FOR "
                   PRC-EMPSSN " NO LONGER ON FILE - " PRN-AMOUNT
                   " TAKEN NOT APPLIED"
       END-READ
       IF WS-GOR-STATUS EQUAL TO "00"
           IF GOR-LAST-PERIOD EQUAL TO PRC-PAYPERIOD
               DISPLAY "GARNISHMENT ORDER " PRC-REFERENCE " FOR "
                   PRC-EMPSSN " ALREADY CARRIES PERIOD " PRC-PAYPERIOD
           ELSE
               ADD PRC-TAKEN TO GOR-RECOVERED-TO-DATE
               MOVE PRC-SHORTFALL TO GOR-SHORTFALL
               MOVE PRC-PAYPERIOD TO GOR-LAST-PERIOD
               IF GOR-TOTAL-TO-RECOVER GREATER THAN ZERO
                       AND GOR-RECOVERED-TO-DATE NOT LESS THAN
                           GOR-TOTAL-TO-RECOVER
                   SET GOR-ORDER-COMPLETE TO TRUE
                   MOVE ZERO TO GOR-SHORTFALL
               END-IF
               REWRITE GARNISHMENTREC
               IF WS-GOR-STATUS NOT EQUAL TO "00"
                   MOVE "GARNISHMENTFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-GOR-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               ADD 1 TO RLT-RECOVERY-RECORDS
           END-IF
       END-IF.

APPLY-ONE-ADVANCE-RECOVERY.
       IF NOT ADVANCES-OPEN
           MOVE "ADVANCEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADV-OPEN-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE PRC-EMPSSN TO ADV-EMPSSN
       MOVE PRC-REFERENCE TO ADV-ADVANCE-REF
       READ ADVANCEFILE
           INVALID KEY
               MOVE PRC-TAKEN TO PRN-AMOUNT
               DISPLAY "ADVANCE " ADV-ADVANCE-REF " FOR " PRC-EMPSSN
                   " NO LONGER ON FILE - " PRN-AMOUNT
                   " RECOVERED NOT APPLIED"
       END-READ
       IF WS-ADV-STATUS EQUAL TO "00"
           IF ADV-LAST-PERIOD EQUAL TO PRC-PAYPERIOD
               DISPLAY "ADVANCE " ADV-ADVANCE-REF " FOR " PRC-EMPSSN
                   " ALREADY CARRIES PERIOD " PRC-PAYPERIOD
           ELSE
               ADD PRC-TAKEN TO ADV-RECOVERED-TO-DATE
               MOVE PRC-PAYPERIOD TO ADV-LAST-PERIOD
               IF ADV-RECOVERED-TO-DATE NOT LESS THAN ADV-AMOUNT
                   SET ADV-ADVANCE-CLEARED TO TRUE
               END-IF
               REWRITE ADVANCEREC
               IF WS-ADV-STATUS NOT EQUAL TO "00"
                   MOVE "ADVANCEFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-ADV-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               ADD 1 TO RLT-RECOVERY-RECORDS
           END-IF
       END-IF.

RELEASE-STAGED-HOLDS.
       OPEN INPUT STAGEDHOLDFILE
       IF WS-SHD-STATUS NOT EQUAL TO "35"
           IF WS-SHD-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDHOLDFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SHD-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           PERFORM READ-STAGED-HOLD-RECORD
           PERFORM UNTIL ENDOFSTAGEDHOLDS
               MOVE STAGEDHOLDREC TO PAYHOLDREC
               PERFORM WRITE-PAY-HOLD-RECORD
               ADD 1 TO RLT-PAYRUN-HOLDS
               PERFORM READ-STAGED-HOLD-RECORD
           END-PERFORM
           CLOSE STAGEDHOLDFILE
       END-IF.

RELEASE-PENSION-CONTRIBUTIONS.
       OPEN INPUT STAGEDPENSION
       IF WS-SPC-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED PENSION CONTRIBUTIONS PRESENT - SKIPPED"
       ELSE
           IF WS-SPC-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDPENSION" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SPC-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT PENSIONCONTRIBFILE
           PERFORM READ-STAGED-PENSION-RECORD
           PERFORM UNTIL ENDOFSTAGEDPENSION
               WRITE PENSIONCONTRIBREC FROM STAGEDPENSIONREC
               ADD 1 TO RLT-EXTRACT-RECORDS
               PERFORM READ-STAGED-PENSION-RECORD
           END-PERFORM
           CLOSE STAGEDPENSION
           CLOSE PENSIONCONTRIBFILE
       END-IF.

RELEASE-GARNISH-DEDUCTIONS.
       OPEN INPUT STAGEDGARNISH
       IF WS-SGD-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED COURT ORDER DEDUCTIONS PRESENT - SKIPPED"
       ELSE
           IF WS-SGD-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDGARNISH" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SGD-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT GARNISHDEDUCTFILE
           PERFORM READ-STAGED-GARNISH-RECORD
           PERFORM UNTIL ENDOFSTAGEDGARNISH
               WRITE GARNISHDEDUCTREC FROM STAGEDGARNISHREC
               ADD 1 TO RLT-EXTRACT-RECORDS
               PERFORM READ-STAGED-GARNISH-RECORD
           END-PERFORM
           CLOSE STAGEDGARNISH
           CLOSE GARNISHDEDUCTFILE
       END-IF.

RELEASE-BENEFIT-DEDUCTIONS.
       OPEN INPUT STAGEDBENEFIT
       IF WS-SBD-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED BENEFIT DEDUCTIONS PRESENT - SKIPPED"
       ELSE
           IF WS-SBD-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDBENEFIT" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SBD-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT BENEFITDEDUCTFILE
           PERFORM READ-STAGED-BENEFIT-RECORD
           PERFORM UNTIL ENDOFSTAGEDBENEFIT
               WRITE BENEFITDEDUCTREC FROM STAGEDBENEFITREC
               ADD 1 TO RLT-EXTRACT-RECORDS
               PERFORM READ-STAGED-BENEFIT-RECORD
           END-PERFORM
           CLOSE STAGEDBENEFIT
           CLOSE BENEFITDEDUCTFILE
       END-IF.

RELEASE-LABOUR-COST.
       OPEN INPUT STAGEDLABOUR
       IF WS-SLC-STATUS EQUAL TO "35"
           DISPLAY "NO STAGED LABOUR COST EXTRACT PRESENT - SKIPPED"
       ELSE
           IF WS-SLC-STATUS NOT EQUAL TO "00"
               MOVE "STAGEDLABOUR" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-SLC-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN OUTPUT LABOURCOSTFILE
           PERFORM READ-STAGED-LABOUR-RECORD
           PERFORM UNTIL ENDOFSTAGEDLABOUR
               WRITE LABOURCOSTREC FROM STAGEDLABOURREC
               ADD 1 TO RLT-EXTRACT-RECORDS
               PERFORM READ-STAGED-LABOUR-RECORD
           END-PERFORM
           CLOSE STAGEDLABOUR
           CLOSE LABOURCOSTFILE
       END-IF.

CLEAR-STAGING-FILES.
       OPEN OUTPUT STAGEDPAYFILE
       CLOSE STAGEDPAYFILE
       OPEN OUTPUT STAGEDPAYROLLGL
       CLOSE STAGEDPAYROLLGL
       OPEN OUTPUT STAGEDDEPTGL
       CLOSE STAGEDDEPTGL
       OPEN OUTPUT STAGEDYTDFILE
       CLOSE STAGEDYTDFILE
       OPEN OUTPUT STAGEDRECOVERYFILE
       CLOSE STAGEDRECOVERYFILE
       OPEN OUTPUT STAGEDHOLDFILE
       CLOSE STAGEDHOLDFILE
       OPEN OUTPUT STAGEDPENSION
       CLOSE STAGEDPENSION
       OPEN OUTPUT STAGEDGARNISH
       CLOSE STAGEDGARNISH
       OPEN OUTPUT STAGEDBENEFIT
       CLOSE STAGEDBENEFIT
       OPEN OUTPUT STAGEDLABOUR
       CLOSE STAGEDLABOUR
       DISPLAY "STAGING FILES RETIRED AFTER RELEASE".

READ-STAGED-PAY-RECORD.
       READ STAGEDPAYFILE AT END SET ENDOFSTAGEDPAY TO TRUE
       END-READ.

READ-VARIANCE-RECORD.
       READ PAYVARIANCEFILE AT END SET ENDOFVARIANCES TO TRUE
       END-READ.

READ-STAGED-PAYROLL-GL-RECORD.
       READ STAGEDPAYROLLGL AT END SET ENDOFSTAGEDPAYROLLGL TO TRUE
       END-READ.

READ-STAGED-DEPT-GL-RECORD.
       READ STAGEDDEPTGL AT END SET ENDOFSTAGEDDEPTGL TO TRUE
       END-READ.

READ-STAGED-YTD-RECORD.
       READ STAGEDYTDFILE AT END SET ENDOFSTAGEDYTD TO TRUE
       END-READ.

READ-STAGED-RECOVERY-RECORD.
       READ STAGEDRECOVERYFILE AT END SET ENDOFSTAGEDRECOVERIES TO TRUE
       END-READ.

READ-STAGED-HOLD-RECORD.
       READ STAGEDHOLDFILE AT END SET ENDOFSTAGEDHOLDS TO TRUE
       END-READ.

READ-STAGED-PENSION-RECORD.
       READ STAGEDPENSION AT END SET ENDOFSTAGEDPENSION TO TRUE
       END-READ.

READ-STAGED-GARNISH-RECORD.
       READ STAGEDGARNISH AT END SET ENDOFSTAGEDGARNISH TO TRUE
       END-READ.

READ-STAGED-BENEFIT-RECORD.
       READ STAGEDBENEFIT AT END SET ENDOFSTAGEDBENEFIT TO TRUE
       END-READ.

READ-STAGED-LABOUR-RECORD.
       READ STAGEDLABOUR AT END SET ENDOFSTAGEDLABOUR TO TRUE
       END-READ.

WRITE-RUN-HISTORY-START.
       MOVE "START" TO RHL-EVENT
       PERFORM WRITE-RUN-HISTORY-RECORD.

WRITE-RUN-HISTORY-END.
       MOVE "END" TO RHL-EVENT
       PERFORM WRITE-RUN-HISTORY-RECORD.

WRITE-RUN-HISTORY-RECORD.
       OPEN EXTEND RUNHISTORYFILE
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           OPEN OUTPUT RUNHISTORYFILE
       END-IF
       IF WS-RHL-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING RUN HISTORY - FILE STATUS "
               WS-RHL-STATUS
       ELSE
           MOVE "PAYRELEASE" TO RHL-PROGRAMNAME
           MOVE RELEASE-PERIOD-YYYYMM TO RHL-BILLINGPERIOD
           ACCEPT RUN-TIME-HHMMSSCC FROM TIME
           STRING RUN-DATE-YYYYMMDD RUN-TIME-HHMMSSCC(1:6)
               DELIMITED BY SIZE INTO RHL-TIMESTAMP
           END-STRING
           MOVE WS-SIGNON-OPERATOR TO RHL-OPERATORID
           MOVE RLT-STAGED-COUNT TO RHL-RECORDS-IN
           MOVE RLT-RELEASED-COUNT TO RHL-RECORDS-OUT
           MOVE RETURN-CODE TO RHL-RETURNCODE
           WRITE RUNHISTORYREC
           CLOSE RUNHISTORYFILE
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
