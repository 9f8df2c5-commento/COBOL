           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PHD-STATUS.

       SELECT STAGEDHOLDFILE ASSIGN TO DYNAMIC WS-SHD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHD-STATUS.

       SELECT ABSENCEMASTER ASSIGN TO "AbsenceMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABM-STATUS.

       SELECT TIMESHEETHOURSFILE ASSIGN TO DYNAMIC WS-TSH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TSH-STATUS.

       SELECT PAYELEMENTFILE ASSIGN TO "PayElements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEL-STATUS.

       SELECT RETROARREARSFILE ASSIGN TO DYNAMIC WS-RAR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAR-STATUS.

       SELECT GARNISHMENTFILE ASSIGN TO "GarnishmentOrders.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GOR-ORDER-KEY
           FILE STATUS IS WS-GOR-STATUS.

       SELECT GARNISHDEDUCTFILE ASSIGN TO DYNAMIC WS-GDD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDD-STATUS.

       SELECT PROTECTEDEARNINGSFILE ASSIGN TO "ProtectedEarnings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEF-STATUS.

       SELECT BENEFITPLANFILE ASSIGN TO "BenefitPlans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BPL-STATUS.

       SELECT BENEFITENROLFILE ASSIGN TO "BenefitEnrolment.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-ENROL-KEY
           FILE STATUS IS WS-BEN-STATUS.

       SELECT BENEFITDEDUCTFILE ASSIGN TO DYNAMIC WS-BDD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDD-STATUS.

       SELECT TAXBANDFILE ASSIGN TO "TaxBands.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PYT-EMPSSN
           FILE STATUS IS WS-PYT-STATUS.

       SELECT PAYROLLYTDMOVEFILE ASSIGN TO DYNAMIC WS-YTM-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTM-STATUS.

       SELECT ADVANCEFILE ASSIGN TO "EmployeeAdvances.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADV-ADVANCE-KEY
           FILE STATUS IS WS-ADV-STATUS.

       SELECT PAYROLLRECOVERYFILE ASSIGN TO DYNAMIC WS-PRC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRC-STATUS.

       SELECT LEAVERCERTFILE ASSIGN TO DYNAMIC WS-LVC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LVC-STATUS.

       SELECT COSTSPLITFILE ASSIGN TO "CostSplit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSP-STATUS.

       SELECT LABOURCOSTFILE ASSIGN TO DYNAMIC WS-LBC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LBC-STATUS.

       SELECT DEPTCOSTGLFILE ASSIGN TO DYNAMIC WS-PDG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDG-STATUS.

DATA DIVISION.
FILE SECTION.

01     PAYSLIPLINE                 PIC X(80).

FD     BANKPAYFILE.
       COPY "STAGEDPAYMENT.cpy"
           REPLACING ==:RECNAME:== BY ==BANKPAYREC==
                     ==:PREFIX:==  BY ==BNK-==.

FD     PAYROLLGLFILE.
01     PAYROLLGLREC.
       02  PGL-ACCOUNT-CODE        PIC 99.
       02  PGL-ACCOUNT-DESC        PIC X(20).
       02  PGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
           88  HOLD-IS-OPEN        VALUE "H".
       02  PHD-REASON              PIC X(2).

FD     STAGEDHOLDFILE.
01     STAGEDHOLDREC.
       02  SHD-EMPSSN              PIC 9(9).
       02  SHD-PAYPERIOD           PIC 9(6).
       02  SHD-AMOUNT              PIC 9(7)V99.
       02  SHD-STATUS              PIC X.
       02  SHD-REASON              PIC X(2).

FD     ABSENCEMASTER.
01     ABSENCEMASTERREC.
       02  ABM-EMPSSN              PIC 9(9).
       02  ABM-STARTDATE           PIC 9(8).
       02  ABM-ENDDATE             PIC 9(8).

FD     TIMESHEETHOURSFILE.
01     TIMESHEETHOURSREC.
       02  TSH-EMPSSN              PIC 9(9).
       02  TSH-WORKDATE            PIC 9(8).
       02  TSH-DEPTCODE            PIC X(3).
       02  TSH-JOBCODE             PIC X(4).
       02  TSH-OT15-HOURS          PIC 99V99.
       02  TSH-OT20-HOURS          PIC 99V99.
       02  TSH-NIGHT-HOURS         PIC 99V99.
       02  TSH-ONCALL-HOURS        PIC 99V99.
       02  TSH-APPROVER-SSN        PIC 9(9).

FD     PAYELEMENTFILE.
01     PAYELEMENTREC.
       02  PEL-GRADE               PIC X(2).
       02  PEL-ANNUAL-HOURS        PIC 9(4).
       02  PEL-OT15-MULTIPLIER     PIC 9V99.
       02  PEL-OT20-MULTIPLIER     PIC 9V99.
       02  PEL-NIGHT-RATE          PIC 9(3)V99.
       02  PEL-ONCALL-RATE         PIC 9(3)V99.

FD     RETROARREARSFILE.
       COPY "RETROARREARS.cpy"
           REPLACING ==:RECNAME:== BY ==RETROARREARSREC==
                     ==:PREFIX:==  BY ==RAR-==.

FD     GARNISHMENTFILE.
       COPY "GARNISHMENTORDER.cpy"
           REPLACING ==:RECNAME:== BY ==GARNISHMENTREC==
                     ==:PREFIX:==  BY ==GOR-==.

FD     GARNISHDEDUCTFILE.
01     GARNISHDEDUCTREC.
       02  GDD-EMPSSN              PIC 9(9).
       02  GDD-ORDER-REF           PIC X(12).
       02  GDD-CREDITOR-CODE       PIC X(6).
       02  GDD-CREDITOR-NAME       PIC X(25).
       02  GDD-PAYPERIOD           PIC 9(6).
       02  GDD-AMOUNT              PIC 9(7)V99.
       02  GDD-SHORTFALL           PIC 9(7)V99.
       02  GDD-RECOVERED-TO-DATE   PIC 9(7)V99.
       02  GDD-COMPLETED           PIC X.

FD     PROTECTEDEARNINGSFILE.
01     PROTECTEDEARNINGSREC.
       02  PEF-EFFECTIVEDATE       PIC 9(8).
       02  PEF-MONTHLY-FLOOR       PIC 9(7)V99.

FD     BENEFITPLANFILE.
       COPY "BENEFITPLAN.cpy"
           REPLACING ==:RECNAME:== BY ==BENEFITPLANREC==
                     ==:PREFIX:==  BY ==BPL-==.

FD     BENEFITENROLFILE.
       COPY "BENEFITENROLMENT.cpy"
           REPLACING ==:RECNAME:== BY ==BENEFITENROLREC==
                     ==:PREFIX:==  BY ==BEN-==.

FD     BENEFITDEDUCTFILE.
01     BENEFITDEDUCTREC.
       02  BDD-EMPSSN              PIC 9(9).
       02  BDD-PLAN-CODE           PIC X(4).
       02  BDD-PROVIDER-CODE       PIC X(6).
       02  BDD-PROVIDER-NAME       PIC X(25).
       02  BDD-TAX-TREATMENT       PIC X.
       02  BDD-COVERAGE            PIC X.
       02  BDD-PAYPERIOD           PIC 9(6).
       02  BDD-EMPLOYEE-AMOUNT     PIC 9(5)V99.
       02  BDD-EMPLOYER-AMOUNT     PIC 9(5)V99.
       02  BDD-TAKEN               PIC X.

FD     TAXBANDFILE.
       COPY "TAXBAND.cpy"
           REPLACING ==:RECNAME:== BY ==TAXBANDREC==
           REPLACING ==:RECNAME:== BY ==PAYROLLYTDREC==
                     ==:PREFIX:==  BY ==PYT-==.

FD     PAYROLLYTDMOVEFILE.
       COPY "PAYROLLYTDMOVE.cpy"
           REPLACING ==:RECNAME:== BY ==PAYROLLYTDMOVEREC==
                     ==:PREFIX:==  BY ==YTM-==.

FD     ADVANCEFILE.
       COPY "EMPLOYEEADVANCE.cpy"
           REPLACING ==:RECNAME:== BY ==ADVANCEREC==
                     ==:PREFIX:==  BY ==ADV-==.

FD     PAYROLLRECOVERYFILE.
       COPY "PAYROLLRECOVERY.cpy"
           REPLACING ==:RECNAME:== BY ==PAYROLLRECOVERYREC==
                     ==:PREFIX:==  BY ==PRC-==.

FD     LEAVERCERTFILE.
01     LEAVERCERTLINE              PIC X(80).

FD     COSTSPLITFILE.
       COPY "COSTSPLIT.cpy"
           REPLACING ==:RECNAME:== BY ==COSTSPLITREC==
                     ==:PREFIX:==  BY ==CSP-==.

FD     LABOURCOSTFILE.
       COPY "LABOURCOST.cpy"
           REPLACING ==:RECNAME:== BY ==LABOURCOSTREC==
                     ==:PREFIX:==  BY ==LBC-==.

FD     DEPTCOSTGLFILE.
01     DEPTCOSTGLREC.
       02  PDG-ACCOUNT-CODE        PIC 99.
       02  PDG-ACCOUNT-DESC        PIC X(20).
       02  PDG-AMOUNT              PIC S9(9)V99.
       02  PDG-DEPTCODE            PIC X(3).
       02  FILLER                  PIC X(7).
       02  FILLER                  PIC 9(10).

WORKING-STORAGE SECTION.
01     WS-EMP-STATUS               PIC XX.
01     WS-SLP-STATUS               PIC XX.
01     WS-PENSION-PCT              PIC 99 VALUE 5.

01     PAY-CALCULATION.
       02  PAY-BASIC               PIC 9(7)V99.
       02  PAY-OT15                PIC 9(7)V99.
       02  PAY-OT20                PIC 9(7)V99.
       02  PAY-NIGHT               PIC 9(7)V99.
       02  PAY-ONCALL              PIC 9(7)V99.
       02  PAY-ARREARS             PIC 9(7)V99.
       02  PAY-LEAVE-PAYOUT        PIC 9(7)V99.
       02  PAY-LEAVE-RECOVERY      PIC 9(7)V99.
       02  PAY-SALARY-RECOVERY     PIC 9(7)V99.
       02  PAY-GROSS               PIC 9(7)V99.
       02  PAY-PRETAX-BENEFIT      PIC 9(7)V99.
       02  PAY-TAXABLE             PIC 9(7)V99.
       02  PAY-TAX                 PIC 9(7)V99.
       02  PAY-PENSION             PIC 9(7)V99.
       02  PAY-GARNISHMENT         PIC 9(7)V99.
       02  PAY-POSTTAX-BENEFIT     PIC 9(7)V99.
       02  PAY-EMPLOYER-BENEFIT    PIC 9(7)V99.
       02  PAY-ADVANCE-RECOVERY    PIC 9(7)V99.
       02  PAY-NET                 PIC 9(7)V99.

01     WS-PCN-STATUS               PIC XX.
01     WS-EMPLOYER-MATCH-PCT       PIC 9(3) VALUE 100.

01     WS-PHD-STATUS               PIC XX.
01     WS-SHD-STATUS               PIC XX.
01     WS-SHD-FILENAME             PIC X(40).
01     WS-PHD-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYHOLDS           VALUE "Y".
01     HELD-EMPLOYEE-STORAGE.
01     HLD-IDX                     PIC 9(3).
01     WS-PAY-HELD-SWITCH          PIC X.
       88  PAYMENT-IS-HELD         VALUE "Y".
01     WS-HOLD-REASON              PIC X(2).
01     WS-BANK-RESULT              PIC 9.
       88  BANK-DETAILS-VALID      VALUE 0.
01     WS-BANK-REASON              PIC X(30).

01     WS-ABM-STATUS               PIC XX.
01     WS-ABM-EOF-SWITCH           PIC X VALUE "N".
           03  ABS-ENDDATE         PIC 9(8).
01     ABS-IDX                     PIC 9(4).

01     HOLIDAY-TABLE-LIMIT         PIC 9(4) VALUE 1000.
01     HOLIDAY-STORAGE.
       02  HOL-COUNT               PIC 9(4) VALUE ZERO.
       02  HOL-ENTRY OCCURS 1000 TIMES.
           03  HOL-EMPSSN          PIC 9(9).
           03  HOL-STARTDATE       PIC 9(8).
           03  HOL-ENDDATE         PIC 9(8).
01     HOL-IDX                     PIC 9(4).

01     WS-SICKFULL-PARM            PIC X(2) VALUE SPACES.
01     WS-SICK-FULL-DAYS           PIC 99 VALUE 10.
01     WS-SICKPCT-PARM             PIC X(2) VALUE SPACES.
01     WS-DAILY-RATE               PIC 9(5)V99.
01     WS-ABSENCE-REDUCTION        PIC 9(7)V99.

01     WS-TSH-STATUS               PIC XX.
01     WS-TSH-FILENAME             PIC X(40).
01     WS-TSH-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTIMESHEETHOURS     VALUE "Y".
01     WS-PEL-STATUS               PIC XX.
01     WS-PEL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPAYELEMENTS        VALUE "Y".

01     TIMESHEET-TABLE-LIMIT       PIC 9(3) VALUE 500.
01     TIMESHEET-STORAGE.
       02  TSM-COUNT               PIC 9(3) VALUE ZERO.
       02  TSM-ENTRY OCCURS 500 TIMES.
           03  TSM-EMPSSN          PIC 9(9).
           03  TSM-OT15-HOURS      PIC 9(3)V99.
           03  TSM-OT20-HOURS      PIC 9(3)V99.
           03  TSM-NIGHT-HOURS     PIC 9(3)V99.
           03  TSM-ONCALL-HOURS    PIC 9(3)V99.
01     TSM-IDX                     PIC 9(3).
01     TSM-FOUND-IDX               PIC 9(3).

01     PAY-ELEMENT-LIMIT           PIC 99 VALUE 20.
01     PAY-ELEMENT-STORAGE.
       02  PET-COUNT               PIC 99 VALUE ZERO.
       02  PET-ENTRY OCCURS 20 TIMES.
           03  PET-GRADE           PIC X(2).
           03  PET-ANNUAL-HOURS    PIC 9(4).
           03  PET-OT15-MULTIPLIER PIC 9V99.
           03  PET-OT20-MULTIPLIER PIC 9V99.
           03  PET-NIGHT-RATE      PIC 9(3)V99.
           03  PET-ONCALL-RATE     PIC 9(3)V99.
01     PET-IDX                     PIC 99.
01     PET-FOUND-IDX               PIC 99.
01     WS-HOURLY-RATE              PIC 9(5)V9999.

01     WS-RAR-STATUS               PIC XX.
01     WS-RAR-FILENAME             PIC X(40).
01     WS-RAR-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFRETROARREARS       VALUE "Y".
01     ARREARS-TABLE-LIMIT         PIC 9(3) VALUE 200.
01     ARREARS-STORAGE.
       02  ART-COUNT               PIC 9(3) VALUE ZERO.
       02  ART-ENTRY OCCURS 200 TIMES.
           03  ART-EMPSSN          PIC 9(9).
           03  ART-GROSS           PIC 9(7)V99.
01     ART-IDX                     PIC 9(3).
01     ART-FOUND-IDX               PIC 9(3).

01     WS-GOR-STATUS               PIC XX.
01     WS-GDD-STATUS               PIC XX.
01     WS-GDD-FILENAME             PIC X(40).
01     WS-PEF-STATUS               PIC XX.
01     WS-PEF-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFPROTECTEDEARNINGS  VALUE "Y".
01     WS-GOR-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  GARNISHMENTS-AVAILABLE  VALUE "Y".
01     WS-GOR-EOF-SWITCH           PIC X.
       88  ENDOFEMPLOYEEORDERS     VALUE "Y".
01     WS-PROTECTED-FLOOR          PIC 9(7)V99 VALUE ZERO.
01     WS-PROTECTED-EFFECTIVE      PIC 9(8) VALUE ZERO.
01     EMPLOYEE-ORDER-STORAGE.
       02  EOR-COUNT               PIC 99.
       02  EOR-ENTRY OCCURS 10 TIMES.
           03  EOR-ORDER-REF       PIC X(12).
           03  EOR-PRIORITY        PIC 9.
           03  EOR-DEDUCTED        PIC 9(7)V99.
01     EOR-IDX                     PIC 99.
01     WS-GARNISH-PRIORITY         PIC 99.
01     WS-ATTACHABLE-PAY           PIC 9(7)V99.
01     WS-ORDER-DUE                PIC 9(7)V99.
01     WS-ORDER-AVAILABLE          PIC 9(7)V99.
01     WS-ORDER-TAKEN              PIC 9(7)V99.
01     WS-ORDER-REMAINING          PIC 9(7)V99.

01     WS-BPL-STATUS               PIC XX.
01     WS-BEN-STATUS               PIC XX.
01     WS-BDD-STATUS               PIC XX.
01     WS-BDD-FILENAME             PIC X(40).
01     WS-BPL-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFBENEFITPLANS       VALUE "Y".
01     WS-BEN-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  BENEFITS-AVAILABLE      VALUE "Y".
01     WS-BEN-EOF-SWITCH           PIC X.
       88  ENDOFEMPLOYEEENROLMENTS VALUE "Y".

01     BENEFIT-PLAN-LIMIT          PIC 99 VALUE 30.
01     BENEFIT-PLAN-STORAGE.
       02  BPT-COUNT               PIC 99 VALUE ZERO.
       02  BPT-ENTRY OCCURS 30 TIMES.
           03  BPT-PLAN-CODE       PIC X(4).
           03  BPT-PLAN-NAME       PIC X(20).
           03  BPT-PROVIDER-CODE   PIC X(6).
           03  BPT-PROVIDER-NAME   PIC X(25).
           03  BPT-TAX-TREATMENT   PIC X.
           03  BPT-EMPLOYEE-COST   PIC 9(5)V99 OCCURS 3 TIMES.
           03  BPT-EMPLOYER-COST   PIC 9(5)V99 OCCURS 3 TIMES.
01     BPT-IDX                     PIC 99.
01     BPT-FOUND-IDX               PIC 99.
01     BPL-COVER-IDX               PIC 9.

01     EMPLOYEE-BENEFIT-STORAGE.
       02  EBN-COUNT               PIC 99.
       02  EBN-ENTRY OCCURS 10 TIMES.
           03  EBN-PLAN-IDX        PIC 99.
           03  EBN-COVERAGE        PIC X.
           03  EBN-EMPLOYEE-AMOUNT PIC 9(5)V99.
           03  EBN-EMPLOYER-AMOUNT PIC 9(5)V99.
           03  EBN-TAKEN           PIC X.
               88  EBN-DEDUCTION-TAKEN VALUE "Y".
01     EBN-IDX                     PIC 99.

01     WS-TXB-STATUS               PIC XX.
01     WS-TXC-STATUS               PIC XX.
01     WS-PYT-STATUS               PIC XX.
01     WS-PYT-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  YTD-MASTER-AVAILABLE    VALUE "Y".
01     WS-YTM-STATUS               PIC XX.
01     WS-YTM-FILENAME             PIC X(40).
01     WS-TXB-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFTAXBANDS           VALUE "Y".
01     WS-TXC-AVAILABLE-SWITCH     PIC X VALUE "N".
01     WS-OVERRIDE-RATE            PIC 9V9999.
01     WS-PAY-YEAR                 PIC 9(4).

01     WS-LEAVER-SWITCH            PIC X VALUE "N".
       88  LEAVER-SETTLEMENT       VALUE "Y".
01     WS-LEAVER-WINDOW-START      PIC 9(8).
01     WS-NEXT-PERIOD-START        PIC 9(8).
01     WS-HOLIDAY-LOAD-START       PIC 9(8).
01     WS-LEAVER-YEAR-START        PIC 9(8).
01     WS-PYT-FILED-LAST-PERIOD    PIC 9(6).
01     WS-PYT-FILED-LEAVER-DATE    PIC 9(8).
01     WS-OVERPAID-MONTHS          PIC 9(3).
01     WS-FILED-YEAR               PIC 9(4).
01     WS-FILED-MONTH              PIC 99.
01     WS-TERM-YEAR                PIC 9(4).
01     WS-TERM-MONTH               PIC 99.
01     WS-TERM-PERIOD              PIC 9(6).
01     WS-TERM-DAY                 PIC 99.
01     WS-LEAVEDAYS-PARM           PIC X(2) VALUE SPACES.
01     WS-LEAVE-ENTITLEMENT        PIC 99 VALUE 25.
01     WS-LEAVE-YEAR-START         PIC 9(8).
01     WS-ACCRUAL-START            PIC 9(8).
01     WS-LEAVE-SERVICE-DAYS       PIC 9(3).
01     WS-LEAVE-ACCRUED            PIC 9(3)V99.
01     WS-LEAVE-TAKEN              PIC 9(3)V99.
01     WS-LEAVE-BALANCE            PIC 9(3)V99.
01     WS-LEAVER-DAILY-RATE        PIC 9(5)V99.
01     WS-LEAVER-RECOVERABLE       PIC 9(7)V99.
01     WS-LEAVER-UNRECOVERED       PIC 9(7)V99.
01     WS-ADV-STATUS               PIC XX.
01     WS-PRC-STATUS               PIC XX.
01     WS-PRC-FILENAME             PIC X(40).
01     WS-ADV-AVAILABLE-SWITCH     PIC X VALUE "N".
       88  ADVANCES-AVAILABLE      VALUE "Y".
01     WS-ADV-EOF-SWITCH           PIC X.
       88  ENDOFEMPLOYEEADVANCES   VALUE "Y".
01     WS-ADVANCE-BALANCE          PIC 9(7)V99.
01     WS-ADVANCE-TAKEN            PIC 9(7)V99.
01     WS-ADVANCE-OUTSTANDING      PIC 9(7)V99.
01     WS-LVC-STATUS               PIC XX.
01     WS-LVC-FILENAME             PIC X(40).
01     WS-LVC-COUNT                PIC 9(5) VALUE ZERO.
01     WS-MSK-REPORT-NAME          PIC X(28) VALUE "LEAVER CERTIFICATE".
01     WS-MSK-FIELD-TYPE           PIC X(4).
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.

01     WS-CSP-STATUS               PIC XX.
01     WS-CSP-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFCOSTSPLITS         VALUE "Y".
01     WS-LBC-STATUS               PIC XX.
01     WS-LBC-FILENAME             PIC X(40).
01     WS-PDG-STATUS               PIC XX.
01     WS-PDG-FILENAME             PIC X(40).
01     COST-SPLIT-LIMIT            PIC 9(3) VALUE 500.
01     COST-SPLIT-STORAGE.
       02  CST-COUNT               PIC 9(3) VALUE ZERO.
       02  CST-ENTRY OCCURS 500 TIMES.
           03  CST-EMPSSN          PIC 9(9).
           03  CST-EFFECTIVE-DATE  PIC 9(8).
           03  CST-DEPTCODE        PIC X(3).
           03  CST-PERCENT         PIC 9(3)V99.
01     CST-IDX                     PIC 9(3).
01     WS-SPLIT-EFFECTIVE          PIC 9(8).
01     WS-SPLIT-TOTAL-PCT          PIC 9(5)V99.
01     EMPLOYEE-SHARE-STORAGE.
       02  ESH-COUNT               PIC 99.
       02  ESH-ENTRY OCCURS 10 TIMES.
           03  ESH-DEPTCODE        PIC X(3).
           03  ESH-PERCENT         PIC 9(3)V99.
01     ESH-IDX                     PIC 99.
01     DEPT-COST-LIMIT             PIC 9(3) VALUE 100.
01     DEPT-COST-STORAGE.
       02  DCT-COUNT               PIC 9(3) VALUE ZERO.
       02  DCT-ENTRY OCCURS 100 TIMES.
           03  DCT-DEPTCODE        PIC X(3).
           03  DCT-GROSS           PIC 9(9)V99.
           03  DCT-PENSION         PIC 9(9)V99.
           03  DCT-BENEFIT         PIC 9(9)V99.
01     DCT-IDX                     PIC 9(3).
01     DCT-FOUND-IDX               PIC 9(3).
01     WS-EMPLOYER-PENSION         PIC 9(7)V99.
01     WS-GROSS-LEFT               PIC 9(7)V99.
01     WS-PENSION-LEFT             PIC 9(7)V99.
01     WS-BENEFIT-LEFT             PIC 9(7)V99.

01     PAYROLL-TOTALS.
       02  PRT-EMPLOYEES-PAID      PIC 9(5) VALUE ZERO.
       02  PRT-EMPLOYEES-SKIPPED   PIC 9(5) VALUE ZERO.
       02  PRT-TOTAL-BASIC         PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-OT15          PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-OT20          PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-NIGHT         PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-ONCALL        PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-ARREARS       PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-LEAVE-PAYOUT  PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-LEAVER-RECOVERY PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-ADVANCE-RECOVERY PIC 9(9)V99 VALUE ZERO.
       02  PRT-LEAVERS-SETTLED     PIC 9(5) VALUE ZERO.
       02  PRT-TOTAL-GROSS         PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-TAX           PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-PENSION       PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-GARNISHMENT   PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-PRETAX-BENEFIT PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-POSTTAX-BENEFIT PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-EMPLOYER-BENEFIT PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-EMPLOYER-PENSION PIC 9(9)V99 VALUE ZERO.
       02  PRT-TOTAL-NET           PIC 9(9)V99 VALUE ZERO.

01     PRN-AMOUNT                  PIC $$$,$$$,$$9.99.
           DELIMITED BY SIZE INTO WS-SLP-FILENAME
       END-STRING
       MOVE SPACES TO WS-BNK-FILENAME
       STRING "BankPay-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-BNK-FILENAME
       END-STRING
       MOVE SPACES TO WS-PGL-FILENAME
       STRING "Payroll-" WS-PAY-PERIOD "-trial.gl"
           DELIMITED BY SIZE INTO WS-PGL-FILENAME
       END-STRING
       MOVE SPACES TO WS-YTM-FILENAME
       STRING "PayrollYtd-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-YTM-FILENAME
       END-STRING
       MOVE SPACES TO WS-PRC-FILENAME
       STRING "PayrollRecoveries-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-PRC-FILENAME
       END-STRING
       MOVE SPACES TO WS-SHD-FILENAME
       STRING "PayHold-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-SHD-FILENAME
       END-STRING
       MOVE WS-PAY-PERIOD(1:4) TO WS-PAY-YEAR
       COMPUTE WS-PERIOD-START-DATE = (WS-PAY-PERIOD * 100) + 1
       MOVE WS-PERIOD-START-DATE TO WS-PRD-START
       IF WS-PAY-PERIOD(5:2) EQUAL TO "12"
           COMPUTE WS-NEXT-PERIOD-START = ((WS-PAY-YEAR + 1) * 10000) + 101
       ELSE
           COMPUTE WS-NEXT-PERIOD-START = ((WS-PAY-PERIOD + 1) * 100) + 1
       END-IF
       COMPUTE WS-PRD-END = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1)
       COMPUTE WS-LEAVE-YEAR-START = (WS-PAY-YEAR * 10000) + 101
       IF WS-PAY-PERIOD(5:2) EQUAL TO "01"
           COMPUTE WS-LEAVER-WINDOW-START =
               ((WS-PAY-YEAR - 1) * 10000) + 1201
       ELSE
           COMPUTE WS-LEAVER-WINDOW-START =
               ((WS-PAY-PERIOD - 1) * 100) + 1
       END-IF
       MOVE WS-LEAVER-WINDOW-START(1:4) TO WS-HOLIDAY-LOAD-START(1:4)
       MOVE "0101" TO WS-HOLIDAY-LOAD-START(5:4)
       ACCEPT WS-LEAVEDAYS-PARM FROM ENVIRONMENT "LEAVEDAYSPA"
       IF WS-LEAVEDAYS-PARM NUMERIC
               AND WS-LEAVEDAYS-PARM NOT EQUAL TO ZEROS
           MOVE WS-LEAVEDAYS-PARM TO WS-LEAVE-ENTITLEMENT
       END-IF
       MOVE SPACES TO WS-LBC-FILENAME
       STRING "LabourCost-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-LBC-FILENAME
       END-STRING
       MOVE SPACES TO WS-PDG-FILENAME
       STRING "PayrollDept-" WS-PAY-PERIOD "-trial.gl"
           DELIMITED BY SIZE INTO WS-PDG-FILENAME
       END-STRING
       MOVE SPACES TO WS-LVC-FILENAME
       STRING "LeaverCertificates-" WS-PAY-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-LVC-FILENAME
       END-STRING
       ACCEPT WS-SICKFULL-PARM FROM ENVIRONMENT "SICKFULLDAYS"
       IF WS-SICKFULL-PARM NUMERIC
               AND WS-SICKFULL-PARM NOT EQUAL TO ZEROS
           MOVE WS-SICKPCT-PARM TO WS-SICK-STEP-PCT
       END-IF
       PERFORM LOAD-ABSENCE-TABLE
       MOVE SPACES TO WS-TSH-FILENAME
       STRING "TimesheetHours-" WS-PAY-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-TSH-FILENAME
       END-STRING
       PERFORM LOAD-TIMESHEET-TABLE
       PERFORM LOAD-PAY-ELEMENT-TABLE
       PERFORM LOAD-COST-SPLIT-TABLE
       MOVE SPACES TO WS-RAR-FILENAME
       STRING "RetroArrears-" WS-PAY-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-RAR-FILENAME
       END-STRING
       PERFORM LOAD-RETRO-ARREARS-TABLE
       PERFORM LOAD-PROTECTED-EARNINGS
       PERFORM LOAD-HELD-EMPLOYEE-TABLE
       PERFORM LOAD-TAX-BAND-TABLE
       OPEN INPUT TAXCODEFILE
       IF WS-TXC-STATUS EQUAL TO "00"
           SET TAXCODES-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT PAYROLLYTDFILE
       IF WS-PYT-STATUS EQUAL TO "00"
           SET YTD-MASTER-AVAILABLE TO TRUE
       ELSE
       IF WS-PYT-STATUS NOT EQUAL TO "35"
           DISPLAY "ERROR OPENING PAYROLL YTD MASTER - FILE STATUS "
               WS-PYT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       END-IF
       OPEN INPUT EMPLOYEEFILE
       IF WS-EMP-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING EMPLOYEE FILE - FILE STATUS "
           STOP RUN
       END-IF
       MOVE SPACES TO WS-PCN-FILENAME
       STRING "PensionContrib-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-PCN-FILENAME
       END-STRING
       ACCEPT WS-MATCHPCT-PARM FROM ENVIRONMENT "PAYERMATCHPCT"
       IF WS-MATCHPCT-PARM NUMERIC
           MOVE WS-MATCHPCT-PARM TO WS-EMPLOYER-MATCH-PCT
       END-IF
       MOVE SPACES TO WS-GDD-FILENAME
       STRING "GarnishDeduct-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-GDD-FILENAME
       END-STRING
       OPEN INPUT GARNISHMENTFILE
       IF WS-GOR-STATUS EQUAL TO "00"
           IF WS-PROTECTED-EFFECTIVE EQUAL TO ZERO
               DISPLAY "NO PROTECTED EARNINGS FLOOR IN FORCE - "
                   "GARNISHMENT ORDERS NOT APPLIED THIS RUN"
               CLOSE GARNISHMENTFILE
           ELSE
               SET GARNISHMENTS-AVAILABLE TO TRUE
           END-IF
       END-IF
       MOVE SPACES TO WS-BDD-FILENAME
       STRING "BenefitDeduct-" WS-PAY-PERIOD "-trial.dat"
           DELIMITED BY SIZE INTO WS-BDD-FILENAME
       END-STRING
       PERFORM LOAD-BENEFIT-PLAN-TABLE
       OPEN INPUT BENEFITENROLFILE
       IF WS-BEN-STATUS EQUAL TO "00"
           IF BPT-COUNT EQUAL TO ZERO
               DISPLAY "NO BENEFIT PLAN TABLE PRESENT - "
                   "BENEFIT DEDUCTIONS NOT TAKEN THIS RUN"
               CLOSE BENEFITENROLFILE
           ELSE
               SET BENEFITS-AVAILABLE TO TRUE
           END-IF
       END-IF
       OPEN INPUT ADVANCEFILE
       IF WS-ADV-STATUS EQUAL TO "00"
           SET ADVANCES-AVAILABLE TO TRUE
       END-IF
       OPEN OUTPUT PAYSLIPFILE
       OPEN OUTPUT BANKPAYFILE
       OPEN OUTPUT PENSIONCONTRIBFILE
       OPEN OUTPUT GARNISHDEDUCTFILE
       OPEN OUTPUT BENEFITDEDUCTFILE
       OPEN OUTPUT LEAVERCERTFILE
       OPEN OUTPUT LABOURCOSTFILE
       OPEN OUTPUT PAYROLLYTDMOVEFILE
       OPEN OUTPUT PAYROLLRECOVERYFILE
       OPEN OUTPUT STAGEDHOLDFILE
       PERFORM READ-EMPLOYEE-RECORD
       PERFORM UNTIL ENDOFEMPLOYEES
           IF EMPLOYEE-ACTIVE
                   DISPLAY "NO SALARY ON FILE FOR " EMPSSN
                       " - EMPLOYEE SKIPPED"
               END-IF
           ELSE
           IF EMPLOYEE-TERMINATED
                   AND EMPTERMDATE NOT LESS THAN WS-LEAVER-WINDOW-START
                   AND EMPTERMDATE NOT GREATER THAN WS-PRD-END
               IF EMPSALARY NUMERIC AND EMPSALARY GREATER THAN ZERO
                   PERFORM SETTLE-ONE-LEAVER
               ELSE
                   ADD 1 TO PRT-EMPLOYEES-SKIPPED
                   DISPLAY "NO SALARY ON FILE FOR LEAVER " EMPSSN
                       " - SETTLEMENT NOT MADE"
               END-IF
           END-IF
           END-IF
           PERFORM READ-EMPLOYEE-RECORD
       END-PERFORM
       CLOSE PAYSLIPFILE
       CLOSE BANKPAYFILE
       CLOSE PENSIONCONTRIBFILE
       CLOSE GARNISHDEDUCTFILE
       IF GARNISHMENTS-AVAILABLE
           CLOSE GARNISHMENTFILE
       END-IF
       CLOSE BENEFITDEDUCTFILE
       IF BENEFITS-AVAILABLE
           CLOSE BENEFITENROLFILE
       END-IF
       IF ADVANCES-AVAILABLE
           CLOSE ADVANCEFILE
       END-IF
       CLOSE LEAVERCERTFILE
       CLOSE LABOURCOSTFILE
       CLOSE PAYROLLYTDMOVEFILE
       CLOSE PAYROLLRECOVERYFILE
       CLOSE STAGEDHOLDFILE
       IF YTD-MASTER-AVAILABLE
           CLOSE PAYROLLYTDFILE
       END-IF
       IF TAXCODES-AVAILABLE
           CLOSE TAXCODEFILE
       END-IF
       PERFORM WRITE-PAYROLL-JOURNAL
       PERFORM WRITE-DEPARTMENT-COST-JOURNAL
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       IF WS-LVC-COUNT GREATER THAN ZERO
           PERFORM REGISTER-LEAVER-CERTIFICATES
       END-IF
       DISPLAY "PAYRUN -- PERIOD " WS-PAY-PERIOD
           "  PAID: " PRT-EMPLOYEES-PAID
           "  SKIPPED: " PRT-EMPLOYEES-SKIPPED
           "  LEAVERS SETTLED: " PRT-LEAVERS-SETTLED
       DISPLAY "BANK PAYMENTS AND PAYROLL GL STAGED IN "
           WS-BNK-FILENAME
       DISPLAY "  WITH THE PERIOD'S YTD, RECOVERIES, HOLDS, DEDUCTIONS"
           " AND LABOUR COST"
       DISPLAY "  RUN PAYVARIANCE THEN PAYRELEASE TO RELEASE THEM"
       STOP RUN.

PAY-ONE-EMPLOYEE.
       MOVE ZERO TO PAY-LEAVE-PAYOUT
       MOVE ZERO TO PAY-LEAVE-RECOVERY
       MOVE ZERO TO PAY-SALARY-RECOVERY
       COMPUTE PAY-GROSS ROUNDED = EMPSALARY / 12
       PERFORM APPLY-ABSENCE-PRORATION
       MOVE PAY-GROSS TO PAY-BASIC
       PERFORM ADD-TIMESHEET-PAY
       PERFORM ADD-RETRO-ARREARS
       PERFORM FETCH-EMPLOYEE-YTD-RECORD
       IF PYT-LAST-PERIOD EQUAL TO WS-PAY-PERIOD
           ADD 1 TO PRT-EMPLOYEES-SKIPPED
           PERFORM PAY-ONE-VERIFIED-EMPLOYEE
       END-IF.

SETTLE-ONE-LEAVER.
       PERFORM FETCH-EMPLOYEE-YTD-RECORD
       IF WS-PYT-FILED-LEAVER-DATE NOT EQUAL TO ZERO
           CONTINUE
       ELSE
       IF WS-PYT-FILED-LAST-PERIOD EQUAL TO WS-PAY-PERIOD
           ADD 1 TO PRT-EMPLOYEES-SKIPPED
           DISPLAY "LEAVER " EMPSSN " ALREADY PAID FOR PERIOD "
               WS-PAY-PERIOD " - SETTLEMENT NOT MADE"
       ELSE
           SET LEAVER-SETTLEMENT TO TRUE
           PERFORM CALCULATE-LEAVER-SALARY
           MOVE PAY-GROSS TO PAY-BASIC
           PERFORM ADD-TIMESHEET-PAY
           PERFORM ADD-RETRO-ARREARS
           PERFORM CALCULATE-LEAVE-SETTLEMENT
           ADD PAY-LEAVE-PAYOUT TO PAY-GROSS
           PERFORM APPLY-LEAVER-RECOVERIES
           PERFORM PAY-ONE-VERIFIED-EMPLOYEE
           PERFORM PRINT-LEAVER-CERTIFICATE
           ADD 1 TO PRT-LEAVERS-SETTLED
           MOVE "N" TO WS-LEAVER-SWITCH
       END-IF
       END-IF.

CALCULATE-LEAVER-SALARY.
       MOVE ZERO TO PAY-GROSS
       MOVE ZERO TO PAY-SALARY-RECOVERY
       COMPUTE WS-TERM-PERIOD = EMPTERMDATE / 100
       MOVE EMPTERMDATE(7:2) TO WS-TERM-DAY
       IF WS-TERM-DAY GREATER THAN 30
               OR (EMPTERMDATE(5:2) EQUAL TO "02"
                   AND WS-TERM-DAY NOT LESS THAN 28)
           MOVE 30 TO WS-TERM-DAY
       END-IF
       COMPUTE WS-LEAVER-DAILY-RATE ROUNDED = EMPSALARY / 12 / 30
       IF WS-PYT-FILED-LAST-PERIOD LESS THAN WS-TERM-PERIOD
           COMPUTE PAY-GROSS ROUNDED = EMPSALARY / 12
           IF WS-TERM-PERIOD EQUAL TO WS-PAY-PERIOD
               PERFORM APPLY-ABSENCE-PRORATION
           END-IF
           COMPUTE WS-LEAVER-RECOVERABLE ROUNDED =
               (30 - WS-TERM-DAY) * WS-LEAVER-DAILY-RATE
           IF WS-LEAVER-RECOVERABLE GREATER THAN PAY-GROSS
               MOVE PAY-GROSS TO WS-LEAVER-RECOVERABLE
           END-IF
           SUBTRACT WS-LEAVER-RECOVERABLE FROM PAY-GROSS
       ELSE
           MOVE WS-PYT-FILED-LAST-PERIOD(1:4) TO WS-FILED-YEAR
           MOVE WS-PYT-FILED-LAST-PERIOD(5:2) TO WS-FILED-MONTH
           MOVE WS-TERM-PERIOD(1:4) TO WS-TERM-YEAR
           MOVE WS-TERM-PERIOD(5:2) TO WS-TERM-MONTH
           COMPUTE WS-OVERPAID-MONTHS =
               ((WS-FILED-YEAR * 12) + WS-FILED-MONTH)
               - ((WS-TERM-YEAR * 12) + WS-TERM-MONTH)
           COMPUTE PAY-SALARY-RECOVERY ROUNDED =
               ((30 - WS-TERM-DAY) * WS-LEAVER-DAILY-RATE)
               + (WS-OVERPAID-MONTHS * EMPSALARY / 12)
       END-IF.

CALCULATE-LEAVE-SETTLEMENT.
       MOVE ZERO TO PAY-LEAVE-PAYOUT
       MOVE ZERO TO PAY-LEAVE-RECOVERY
       MOVE EMPTERMDATE(1:4) TO WS-LEAVER-YEAR-START(1:4)
       MOVE "0101" TO WS-LEAVER-YEAR-START(5:4)
       MOVE WS-LEAVER-YEAR-START TO WS-ACCRUAL-START
       IF EMPENTRYTIMESTAMP(1:8) IS NUMERIC
               AND EMPENTRYTIMESTAMP(1:8) GREATER THAN WS-ACCRUAL-START
               AND EMPENTRYTIMESTAMP(1:8) NOT GREATER THAN EMPTERMDATE
           MOVE EMPENTRYTIMESTAMP(1:8) TO WS-ACCRUAL-START
       END-IF
       COMPUTE WS-LEAVE-SERVICE-DAYS =
           FUNCTION INTEGER-OF-DATE(EMPTERMDATE)
           - FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-START) + 1
       COMPUTE WS-LEAVE-ACCRUED ROUNDED =
           WS-LEAVE-ENTITLEMENT * WS-LEAVE-SERVICE-DAYS / 365
       MOVE ZERO TO WS-LEAVE-TAKEN
       PERFORM VARYING HOL-IDX FROM 1 BY 1
               UNTIL HOL-IDX GREATER THAN HOL-COUNT
           IF HOL-EMPSSN(HOL-IDX) EQUAL TO EMPSSN
               PERFORM MEASURE-ONE-HOLIDAY
           END-IF
       END-PERFORM
       IF WS-LEAVE-ACCRUED GREATER THAN WS-LEAVE-TAKEN
           COMPUTE WS-LEAVE-BALANCE = WS-LEAVE-ACCRUED - WS-LEAVE-TAKEN
           COMPUTE PAY-LEAVE-PAYOUT ROUNDED =
               WS-LEAVE-BALANCE * WS-LEAVER-DAILY-RATE
       ELSE
           COMPUTE WS-LEAVE-BALANCE = WS-LEAVE-TAKEN - WS-LEAVE-ACCRUED
           COMPUTE PAY-LEAVE-RECOVERY ROUNDED =
               WS-LEAVE-BALANCE * WS-LEAVER-DAILY-RATE
       END-IF
       DISPLAY "LEAVER " EMPSSN " LEAVE ACCRUED " WS-LEAVE-ACCRUED
           " DAYS, TAKEN " WS-LEAVE-TAKEN " DAYS".

MEASURE-ONE-HOLIDAY.
       MOVE HOL-STARTDATE(HOL-IDX) TO WS-CLIP-START
       IF WS-CLIP-START LESS THAN WS-LEAVER-YEAR-START
           MOVE WS-LEAVER-YEAR-START TO WS-CLIP-START
       END-IF
       MOVE HOL-ENDDATE(HOL-IDX) TO WS-CLIP-END
       IF WS-CLIP-END GREATER THAN EMPTERMDATE
           MOVE EMPTERMDATE TO WS-CLIP-END
       END-IF
       IF WS-CLIP-START NOT GREATER THAN WS-CLIP-END
           COMPUTE WS-LEAVE-TAKEN = WS-LEAVE-TAKEN
               + FUNCTION INTEGER-OF-DATE(WS-CLIP-END)
               - FUNCTION INTEGER-OF-DATE(WS-CLIP-START) + 1
       END-IF.

APPLY-LEAVER-RECOVERIES.
       COMPUTE WS-LEAVER-RECOVERABLE =
           PAY-LEAVE-RECOVERY + PAY-SALARY-RECOVERY
       IF WS-LEAVER-RECOVERABLE GREATER THAN PAY-GROSS
           COMPUTE WS-LEAVER-UNRECOVERED =
               WS-LEAVER-RECOVERABLE - PAY-GROSS
           MOVE WS-LEAVER-UNRECOVERED TO PRN-AMOUNT
           DISPLAY "LEAVER " EMPSSN " OWES " PRN-AMOUNT
               " NOT RECOVERABLE FROM FINAL PAY - RECOVER MANUALLY"
           IF PAY-SALARY-RECOVERY GREATER THAN PAY-GROSS
               MOVE PAY-GROSS TO PAY-SALARY-RECOVERY
               MOVE ZERO TO PAY-LEAVE-RECOVERY
           ELSE
               COMPUTE PAY-LEAVE-RECOVERY =
                   PAY-GROSS - PAY-SALARY-RECOVERY
           END-IF
           MOVE PAY-GROSS TO WS-LEAVER-RECOVERABLE
       END-IF
       SUBTRACT WS-LEAVER-RECOVERABLE FROM PAY-GROSS.

PAY-ONE-VERIFIED-EMPLOYEE.
       MOVE ZERO TO PAY-PRETAX-BENEFIT
       MOVE ZERO TO PAY-POSTTAX-BENEFIT
       MOVE ZERO TO PAY-EMPLOYER-BENEFIT
       MOVE ZERO TO EBN-COUNT
       IF BENEFITS-AVAILABLE
           PERFORM COLLECT-EMPLOYEE-BENEFITS
       END-IF
       COMPUTE PAY-TAXABLE = PAY-GROSS - PAY-PRETAX-BENEFIT
       PERFORM COMPUTE-STATUTORY-TAX
       COMPUTE PAY-PENSION ROUNDED = PAY-GROSS * WS-PENSION-PCT / 100
       COMPUTE PAY-NET = PAY-TAXABLE - PAY-TAX - PAY-PENSION
       MOVE ZERO TO PAY-GARNISHMENT
       MOVE ZERO TO EOR-COUNT
       IF GARNISHMENTS-AVAILABLE
           PERFORM APPLY-GARNISHMENT-ORDERS
       END-IF
       IF EBN-COUNT GREATER THAN ZERO
           PERFORM TAKE-POST-TAX-BENEFITS
           PERFORM WRITE-BENEFIT-DEDUCTIONS
       END-IF
       MOVE ZERO TO PAY-ADVANCE-RECOVERY
       IF LEAVER-SETTLEMENT AND ADVANCES-AVAILABLE
           PERFORM RECOVER-EMPLOYEE-ADVANCES
       END-IF
       PERFORM STAGE-EMPLOYEE-YTD-MOVEMENT
       ADD PAY-BASIC TO PRT-TOTAL-BASIC
       ADD PAY-OT15 TO PRT-TOTAL-OT15
       ADD PAY-OT20 TO PRT-TOTAL-OT20
       ADD PAY-NIGHT TO PRT-TOTAL-NIGHT
       ADD PAY-ONCALL TO PRT-TOTAL-ONCALL
       ADD PAY-ARREARS TO PRT-TOTAL-ARREARS
       ADD PAY-LEAVE-PAYOUT TO PRT-TOTAL-LEAVE-PAYOUT
       ADD PAY-LEAVE-RECOVERY TO PRT-TOTAL-LEAVER-RECOVERY
       ADD PAY-SALARY-RECOVERY TO PRT-TOTAL-LEAVER-RECOVERY
       ADD PAY-ADVANCE-RECOVERY TO PRT-TOTAL-ADVANCE-RECOVERY
       ADD PAY-GROSS TO PRT-TOTAL-GROSS
       ADD PAY-TAX TO PRT-TOTAL-TAX
       ADD PAY-PENSION TO PRT-TOTAL-PENSION
       ADD PAY-GARNISHMENT TO PRT-TOTAL-GARNISHMENT
       ADD PAY-PRETAX-BENEFIT TO PRT-TOTAL-PRETAX-BENEFIT
       ADD PAY-POSTTAX-BENEFIT TO PRT-TOTAL-POSTTAX-BENEFIT
       ADD PAY-EMPLOYER-BENEFIT TO PRT-TOTAL-EMPLOYER-BENEFIT
       ADD PAY-NET TO PRT-TOTAL-NET
       ADD 1 TO PRT-EMPLOYEES-PAID
       PERFORM WRITE-PENSION-CONTRIB-RECORD
       PERFORM DISTRIBUTE-EMPLOYEE-COST
       PERFORM PRINT-PAYSLIP
       PERFORM CHECK-EMPLOYEE-PAY-HELD
       IF PAY-NET EQUAL TO ZERO
           DISPLAY "NO NET PAY DUE TO " EMPSSN
               " - NO BANK PAYMENT MADE"
       ELSE
       IF PAYMENT-IS-HELD
           MOVE "HD" TO WS-HOLD-REASON
           DISPLAY "PAYMENT FOR " EMPSSN " HELD - A PRIOR"
               " PAYMENT IS STILL ON HOLD"
           PERFORM HOLD-THIS-PAYMENT
       ELSE
       CALL "VALIDATEBANKDETAILS" USING EMPBANKSORT, EMPBANKACCT,
           WS-BANK-RESULT, WS-BANK-REASON
       IF NOT BANK-DETAILS-VALID
           MOVE "BV" TO WS-HOLD-REASON
           DISPLAY "PAYMENT FOR " EMPSSN " HELD - BANK DETAILS "
               "INVALID: " WS-BANK-REASON
           PERFORM HOLD-THIS-PAYMENT
       ELSE
           MOVE EMPBANKSORT TO BNK-BANKSORT
               DELIMITED BY SIZE INTO BNK-EMPNAME
           END-STRING
           MOVE WS-PAY-PERIOD TO BNK-PAYPERIOD
           MOVE EMPSSN TO BNK-EMPSSN
           IF LEAVER-SETTLEMENT
               MOVE "L" TO BNK-PAY-TYPE
           ELSE
               MOVE "R" TO BNK-PAY-TYPE
           END-IF
           WRITE BANKPAYREC
           IF WS-BNK-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR WRITING BANK PAYMENT FILE - "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       END-IF
       END-IF.

WRITE-PENSION-CONTRIB-RECORD.
           END-IF
       END-IF.

LOAD-COST-SPLIT-TABLE.
       OPEN INPUT COSTSPLITFILE
       IF WS-CSP-STATUS EQUAL TO "00"
           PERFORM READ-COST-SPLIT-RECORD
           PERFORM UNTIL ENDOFCOSTSPLITS
               IF CSP-EFFECTIVE-DATE NOT GREATER THAN
                       WS-PERIOD-START-DATE
                   IF CST-COUNT LESS THAN COST-SPLIT-LIMIT
                       ADD 1 TO CST-COUNT
                       MOVE CSP-EMPSSN TO CST-EMPSSN(CST-COUNT)
                       MOVE CSP-EFFECTIVE-DATE
                           TO CST-EFFECTIVE-DATE(CST-COUNT)
                       MOVE CSP-DEPTCODE TO CST-DEPTCODE(CST-COUNT)
                       MOVE CSP-PERCENT TO CST-PERCENT(CST-COUNT)
                   ELSE
                       DISPLAY "COST SPLIT TABLE FULL - SPLIT FOR "
                           CSP-EMPSSN " IGNORED"
                   END-IF
               END-IF
               PERFORM READ-COST-SPLIT-RECORD
           END-PERFORM
           CLOSE COSTSPLITFILE
       END-IF.

READ-COST-SPLIT-RECORD.
       READ COSTSPLITFILE AT END SET ENDOFCOSTSPLITS TO TRUE
       END-READ.

DISTRIBUTE-EMPLOYEE-COST.
       COMPUTE WS-EMPLOYER-PENSION ROUNDED =
           PAY-PENSION * WS-EMPLOYER-MATCH-PCT / 100
       ADD WS-EMPLOYER-PENSION TO PRT-TOTAL-EMPLOYER-PENSION
       PERFORM FIND-EMPLOYEE-COST-SPLIT
       MOVE PAY-GROSS TO WS-GROSS-LEFT
       MOVE WS-EMPLOYER-PENSION TO WS-PENSION-LEFT
       MOVE PAY-EMPLOYER-BENEFIT TO WS-BENEFIT-LEFT
       PERFORM VARYING ESH-IDX FROM 1 BY 1
               UNTIL ESH-IDX GREATER THAN ESH-COUNT
           PERFORM CHARGE-ONE-DEPARTMENT-SHARE
       END-PERFORM.

FIND-EMPLOYEE-COST-SPLIT.
       MOVE ZERO TO WS-SPLIT-EFFECTIVE
       PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX GREATER THAN CST-COUNT
           IF CST-EMPSSN(CST-IDX) EQUAL TO EMPSSN
                   AND CST-EFFECTIVE-DATE(CST-IDX)
                       GREATER THAN WS-SPLIT-EFFECTIVE
               MOVE CST-EFFECTIVE-DATE(CST-IDX) TO WS-SPLIT-EFFECTIVE
           END-IF
       END-PERFORM
       MOVE ZERO TO ESH-COUNT
       MOVE ZERO TO WS-SPLIT-TOTAL-PCT
       IF WS-SPLIT-EFFECTIVE GREATER THAN ZERO
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX GREATER THAN CST-COUNT
               IF CST-EMPSSN(CST-IDX) EQUAL TO EMPSSN
                       AND CST-EFFECTIVE-DATE(CST-IDX)
                           EQUAL TO WS-SPLIT-EFFECTIVE
                       AND ESH-COUNT LESS THAN 10
                   ADD 1 TO ESH-COUNT
                   MOVE CST-DEPTCODE(CST-IDX) TO ESH-DEPTCODE(ESH-COUNT)
                   MOVE CST-PERCENT(CST-IDX) TO ESH-PERCENT(ESH-COUNT)
                   ADD CST-PERCENT(CST-IDX) TO WS-SPLIT-TOTAL-PCT
               END-IF
           END-PERFORM
           IF WS-SPLIT-TOTAL-PCT NOT EQUAL TO 100
               DISPLAY "COST SPLIT FOR " EMPSSN " EFFECTIVE "
                   WS-SPLIT-EFFECTIVE " DOES NOT TOTAL 100 PERCENT"
                   " - CHARGED TO HOME DEPARTMENT"
               MOVE ZERO TO ESH-COUNT
           END-IF
       END-IF
       IF ESH-COUNT EQUAL TO ZERO
           MOVE 1 TO ESH-COUNT
           MOVE EMPDEPTCODE TO ESH-DEPTCODE(1)
           MOVE 100 TO ESH-PERCENT(1)
       END-IF.

CHARGE-ONE-DEPARTMENT-SHARE.
       MOVE EMPSSN TO LBC-EMPSSN
       MOVE WS-PAY-PERIOD TO LBC-PAYPERIOD
       MOVE ESH-DEPTCODE(ESH-IDX) TO LBC-DEPTCODE
       MOVE EMPJOBCODE TO LBC-JOBCODE
       MOVE ESH-PERCENT(ESH-IDX) TO LBC-SHARE-PERCENT
       IF ESH-IDX EQUAL TO ESH-COUNT
           MOVE WS-GROSS-LEFT TO LBC-GROSS-COST
           MOVE WS-PENSION-LEFT TO LBC-EMPLOYER-PENSION
           MOVE WS-BENEFIT-LEFT TO LBC-EMPLOYER-BENEFIT
       ELSE
           COMPUTE LBC-GROSS-COST ROUNDED =
               PAY-GROSS * ESH-PERCENT(ESH-IDX) / 100
           COMPUTE LBC-EMPLOYER-PENSION ROUNDED =
               WS-EMPLOYER-PENSION * ESH-PERCENT(ESH-IDX) / 100
           COMPUTE LBC-EMPLOYER-BENEFIT ROUNDED =
               PAY-EMPLOYER-BENEFIT * ESH-PERCENT(ESH-IDX) / 100
           SUBTRACT LBC-GROSS-COST FROM WS-GROSS-LEFT
           SUBTRACT LBC-EMPLOYER-PENSION FROM WS-PENSION-LEFT
           SUBTRACT LBC-EMPLOYER-BENEFIT FROM WS-BENEFIT-LEFT
       END-IF
       WRITE LABOURCOSTREC
       IF WS-LBC-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING LABOUR COST FILE - FILE STATUS "
               WS-LBC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE ZERO TO DCT-FOUND-IDX
       PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX GREATER THAN DCT-COUNT
           IF DCT-DEPTCODE(DCT-IDX) EQUAL TO LBC-DEPTCODE
               MOVE DCT-IDX TO DCT-FOUND-IDX
               MOVE DCT-COUNT TO DCT-IDX
           END-IF
       END-PERFORM
       IF DCT-FOUND-IDX EQUAL TO ZERO
           IF DCT-COUNT LESS THAN DEPT-COST-LIMIT
               ADD 1 TO DCT-COUNT
               MOVE LBC-DEPTCODE TO DCT-DEPTCODE(DCT-COUNT)
               MOVE ZERO TO DCT-GROSS(DCT-COUNT)
               MOVE ZERO TO DCT-PENSION(DCT-COUNT)
               MOVE ZERO TO DCT-BENEFIT(DCT-COUNT)
               MOVE DCT-COUNT TO DCT-FOUND-IDX
           ELSE
               DISPLAY "DEPARTMENT COST TABLE FULL - COST FOR "
                   LBC-DEPTCODE " NOT POSTED BY DEPARTMENT"
           END-IF
       END-IF
       IF DCT-FOUND-IDX GREATER THAN ZERO
           ADD LBC-GROSS-COST TO DCT-GROSS(DCT-FOUND-IDX)
           ADD LBC-EMPLOYER-PENSION TO DCT-PENSION(DCT-FOUND-IDX)
           ADD LBC-EMPLOYER-BENEFIT TO DCT-BENEFIT(DCT-FOUND-IDX)
       END-IF.

LOAD-PROTECTED-EARNINGS.
       OPEN INPUT PROTECTEDEARNINGSFILE
       IF WS-PEF-STATUS EQUAL TO "00"
           PERFORM READ-PROTECTED-EARNINGS
           PERFORM UNTIL ENDOFPROTECTEDEARNINGS
               IF PEF-EFFECTIVEDATE LESS THAN
                       OR EQUAL TO WS-PERIOD-START-DATE
                   AND PEF-EFFECTIVEDATE GREATER THAN
                       WS-PROTECTED-EFFECTIVE
                   MOVE PEF-EFFECTIVEDATE TO WS-PROTECTED-EFFECTIVE
                   MOVE PEF-MONTHLY-FLOOR TO WS-PROTECTED-FLOOR
               END-IF
               PERFORM READ-PROTECTED-EARNINGS
           END-PERFORM
           CLOSE PROTECTEDEARNINGSFILE
       END-IF.

READ-PROTECTED-EARNINGS.
       READ PROTECTEDEARNINGSFILE
           AT END SET ENDOFPROTECTEDEARNINGS TO TRUE
       END-READ.

APPLY-GARNISHMENT-ORDERS.
       MOVE PAY-NET TO WS-ATTACHABLE-PAY
       MOVE EMPSSN TO GOR-EMPSSN
       MOVE LOW-VALUES TO GOR-ORDER-REF
       MOVE "N" TO WS-GOR-EOF-SWITCH
       START GARNISHMENTFILE KEY NOT LESS THAN GOR-ORDER-KEY
           INVALID KEY SET ENDOFEMPLOYEEORDERS TO TRUE
       END-START
       PERFORM READ-NEXT-EMPLOYEE-ORDER
       PERFORM UNTIL ENDOFEMPLOYEEORDERS
           IF GOR-ORDER-ACTIVE
                   AND GOR-START-DATE NOT GREATER THAN WS-PRD-END
                   AND (GOR-END-DATE EQUAL TO ZERO
                       OR GOR-END-DATE NOT LESS THAN WS-PRD-START)
                   AND GOR-LAST-PERIOD NOT EQUAL TO WS-PAY-PERIOD
                   AND EOR-COUNT LESS THAN 10
               ADD 1 TO EOR-COUNT
               MOVE GOR-ORDER-REF TO EOR-ORDER-REF(EOR-COUNT)
               MOVE GOR-PRIORITY TO EOR-PRIORITY(EOR-COUNT)
               MOVE ZERO TO EOR-DEDUCTED(EOR-COUNT)
           END-IF
           PERFORM READ-NEXT-EMPLOYEE-ORDER
       END-PERFORM
       PERFORM VARYING WS-GARNISH-PRIORITY FROM 0 BY 1
               UNTIL WS-GARNISH-PRIORITY GREATER THAN 9
           PERFORM VARYING EOR-IDX FROM 1 BY 1
                   UNTIL EOR-IDX GREATER THAN EOR-COUNT
               IF EOR-PRIORITY(EOR-IDX) EQUAL TO WS-GARNISH-PRIORITY
                   PERFORM APPLY-ONE-GARNISHMENT-ORDER
               END-IF
           END-PERFORM
       END-PERFORM.

READ-NEXT-EMPLOYEE-ORDER.
       READ GARNISHMENTFILE NEXT RECORD
           AT END SET ENDOFEMPLOYEEORDERS TO TRUE
       END-READ
       IF NOT ENDOFEMPLOYEEORDERS AND GOR-EMPSSN NOT EQUAL TO EMPSSN
           SET ENDOFEMPLOYEEORDERS TO TRUE
       END-IF.

APPLY-ONE-GARNISHMENT-ORDER.
       MOVE EMPSSN TO GOR-EMPSSN
       MOVE EOR-ORDER-REF(EOR-IDX) TO GOR-ORDER-REF
       READ GARNISHMENTFILE
           INVALID KEY
               DISPLAY "GARNISHMENT ORDER " EOR-ORDER-REF(EOR-IDX)
                   " FOR " EMPSSN " NO LONGER ON FILE"
       END-READ
       IF WS-GOR-STATUS EQUAL TO "00"
           IF GOR-FIXED-DEDUCTION
               MOVE GOR-FIXED-AMOUNT TO WS-ORDER-DUE
           ELSE
               COMPUTE WS-ORDER-DUE ROUNDED =
                   WS-ATTACHABLE-PAY * GOR-PERCENT / 100
           END-IF
           ADD GOR-SHORTFALL TO WS-ORDER-DUE
           IF GOR-TOTAL-TO-RECOVER GREATER THAN ZERO
               COMPUTE WS-ORDER-REMAINING =
                   GOR-TOTAL-TO-RECOVER - GOR-RECOVERED-TO-DATE
               IF WS-ORDER-DUE GREATER THAN WS-ORDER-REMAINING
                   MOVE WS-ORDER-REMAINING TO WS-ORDER-DUE
               END-IF
           END-IF
           MOVE ZERO TO WS-ORDER-AVAILABLE
           IF PAY-NET GREATER THAN WS-PROTECTED-FLOOR
               COMPUTE WS-ORDER-AVAILABLE =
                   PAY-NET - WS-PROTECTED-FLOOR
           END-IF
           MOVE WS-ORDER-DUE TO WS-ORDER-TAKEN
           IF WS-ORDER-TAKEN GREATER THAN WS-ORDER-AVAILABLE
               MOVE WS-ORDER-AVAILABLE TO WS-ORDER-TAKEN
           END-IF
           SUBTRACT WS-ORDER-TAKEN FROM PAY-NET
           ADD WS-ORDER-TAKEN TO PAY-GARNISHMENT
           MOVE WS-ORDER-TAKEN TO EOR-DEDUCTED(EOR-IDX)
           ADD WS-ORDER-TAKEN TO GOR-RECOVERED-TO-DATE
           COMPUTE GOR-SHORTFALL = WS-ORDER-DUE - WS-ORDER-TAKEN
           MOVE WS-PAY-PERIOD TO GOR-LAST-PERIOD
           MOVE "N" TO GDD-COMPLETED
           IF GOR-TOTAL-TO-RECOVER GREATER THAN ZERO
                   AND GOR-RECOVERED-TO-DATE NOT LESS THAN
                       GOR-TOTAL-TO-RECOVER
               SET GOR-ORDER-COMPLETE TO TRUE
               MOVE ZERO TO GOR-SHORTFALL
               MOVE "Y" TO GDD-COMPLETED
           END-IF
           MOVE "G" TO PRC-RECOVERY-TYPE
           MOVE EMPSSN TO PRC-EMPSSN
           MOVE GOR-ORDER-REF TO PRC-REFERENCE
           MOVE WS-PAY-PERIOD TO PRC-PAYPERIOD
           MOVE WS-ORDER-TAKEN TO PRC-TAKEN
           MOVE GOR-SHORTFALL TO PRC-SHORTFALL
           PERFORM WRITE-PAYROLL-RECOVERY-RECORD
           MOVE EMPSSN TO GDD-EMPSSN
           MOVE GOR-ORDER-REF TO GDD-ORDER-REF
           MOVE GOR-CREDITOR-CODE TO GDD-CREDITOR-CODE
           MOVE GOR-CREDITOR-NAME TO GDD-CREDITOR-NAME
           MOVE WS-PAY-PERIOD TO GDD-PAYPERIOD
           MOVE WS-ORDER-TAKEN TO GDD-AMOUNT
           MOVE GOR-SHORTFALL TO GDD-SHORTFALL
           MOVE GOR-RECOVERED-TO-DATE TO GDD-RECOVERED-TO-DATE
           WRITE GARNISHDEDUCTREC
           IF WS-GDD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR WRITING GARNISHMENT DEDUCTIONS - "
                   "FILE STATUS " WS-GDD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

RECOVER-EMPLOYEE-ADVANCES.
       MOVE EMPSSN TO ADV-EMPSSN
       MOVE LOW-VALUES TO ADV-ADVANCE-REF
       MOVE ZERO TO WS-ADVANCE-OUTSTANDING
       MOVE "N" TO WS-ADV-EOF-SWITCH
       START ADVANCEFILE KEY NOT LESS THAN ADV-ADVANCE-KEY
           INVALID KEY SET ENDOFEMPLOYEEADVANCES TO TRUE
       END-START
       IF NOT ENDOFEMPLOYEEADVANCES
           PERFORM READ-NEXT-EMPLOYEE-ADVANCE
       END-IF
       PERFORM UNTIL ENDOFEMPLOYEEADVANCES
           IF ADV-ADVANCE-OUTSTANDING
               PERFORM RECOVER-ONE-ADVANCE
           END-IF
           PERFORM READ-NEXT-EMPLOYEE-ADVANCE
       END-PERFORM
       IF WS-ADVANCE-OUTSTANDING GREATER THAN ZERO
           MOVE WS-ADVANCE-OUTSTANDING TO PRN-AMOUNT
           DISPLAY "LEAVER " EMPSSN " ADVANCES OF " PRN-AMOUNT
               " NOT RECOVERABLE FROM FINAL PAY - RECOVER MANUALLY"
       END-IF.

READ-NEXT-EMPLOYEE-ADVANCE.
       READ ADVANCEFILE NEXT RECORD
           AT END SET ENDOFEMPLOYEEADVANCES TO TRUE
       END-READ
       IF NOT ENDOFEMPLOYEEADVANCES AND ADV-EMPSSN NOT EQUAL TO EMPSSN
           SET ENDOFEMPLOYEEADVANCES TO TRUE
       END-IF.

RECOVER-ONE-ADVANCE.
       COMPUTE WS-ADVANCE-BALANCE =
           ADV-AMOUNT - ADV-RECOVERED-TO-DATE
       MOVE WS-ADVANCE-BALANCE TO WS-ADVANCE-TAKEN
       IF WS-ADVANCE-TAKEN GREATER THAN PAY-NET
           MOVE PAY-NET TO WS-ADVANCE-TAKEN
       END-IF
       SUBTRACT WS-ADVANCE-TAKEN FROM PAY-NET
       ADD WS-ADVANCE-TAKEN TO PAY-ADVANCE-RECOVERY
       COMPUTE WS-ADVANCE-OUTSTANDING = WS-ADVANCE-OUTSTANDING
           + WS-ADVANCE-BALANCE - WS-ADVANCE-TAKEN
       IF WS-ADVANCE-TAKEN GREATER THAN ZERO
           MOVE "A" TO PRC-RECOVERY-TYPE
           MOVE EMPSSN TO PRC-EMPSSN
           MOVE ADV-ADVANCE-REF TO PRC-REFERENCE
           MOVE WS-PAY-PERIOD TO PRC-PAYPERIOD
           MOVE WS-ADVANCE-TAKEN TO PRC-TAKEN
           MOVE ZERO TO PRC-SHORTFALL
           PERFORM WRITE-PAYROLL-RECOVERY-RECORD
       END-IF.

WRITE-PAYROLL-RECOVERY-RECORD.
       WRITE PAYROLLRECOVERYREC
       IF WS-PRC-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING STAGED RECOVERIES - FILE STATUS "
               WS-PRC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

LOAD-BENEFIT-PLAN-TABLE.
       OPEN INPUT BENEFITPLANFILE
       IF WS-BPL-STATUS EQUAL TO "00"
           PERFORM READ-BENEFIT-PLAN-RECORD
           PERFORM UNTIL ENDOFBENEFITPLANS
               IF BPT-COUNT LESS THAN BENEFIT-PLAN-LIMIT
                   ADD 1 TO BPT-COUNT
                   MOVE BPL-PLAN-CODE TO BPT-PLAN-CODE(BPT-COUNT)
                   MOVE BPL-PLAN-NAME TO BPT-PLAN-NAME(BPT-COUNT)
                   MOVE BPL-PROVIDER-CODE
                       TO BPT-PROVIDER-CODE(BPT-COUNT)
                   MOVE BPL-PROVIDER-NAME
                       TO BPT-PROVIDER-NAME(BPT-COUNT)
                   MOVE BPL-TAX-TREATMENT
                       TO BPT-TAX-TREATMENT(BPT-COUNT)
                   PERFORM VARYING BPL-COVER-IDX FROM 1 BY 1
                           UNTIL BPL-COVER-IDX GREATER THAN 3
                       MOVE BPL-EMPLOYEE-COST(BPL-COVER-IDX)
                           TO BPT-EMPLOYEE-COST(BPT-COUNT,
                               BPL-COVER-IDX)
                       MOVE BPL-EMPLOYER-COST(BPL-COVER-IDX)
                           TO BPT-EMPLOYER-COST(BPT-COUNT,
                               BPL-COVER-IDX)
                   END-PERFORM
               END-IF
               PERFORM READ-BENEFIT-PLAN-RECORD
           END-PERFORM
           CLOSE BENEFITPLANFILE
       END-IF.

READ-BENEFIT-PLAN-RECORD.
       READ BENEFITPLANFILE AT END SET ENDOFBENEFITPLANS TO TRUE
       END-READ.

COLLECT-EMPLOYEE-BENEFITS.
       MOVE EMPSSN TO BEN-EMPSSN
       MOVE LOW-VALUES TO BEN-PLAN-CODE
       MOVE ZERO TO BEN-START-DATE
       MOVE "N" TO WS-BEN-EOF-SWITCH
       START BENEFITENROLFILE KEY NOT LESS THAN BEN-ENROL-KEY
           INVALID KEY SET ENDOFEMPLOYEEENROLMENTS TO TRUE
       END-START
       PERFORM READ-NEXT-EMPLOYEE-ENROLMENT
       PERFORM UNTIL ENDOFEMPLOYEEENROLMENTS
           IF BEN-START-DATE NOT GREATER THAN WS-PRD-END
                   AND (BEN-END-DATE EQUAL TO ZERO
                       OR BEN-END-DATE NOT LESS THAN WS-PRD-START)
               PERFORM ADD-ONE-EMPLOYEE-BENEFIT
           END-IF
           PERFORM READ-NEXT-EMPLOYEE-ENROLMENT
       END-PERFORM.

READ-NEXT-EMPLOYEE-ENROLMENT.
       READ BENEFITENROLFILE NEXT RECORD
           AT END SET ENDOFEMPLOYEEENROLMENTS TO TRUE
       END-READ
       IF NOT ENDOFEMPLOYEEENROLMENTS AND BEN-EMPSSN NOT EQUAL TO EMPSSN
           SET ENDOFEMPLOYEEENROLMENTS TO TRUE
       END-IF.

ADD-ONE-EMPLOYEE-BENEFIT.
       MOVE ZERO TO BPT-FOUND-IDX
       PERFORM VARYING BPT-IDX FROM 1 BY 1
               UNTIL BPT-IDX GREATER THAN BPT-COUNT
           IF BPT-PLAN-CODE(BPT-IDX) EQUAL TO BEN-PLAN-CODE
               MOVE BPT-IDX TO BPT-FOUND-IDX
               MOVE BPT-COUNT TO BPT-IDX
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN BEN-EMPLOYEE-ONLY
               MOVE 1 TO BPL-COVER-IDX
           WHEN BEN-WITH-PARTNER
               MOVE 2 TO BPL-COVER-IDX
           WHEN BEN-FAMILY-COVER
               MOVE 3 TO BPL-COVER-IDX
           WHEN OTHER
               MOVE ZERO TO BPL-COVER-IDX
       END-EVALUATE
       IF BPT-FOUND-IDX EQUAL TO ZERO OR BPL-COVER-IDX EQUAL TO ZERO
           DISPLAY "BENEFIT PLAN " BEN-PLAN-CODE " COVER "
               BEN-COVERAGE " NOT IN PLAN TABLE - NOT DEDUCTED FOR "
               EMPSSN
       ELSE
       IF EBN-COUNT NOT LESS THAN 10
           DISPLAY "MORE THAN 10 BENEFIT PLANS FOR " EMPSSN
               " - PLAN " BEN-PLAN-CODE " NOT DEDUCTED"
       ELSE
           ADD 1 TO EBN-COUNT
           MOVE BPT-FOUND-IDX TO EBN-PLAN-IDX(EBN-COUNT)
           MOVE BEN-COVERAGE TO EBN-COVERAGE(EBN-COUNT)
           MOVE BPT-EMPLOYEE-COST(BPT-FOUND-IDX, BPL-COVER-IDX)
               TO EBN-EMPLOYEE-AMOUNT(EBN-COUNT)
           MOVE BPT-EMPLOYER-COST(BPT-FOUND-IDX, BPL-COVER-IDX)
               TO EBN-EMPLOYER-AMOUNT(EBN-COUNT)
           MOVE "Y" TO EBN-TAKEN(EBN-COUNT)
           IF BPT-TAX-TREATMENT(BPT-FOUND-IDX) EQUAL TO "P"
               IF PAY-PRETAX-BENEFIT + EBN-EMPLOYEE-AMOUNT(EBN-COUNT)
                       GREATER THAN PAY-GROSS
                   MOVE "N" TO EBN-TAKEN(EBN-COUNT)
               ELSE
                   ADD EBN-EMPLOYEE-AMOUNT(EBN-COUNT)
                       TO PAY-PRETAX-BENEFIT
                   ADD EBN-EMPLOYER-AMOUNT(EBN-COUNT)
                       TO PAY-EMPLOYER-BENEFIT
               END-IF
           END-IF
       END-IF
       END-IF.

TAKE-POST-TAX-BENEFITS.
       PERFORM VARYING EBN-IDX FROM 1 BY 1
               UNTIL EBN-IDX GREATER THAN EBN-COUNT
           IF BPT-TAX-TREATMENT(EBN-PLAN-IDX(EBN-IDX)) NOT EQUAL TO "P"
               IF EBN-EMPLOYEE-AMOUNT(EBN-IDX) GREATER THAN PAY-NET
                   MOVE "N" TO EBN-TAKEN(EBN-IDX)
               ELSE
                   SUBTRACT EBN-EMPLOYEE-AMOUNT(EBN-IDX) FROM PAY-NET
                   ADD EBN-EMPLOYEE-AMOUNT(EBN-IDX)
                       TO PAY-POSTTAX-BENEFIT
                   ADD EBN-EMPLOYER-AMOUNT(EBN-IDX)
                       TO PAY-EMPLOYER-BENEFIT
               END-IF
           END-IF
           IF NOT EBN-DEDUCTION-TAKEN(EBN-IDX)
               DISPLAY "PAY TOO LOW FOR BENEFIT PLAN "
                   BPT-PLAN-CODE(EBN-PLAN-IDX(EBN-IDX)) " - NOT "
                   "DEDUCTED FOR " EMPSSN
           END-IF
       END-PERFORM.

WRITE-BENEFIT-DEDUCTIONS.
       PERFORM VARYING EBN-IDX FROM 1 BY 1
               UNTIL EBN-IDX GREATER THAN EBN-COUNT
           MOVE EBN-PLAN-IDX(EBN-IDX) TO BPT-IDX
           MOVE EMPSSN TO BDD-EMPSSN
           MOVE BPT-PLAN-CODE(BPT-IDX) TO BDD-PLAN-CODE
           MOVE BPT-PROVIDER-CODE(BPT-IDX) TO BDD-PROVIDER-CODE
           MOVE BPT-PROVIDER-NAME(BPT-IDX) TO BDD-PROVIDER-NAME
           MOVE BPT-TAX-TREATMENT(BPT-IDX) TO BDD-TAX-TREATMENT
           MOVE EBN-COVERAGE(EBN-IDX) TO BDD-COVERAGE
           MOVE WS-PAY-PERIOD TO BDD-PAYPERIOD
           MOVE EBN-EMPLOYEE-AMOUNT(EBN-IDX) TO BDD-EMPLOYEE-AMOUNT
           MOVE EBN-EMPLOYER-AMOUNT(EBN-IDX) TO BDD-EMPLOYER-AMOUNT
           MOVE EBN-TAKEN(EBN-IDX) TO BDD-TAKEN
           WRITE BENEFITDEDUCTREC
           IF WS-BDD-STATUS NOT EQUAL TO "00"
               DISPLAY "ERROR WRITING BENEFIT DEDUCTIONS - "
                   "FILE STATUS " WS-BDD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-PERFORM.

LOAD-HELD-EMPLOYEE-TABLE.
       OPEN INPUT PAYHOLDFILE
       IF WS-PHD-STATUS EQUAL TO "00"
       END-PERFORM.

HOLD-THIS-PAYMENT.
       MOVE EMPSSN TO SHD-EMPSSN
       MOVE WS-PAY-PERIOD TO SHD-PAYPERIOD
       MOVE PAY-NET TO SHD-AMOUNT
       MOVE "H" TO SHD-STATUS
       MOVE WS-HOLD-REASON TO SHD-REASON
       WRITE STAGEDHOLDREC
       IF WS-SHD-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING STAGED PAYMENT HOLDS - FILE STATUS "
               WS-SHD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

LOAD-ABSENCE-TABLE.
                       MOVE ABM-ENDDATE TO ABS-ENDDATE(ABS-COUNT)
                   END-IF
               END-IF
               IF ABM-TYPE EQUAL TO "H"
                       AND ABM-ENDDATE NOT LESS THAN WS-HOLIDAY-LOAD-START
                       AND HOL-COUNT LESS THAN HOLIDAY-TABLE-LIMIT
                   ADD 1 TO HOL-COUNT
                   MOVE ABM-EMPSSN TO HOL-EMPSSN(HOL-COUNT)
                   MOVE ABM-STARTDATE TO HOL-STARTDATE(HOL-COUNT)
                   MOVE ABM-ENDDATE TO HOL-ENDDATE(HOL-COUNT)
               END-IF
               PERFORM READ-ABSENCE-RECORD
           END-PERFORM
           CLOSE ABSENCEMASTER
           END-IF
       END-IF.

LOAD-TIMESHEET-TABLE.
       OPEN INPUT TIMESHEETHOURSFILE
       IF WS-TSH-STATUS NOT EQUAL TO "00"
           DISPLAY "NO APPROVED TIMESHEET HOURS FOR PERIOD "
               WS-PAY-PERIOD " - SALARY ONLY THIS RUN"
       ELSE
           PERFORM READ-TIMESHEET-HOURS
           PERFORM UNTIL ENDOFTIMESHEETHOURS
               PERFORM ACCUMULATE-TIMESHEET-HOURS
               PERFORM READ-TIMESHEET-HOURS
           END-PERFORM
           CLOSE TIMESHEETHOURSFILE
       END-IF.

ACCUMULATE-TIMESHEET-HOURS.
       MOVE ZERO TO TSM-FOUND-IDX
       PERFORM VARYING TSM-IDX FROM 1 BY 1
               UNTIL TSM-IDX GREATER THAN TSM-COUNT
           IF TSM-EMPSSN(TSM-IDX) EQUAL TO TSH-EMPSSN
               MOVE TSM-IDX TO TSM-FOUND-IDX
               MOVE TSM-COUNT TO TSM-IDX
           END-IF
       END-PERFORM
       IF TSM-FOUND-IDX EQUAL TO ZERO
               AND TSM-COUNT LESS THAN TIMESHEET-TABLE-LIMIT
           ADD 1 TO TSM-COUNT
           MOVE TSH-EMPSSN TO TSM-EMPSSN(TSM-COUNT)
           MOVE ZERO TO TSM-OT15-HOURS(TSM-COUNT)
           MOVE ZERO TO TSM-OT20-HOURS(TSM-COUNT)
           MOVE ZERO TO TSM-NIGHT-HOURS(TSM-COUNT)
           MOVE ZERO TO TSM-ONCALL-HOURS(TSM-COUNT)
           MOVE TSM-COUNT TO TSM-FOUND-IDX
       END-IF
       IF TSM-FOUND-IDX GREATER THAN ZERO
           ADD TSH-OT15-HOURS TO TSM-OT15-HOURS(TSM-FOUND-IDX)
           ADD TSH-OT20-HOURS TO TSM-OT20-HOURS(TSM-FOUND-IDX)
           ADD TSH-NIGHT-HOURS TO TSM-NIGHT-HOURS(TSM-FOUND-IDX)
           ADD TSH-ONCALL-HOURS TO TSM-ONCALL-HOURS(TSM-FOUND-IDX)
       ELSE
           DISPLAY "TIMESHEET TABLE FULL - HOURS FOR " TSH-EMPSSN
               " NOT PAID THIS RUN"
       END-IF.

READ-TIMESHEET-HOURS.
       READ TIMESHEETHOURSFILE AT END SET ENDOFTIMESHEETHOURS TO TRUE
       END-READ.

LOAD-PAY-ELEMENT-TABLE.
       OPEN INPUT PAYELEMENTFILE
       IF WS-PEL-STATUS EQUAL TO "00"
           PERFORM READ-PAY-ELEMENT-RECORD
           PERFORM UNTIL ENDOFPAYELEMENTS
               IF PET-COUNT LESS THAN PAY-ELEMENT-LIMIT
                   ADD 1 TO PET-COUNT
                   MOVE PEL-GRADE TO PET-GRADE(PET-COUNT)
                   MOVE PEL-ANNUAL-HOURS TO PET-ANNUAL-HOURS(PET-COUNT)
                   MOVE PEL-OT15-MULTIPLIER
                       TO PET-OT15-MULTIPLIER(PET-COUNT)
                   MOVE PEL-OT20-MULTIPLIER
                       TO PET-OT20-MULTIPLIER(PET-COUNT)
                   MOVE PEL-NIGHT-RATE TO PET-NIGHT-RATE(PET-COUNT)
                   MOVE PEL-ONCALL-RATE TO PET-ONCALL-RATE(PET-COUNT)
               END-IF
               PERFORM READ-PAY-ELEMENT-RECORD
           END-PERFORM
           CLOSE PAYELEMENTFILE
       END-IF.

READ-PAY-ELEMENT-RECORD.
       READ PAYELEMENTFILE AT END SET ENDOFPAYELEMENTS TO TRUE
       END-READ.

ADD-TIMESHEET-PAY.
       MOVE ZERO TO PAY-OT15
       MOVE ZERO TO PAY-OT20
       MOVE ZERO TO PAY-NIGHT
       MOVE ZERO TO PAY-ONCALL
       MOVE ZERO TO TSM-FOUND-IDX
       PERFORM VARYING TSM-IDX FROM 1 BY 1
               UNTIL TSM-IDX GREATER THAN TSM-COUNT
           IF TSM-EMPSSN(TSM-IDX) EQUAL TO EMPSSN
               MOVE TSM-IDX TO TSM-FOUND-IDX
               MOVE TSM-COUNT TO TSM-IDX
           END-IF
       END-PERFORM
       IF TSM-FOUND-IDX GREATER THAN ZERO
           MOVE ZERO TO PET-FOUND-IDX
           PERFORM VARYING PET-IDX FROM 1 BY 1
                   UNTIL PET-IDX GREATER THAN PET-COUNT
               IF PET-GRADE(PET-IDX) EQUAL TO EMPGRADE
                   MOVE PET-IDX TO PET-FOUND-IDX
                   MOVE PET-COUNT TO PET-IDX
               END-IF
           END-PERFORM
           IF PET-FOUND-IDX EQUAL TO ZERO
               DISPLAY "NO PAY ELEMENTS FOR GRADE " EMPGRADE
                   " - TIMESHEET HOURS FOR " EMPSSN " NOT PAID"
           ELSE
               IF PET-ANNUAL-HOURS(PET-FOUND-IDX) GREATER THAN ZERO
                   COMPUTE WS-HOURLY-RATE ROUNDED = EMPSALARY
                       / PET-ANNUAL-HOURS(PET-FOUND-IDX)
                   COMPUTE PAY-OT15 ROUNDED =
                       TSM-OT15-HOURS(TSM-FOUND-IDX) * WS-HOURLY-RATE
                       * PET-OT15-MULTIPLIER(PET-FOUND-IDX)
                   COMPUTE PAY-OT20 ROUNDED =
                       TSM-OT20-HOURS(TSM-FOUND-IDX) * WS-HOURLY-RATE
                       * PET-OT20-MULTIPLIER(PET-FOUND-IDX)
               END-IF
               COMPUTE PAY-NIGHT ROUNDED =
                   TSM-NIGHT-HOURS(TSM-FOUND-IDX)
                   * PET-NIGHT-RATE(PET-FOUND-IDX)
               COMPUTE PAY-ONCALL ROUNDED =
                   TSM-ONCALL-HOURS(TSM-FOUND-IDX)
                   * PET-ONCALL-RATE(PET-FOUND-IDX)
               COMPUTE PAY-GROSS = PAY-BASIC + PAY-OT15 + PAY-OT20
                   + PAY-NIGHT + PAY-ONCALL
           END-IF
       END-IF.

LOAD-RETRO-ARREARS-TABLE.
       OPEN INPUT RETROARREARSFILE
       IF WS-RAR-STATUS EQUAL TO "00"
           PERFORM READ-RETRO-ARREARS-RECORD
           PERFORM UNTIL ENDOFRETROARREARS
               IF RAR-PAYPERIOD EQUAL TO WS-PAY-PERIOD
                   PERFORM ACCUMULATE-RETRO-ARREARS
               END-IF
               PERFORM READ-RETRO-ARREARS-RECORD
           END-PERFORM
           CLOSE RETROARREARSFILE
           DISPLAY "SALARY ARREARS LOADED FOR " ART-COUNT
               " EMPLOYEE(S)"
       END-IF.

ACCUMULATE-RETRO-ARREARS.
       MOVE ZERO TO ART-FOUND-IDX
       PERFORM VARYING ART-IDX FROM 1 BY 1
               UNTIL ART-IDX GREATER THAN ART-COUNT
           IF ART-EMPSSN(ART-IDX) EQUAL TO RAR-EMPSSN
               MOVE ART-IDX TO ART-FOUND-IDX
               MOVE ART-COUNT TO ART-IDX
           END-IF
       END-PERFORM
       IF ART-FOUND-IDX EQUAL TO ZERO
               AND ART-COUNT LESS THAN ARREARS-TABLE-LIMIT
           ADD 1 TO ART-COUNT
           MOVE RAR-EMPSSN TO ART-EMPSSN(ART-COUNT)
           MOVE ZERO TO ART-GROSS(ART-COUNT)
           MOVE ART-COUNT TO ART-FOUND-IDX
       END-IF
       IF ART-FOUND-IDX GREATER THAN ZERO
           ADD RAR-ARREARS-GROSS TO ART-GROSS(ART-FOUND-IDX)
       ELSE
           DISPLAY "ARREARS TABLE FULL - ARREARS FOR " RAR-EMPSSN
               " NOT PAID THIS RUN"
       END-IF.

READ-RETRO-ARREARS-RECORD.
       READ RETROARREARSFILE AT END SET ENDOFRETROARREARS TO TRUE
       END-READ.

ADD-RETRO-ARREARS.
       MOVE ZERO TO PAY-ARREARS
       PERFORM VARYING ART-IDX FROM 1 BY 1
               UNTIL ART-IDX GREATER THAN ART-COUNT
           IF ART-EMPSSN(ART-IDX) EQUAL TO EMPSSN
               MOVE ART-GROSS(ART-IDX) TO PAY-ARREARS
               MOVE ART-COUNT TO ART-IDX
           END-IF
       END-PERFORM
       ADD PAY-ARREARS TO PAY-GROSS.

LOAD-TAX-BAND-TABLE.
       OPEN INPUT TAXBANDFILE
       IF WS-TXB-STATUS NOT EQUAL TO "00"

FETCH-EMPLOYEE-YTD-RECORD.
       MOVE EMPSSN TO PYT-EMPSSN
       IF YTD-MASTER-AVAILABLE
           READ PAYROLLYTDFILE
               INVALID KEY
                   MOVE ZERO TO PYT-TAXYEAR
           END-READ
       ELSE
           MOVE ZERO TO PYT-TAXYEAR
       END-IF
       IF PYT-TAXYEAR EQUAL TO ZERO
           MOVE ZERO TO WS-PYT-FILED-LAST-PERIOD
           MOVE ZERO TO WS-PYT-FILED-LEAVER-DATE
       ELSE
           MOVE PYT-LAST-PERIOD TO WS-PYT-FILED-LAST-PERIOD
           MOVE PYT-LEAVER-DATE TO WS-PYT-FILED-LEAVER-DATE
       END-IF
       IF PYT-TAXYEAR NOT EQUAL TO WS-PAY-YEAR
           MOVE EMPSSN TO PYT-EMPSSN
           MOVE WS-PAY-YEAR TO PYT-TAXYEAR
           MOVE ZERO TO PYT-GROSS-YTD
           MOVE ZERO TO PYT-TAX-YTD
           MOVE ZERO TO PYT-PENSION-YTD
           MOVE ZERO TO PYT-PERIODS-PAID
           MOVE ZERO TO PYT-LAST-PERIOD
           MOVE ZERO TO PYT-PRETAX-BENEFIT-YTD
           MOVE ZERO TO PYT-POSTTAX-BENEFIT-YTD
           MOVE ZERO TO PYT-LEAVER-DATE
       END-IF.

COMPUTE-STATUTORY-TAX.
       PERFORM CHECK-TAX-CODE-OVERRIDE
       IF FLAT-RATE-OVERRIDE
           COMPUTE PAY-TAX ROUNDED = PAY-TAXABLE * WS-OVERRIDE-RATE
       ELSE
       IF TBD-COUNT EQUAL TO ZERO
           COMPUTE PAY-TAX ROUNDED = PAY-TAXABLE * WS-TAX-PCT / 100
       ELSE
           COMPUTE WS-PAY-PERIOD-NUMBER = PYT-PERIODS-PAID + 1
           IF LEAVER-SETTLEMENT AND PYT-PERIODS-PAID GREATER THAN ZERO
                   AND PYT-LAST-PERIOD NOT LESS THAN WS-TERM-PERIOD
               MOVE PYT-PERIODS-PAID TO WS-PAY-PERIOD-NUMBER
           END-IF
           IF WS-PAY-PERIOD-NUMBER GREATER THAN 12
               MOVE 12 TO WS-PAY-PERIOD-NUMBER
           END-IF
           COMPUTE WS-TAXABLE-TO-DATE = PYT-GROSS-YTD
               - PYT-PRETAX-BENEFIT-YTD + PAY-TAXABLE
           PERFORM COMPUTE-TAX-DUE-TO-DATE
           IF WS-TAX-DUE-TO-DATE GREATER THAN PYT-TAX-YTD
               COMPUTE PAY-TAX ROUNDED =
           END-IF
       END-PERFORM.

STAGE-EMPLOYEE-YTD-MOVEMENT.
       ADD PAY-GROSS TO PYT-GROSS-YTD
       ADD PAY-TAX TO PYT-TAX-YTD
       ADD PAY-PENSION TO PYT-PENSION-YTD
       ADD PAY-PRETAX-BENEFIT TO PYT-PRETAX-BENEFIT-YTD
       ADD PAY-POSTTAX-BENEFIT TO PYT-POSTTAX-BENEFIT-YTD
       ADD 1 TO PYT-PERIODS-PAID
       MOVE WS-PAY-PERIOD TO PYT-LAST-PERIOD
       IF LEAVER-SETTLEMENT
           MOVE EMPTERMDATE TO PYT-LEAVER-DATE
       END-IF
       MOVE EMPSSN TO YTM-EMPSSN
       MOVE WS-PAY-YEAR TO YTM-TAXYEAR
       MOVE WS-PAY-PERIOD TO YTM-PAYPERIOD
       MOVE PAY-GROSS TO YTM-GROSS
       MOVE PAY-TAX TO YTM-TAX
       MOVE PAY-PENSION TO YTM-PENSION
       MOVE PAY-PRETAX-BENEFIT TO YTM-PRETAX-BENEFIT
       MOVE PAY-POSTTAX-BENEFIT TO YTM-POSTTAX-BENEFIT
       MOVE ZERO TO YTM-LEAVER-DATE
       IF LEAVER-SETTLEMENT
           MOVE EMPTERMDATE TO YTM-LEAVER-DATE
       END-IF
       WRITE PAYROLLYTDMOVEREC
       IF WS-YTM-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING STAGED PAYROLL YTD FOR " EMPSSN
               " - FILE STATUS " WS-YTM-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE EMPGRADE TO PRN-SLP-GRADE
       MOVE PAYSLIPNAMELINE TO PAYSLIPLINE
       PERFORM WRITE-PAYSLIP-LINE
       IF LEAVER-SETTLEMENT
           MOVE SPACES TO PAYSLIPLINE
           STRING "*** FINAL PAY - LEAVER SETTLEMENT - LEFT "
               EMPTERMDATE " ***"
               DELIMITED BY SIZE INTO PAYSLIPLINE
           END-STRING
           PERFORM WRITE-PAYSLIP-LINE
       END-IF
       IF PAY-GROSS NOT EQUAL TO PAY-BASIC OR LEAVER-SETTLEMENT
           MOVE "BASIC PAY" TO PRN-SLP-CAPTION
           MOVE PAY-BASIC TO PRN-SLP-AMOUNT
           MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
           PERFORM WRITE-PAYSLIP-LINE
           IF PAY-OT15 GREATER THAN ZERO
               MOVE "OVERTIME AT 1.5X" TO PRN-SLP-CAPTION
               MOVE PAY-OT15 TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-OT20 GREATER THAN ZERO
               MOVE "OVERTIME AT 2X" TO PRN-SLP-CAPTION
               MOVE PAY-OT20 TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-NIGHT GREATER THAN ZERO
               MOVE "NIGHT SHIFT PREMIUM" TO PRN-SLP-CAPTION
               MOVE PAY-NIGHT TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-ONCALL GREATER THAN ZERO
               MOVE "ON-CALL ALLOWANCE" TO PRN-SLP-CAPTION
               MOVE PAY-ONCALL TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-ARREARS GREATER THAN ZERO
               MOVE "SALARY ARREARS" TO PRN-SLP-CAPTION
               MOVE PAY-ARREARS TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-LEAVE-PAYOUT GREATER THAN ZERO
               MOVE "ACCRUED LEAVE PAY" TO PRN-SLP-CAPTION
               MOVE PAY-LEAVE-PAYOUT TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-LEAVE-RECOVERY GREATER THAN ZERO
               MOVE "LESS EXCESS LEAVE" TO PRN-SLP-CAPTION
               MOVE PAY-LEAVE-RECOVERY TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
           IF PAY-SALARY-RECOVERY GREATER THAN ZERO
               MOVE "LESS SALARY OVERPAID" TO PRN-SLP-CAPTION
               MOVE PAY-SALARY-RECOVERY TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
       END-IF
       MOVE "GROSS PAY" TO PRN-SLP-CAPTION
       MOVE PAY-GROSS TO PRN-SLP-AMOUNT
       MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
       PERFORM WRITE-PAYSLIP-LINE
       PERFORM VARYING EBN-IDX FROM 1 BY 1
               UNTIL EBN-IDX GREATER THAN EBN-COUNT
           IF BPT-TAX-TREATMENT(EBN-PLAN-IDX(EBN-IDX)) EQUAL TO "P"
               PERFORM PRINT-PAYSLIP-BENEFIT-LINE
           END-IF
       END-PERFORM
       MOVE "TAX WITHHELD" TO PRN-SLP-CAPTION
       MOVE PAY-TAX TO PRN-SLP-AMOUNT
       MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
       MOVE PAY-PENSION TO PRN-SLP-AMOUNT
       MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
       PERFORM WRITE-PAYSLIP-LINE
       PERFORM VARYING EOR-IDX FROM 1 BY 1
               UNTIL EOR-IDX GREATER THAN EOR-COUNT
           IF EOR-DEDUCTED(EOR-IDX) GREATER THAN ZERO
               MOVE SPACES TO PRN-SLP-CAPTION
               STRING "ORDER " EOR-ORDER-REF(EOR-IDX)
                   DELIMITED BY SIZE INTO PRN-SLP-CAPTION
               END-STRING
               MOVE EOR-DEDUCTED(EOR-IDX) TO PRN-SLP-AMOUNT
               MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
               PERFORM WRITE-PAYSLIP-LINE
           END-IF
       END-PERFORM
       PERFORM VARYING EBN-IDX FROM 1 BY 1
               UNTIL EBN-IDX GREATER THAN EBN-COUNT
           IF BPT-TAX-TREATMENT(EBN-PLAN-IDX(EBN-IDX)) NOT EQUAL TO "P"
               PERFORM PRINT-PAYSLIP-BENEFIT-LINE
           END-IF
       END-PERFORM
       IF PAY-ADVANCE-RECOVERY GREATER THAN ZERO
           MOVE "ADVANCE RECOVERED" TO PRN-SLP-CAPTION
           MOVE PAY-ADVANCE-RECOVERY TO PRN-SLP-AMOUNT
           MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
           PERFORM WRITE-PAYSLIP-LINE
       END-IF
       MOVE "NET PAY" TO PRN-SLP-CAPTION
       MOVE PAY-NET TO PRN-SLP-AMOUNT
       MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
       PERFORM WRITE-PAYSLIP-LINE
       IF PAY-EMPLOYER-BENEFIT GREATER THAN ZERO
           MOVE "EMPLOYER BENEFITS" TO PRN-SLP-CAPTION
           MOVE PAY-EMPLOYER-BENEFIT TO PRN-SLP-AMOUNT
           MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
           PERFORM WRITE-PAYSLIP-LINE
       END-IF.

PRINT-PAYSLIP-BENEFIT-LINE.
       IF EBN-DEDUCTION-TAKEN(EBN-IDX)
               AND EBN-EMPLOYEE-AMOUNT(EBN-IDX) GREATER THAN ZERO
           MOVE BPT-PLAN-NAME(EBN-PLAN-IDX(EBN-IDX))
               TO PRN-SLP-CAPTION
           MOVE EBN-EMPLOYEE-AMOUNT(EBN-IDX) TO PRN-SLP-AMOUNT
           MOVE PAYSLIPAMOUNTLINE TO PAYSLIPLINE
           PERFORM WRITE-PAYSLIP-LINE
       END-IF.

WRITE-PAYROLL-JOURNAL.
       OPEN OUTPUT PAYROLLGLFILE
       END-IF
       MOVE SPACES TO PAYROLLGLREC
       MOVE 1 TO PGL-ACCOUNT-CODE
       MOVE "BASIC PAY" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-BASIC TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 2 TO PGL-ACCOUNT-CODE
       MOVE "TAX WITHHELD" TO PGL-ACCOUNT-DESC
       MOVE "NET PAY" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-NET TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 5 TO PGL-ACCOUNT-CODE
       MOVE "OVERTIME AT 1.5X" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-OT15 TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 6 TO PGL-ACCOUNT-CODE
       MOVE "OVERTIME AT 2X" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-OT20 TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 7 TO PGL-ACCOUNT-CODE
       MOVE "NIGHT SHIFT PREMIUM" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-NIGHT TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 8 TO PGL-ACCOUNT-CODE
       MOVE "ON-CALL ALLOWANCE" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-ONCALL TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 9 TO PGL-ACCOUNT-CODE
       MOVE "COURT ORDERS" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-GARNISHMENT TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 10 TO PGL-ACCOUNT-CODE
       MOVE "BENEFITS PRE-TAX" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-PRETAX-BENEFIT TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 11 TO PGL-ACCOUNT-CODE
       MOVE "BENEFITS POST-TAX" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-POSTTAX-BENEFIT TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 12 TO PGL-ACCOUNT-CODE
       MOVE "EMPLOYER BENEFITS" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-EMPLOYER-BENEFIT TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 13 TO PGL-ACCOUNT-CODE
       MOVE "SALARY ARREARS" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-ARREARS TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 14 TO PGL-ACCOUNT-CODE
       MOVE "ACCRUED LEAVE PAY" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-LEAVE-PAYOUT TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 15 TO PGL-ACCOUNT-CODE
       MOVE "LEAVER RECOVERIES" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-LEAVER-RECOVERY TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 16 TO PGL-ACCOUNT-CODE
       MOVE "ADVANCES RECOVERED" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-ADVANCE-RECOVERY TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       MOVE 17 TO PGL-ACCOUNT-CODE
       MOVE "EMPLOYER PENSION" TO PGL-ACCOUNT-DESC
       MOVE PRT-TOTAL-EMPLOYER-PENSION TO PGL-AMOUNT
       PERFORM WRITE-PAYROLL-GL-RECORD
       CLOSE PAYROLLGLFILE.

WRITE-DEPARTMENT-COST-JOURNAL.
       OPEN OUTPUT DEPTCOSTGLFILE
       IF WS-PDG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR OPENING DEPARTMENT COST JOURNAL - "
               "FILE STATUS " WS-PDG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX GREATER THAN DCT-COUNT
           MOVE SPACES TO DEPTCOSTGLREC
           MOVE DCT-DEPTCODE(DCT-IDX) TO PDG-DEPTCODE
           MOVE 1 TO PDG-ACCOUNT-CODE
           MOVE "SALARIES AND WAGES" TO PDG-ACCOUNT-DESC
           MOVE DCT-GROSS(DCT-IDX) TO PDG-AMOUNT
           PERFORM WRITE-DEPT-COST-GL-RECORD
           MOVE 2 TO PDG-ACCOUNT-CODE
           MOVE "EMPLOYER PENSION" TO PDG-ACCOUNT-DESC
           MOVE DCT-PENSION(DCT-IDX) TO PDG-AMOUNT
           PERFORM WRITE-DEPT-COST-GL-RECORD
           MOVE 3 TO PDG-ACCOUNT-CODE
           MOVE "EMPLOYER BENEFITS" TO PDG-ACCOUNT-DESC
           MOVE DCT-BENEFIT(DCT-IDX) TO PDG-AMOUNT
           PERFORM WRITE-DEPT-COST-GL-RECORD
       END-PERFORM
       CLOSE DEPTCOSTGLFILE.

WRITE-DEPT-COST-GL-RECORD.
       WRITE DEPTCOSTGLREC
       IF WS-PDG-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING DEPARTMENT COST JOURNAL - "
               "FILE STATUS " WS-PDG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

WRITE-PAYROLL-GL-RECORD.
       WRITE PAYROLLGLREC
       IF WS-PGL-STATUS NOT EQUAL TO "00"
           STOP RUN
       END-IF.

PRINT-LEAVER-CERTIFICATE.
       ADD 1 TO WS-LVC-COUNT
       IF WS-LVC-COUNT GREATER THAN 1
           MOVE SPACES TO LEAVERCERTLINE
           WRITE LEAVERCERTLINE AFTER ADVANCING PAGE
       END-IF
       MOVE SPACES TO LEAVERCERTLINE
       STRING "UNIVERSAL TELECOMS LEAVER'S PAY AND TAX CERTIFICATE "
           WS-PAY-YEAR
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE
       MOVE "SSN" TO WS-MSK-FIELD-TYPE
       MOVE EMPSSN TO WS-MSK-VALUE-IN
       CALL "REPORTMASK" USING WS-MSK-REPORT-NAME, WS-MSK-FIELD-TYPE,
           WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT, WS-MSK-LEVEL
       MOVE SPACES TO LEAVERCERTLINE
       STRING "EMPLOYEE " WS-MSK-VALUE-OUT(1:9) "  " EMPFORENAME " "
           EMPSURNAME
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE
       MOVE SPACES TO LEAVERCERTLINE
       STRING "  LEFT EMPLOYMENT ON     " EMPTERMDATE
           "  FINAL PAY PERIOD " WS-PAY-PERIOD
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE
       MOVE PYT-GROSS-YTD TO PRN-AMOUNT
       MOVE SPACES TO LEAVERCERTLINE
       STRING "  TOTAL PAY TO DATE       " PRN-AMOUNT
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE
       IF PYT-PRETAX-BENEFIT-YTD GREATER THAN ZERO
           MOVE PYT-PRETAX-BENEFIT-YTD TO PRN-AMOUNT
           MOVE SPACES TO LEAVERCERTLINE
           STRING "  PRE-TAX BENEFITS        " PRN-AMOUNT
               DELIMITED BY SIZE INTO LEAVERCERTLINE
           END-STRING
           PERFORM WRITE-LEAVER-CERT-LINE
           COMPUTE PRN-AMOUNT =
               PYT-GROSS-YTD - PYT-PRETAX-BENEFIT-YTD
           MOVE SPACES TO LEAVERCERTLINE
           STRING "  TAXABLE PAY TO DATE     " PRN-AMOUNT
               DELIMITED BY SIZE INTO LEAVERCERTLINE
           END-STRING
           PERFORM WRITE-LEAVER-CERT-LINE
       END-IF
       MOVE PYT-TAX-YTD TO PRN-AMOUNT
       MOVE SPACES TO LEAVERCERTLINE
       STRING "  TAX WITHHELD TO DATE    " PRN-AMOUNT
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE
       MOVE PYT-PENSION-YTD TO PRN-AMOUNT
       MOVE SPACES TO LEAVERCERTLINE
       STRING "  PENSION DEDUCTED        " PRN-AMOUNT
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE
       IF PYT-POSTTAX-BENEFIT-YTD GREATER THAN ZERO
           MOVE PYT-POSTTAX-BENEFIT-YTD TO PRN-AMOUNT
           MOVE SPACES TO LEAVERCERTLINE
           STRING "  POST-TAX BENEFITS       " PRN-AMOUNT
               DELIMITED BY SIZE INTO LEAVERCERTLINE
           END-STRING
           PERFORM WRITE-LEAVER-CERT-LINE
       END-IF
       MOVE SPACES TO LEAVERCERTLINE
       STRING "  PAY PERIODS IN YEAR     " PYT-PERIODS-PAID
           DELIMITED BY SIZE INTO LEAVERCERTLINE
       END-STRING
       PERFORM WRITE-LEAVER-CERT-LINE.

WRITE-LEAVER-CERT-LINE.
       WRITE LEAVERCERTLINE
       IF WS-LVC-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING LEAVER CERTIFICATES - FILE STATUS "
               WS-LVC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

READ-EMPLOYEE-RECORD.
       READ EMPLOYEEFILE AT END SET ENDOFEMPLOYEES TO TRUE
       END-READ
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.

REGISTER-LEAVER-CERTIFICATES.
       MOVE "Leaver Certificates" TO WS-REG-REPORT-NAME
       MOVE WS-LVC-FILENAME TO WS-REG-FILENAME
       MOVE WS-PAY-PERIOD TO WS-REG-PERIOD
       MOVE WS-LVC-COUNT TO WS-REG-PAGES
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT.
