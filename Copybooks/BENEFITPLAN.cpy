*> Employee benefit plan offered through payroll. Each plan names the
*> provider the deductions are remitted to and whether the employee's
*> share is taken before tax (P) or from net pay (N). Monthly costs
*> are held for the three coverage levels in the order employee only,
*> employee and partner, family; the employer's share is paid on top
*> and never deducted. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:PLAN-CODE           PIC X(4).
    02  :PREFIX:PLAN-NAME           PIC X(20).
    02  :PREFIX:PROVIDER-CODE       PIC X(6).
    02  :PREFIX:PROVIDER-NAME       PIC X(25).
    02  :PREFIX:TAX-TREATMENT       PIC X.
        88  :PREFIX:PRE-TAX-PLAN    VALUE "P".
        88  :PREFIX:POST-TAX-PLAN   VALUE "N".
    02  :PREFIX:COVERAGE-COST OCCURS 3 TIMES.
        03  :PREFIX:EMPLOYEE-COST   PIC 9(5)V99.
        03  :PREFIX:EMPLOYER-COST   PIC 9(5)V99.
