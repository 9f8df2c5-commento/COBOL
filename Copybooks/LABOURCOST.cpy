*> One employee's payroll cost for a pay period charged to one
*> department, written by PAYRUN after any cost split is applied.
*> GROSS-COST is the gross pay share; the employer's pension match
*> and employer benefit contributions are carried separately so the
*> department postings and the labour-cost report can show the full
*> cost of employment. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:PAYPERIOD           PIC 9(6).
    02  :PREFIX:DEPTCODE            PIC X(3).
    02  :PREFIX:JOBCODE             PIC X(4).
    02  :PREFIX:SHARE-PERCENT       PIC 9(3)V99.
    02  :PREFIX:GROSS-COST          PIC 9(7)V99.
    02  :PREFIX:EMPLOYER-PENSION    PIC 9(7)V99.
    02  :PREFIX:EMPLOYER-BENEFIT    PIC 9(7)V99.
