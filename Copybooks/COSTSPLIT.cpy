*> Share of an employee's payroll cost charged to a department. All
*> lines for an employee with the same EFFECTIVE-DATE make up one
*> split and must total 100 percent; the latest split effective on
*> or before the start of the pay period applies. An employee with
*> no split is charged in full to the home department EMPDEPTCODE.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:EFFECTIVE-DATE      PIC 9(8).
    02  :PREFIX:DEPTCODE            PIC X(3).
    02  :PREFIX:PERCENT             PIC 9(3)V99.
