*> One court order deduction or salary advance recovery taken in a
*> pay period, staged by PAYRUN in PayrollRecoveries-YYYYMM-trial.dat
*> and applied by PAYRELEASE to GarnishmentOrders.tbl or
*> EmployeeAdvances.tbl when the period is released. RECOVERY-TYPE
*> G is a court order, REFERENCE holding the order reference; A is
*> an advance, REFERENCE holding the advance reference in its first
*> eight characters. TAKEN is the amount deducted from pay. SHORTFALL
*> is what a court order could not take this period and carries to
*> the next; it is zero for an advance. Supply the record name and
*> field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:RECOVERY-TYPE       PIC X.
        88  :PREFIX:ORDER-RECOVERY  VALUE "G".
        88  :PREFIX:ADVANCE-RECOVERY VALUE "A".
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:REFERENCE           PIC X(12).
    02  :PREFIX:PAYPERIOD           PIC 9(6).
    02  :PREFIX:TAKEN               PIC 9(7)V99.
    02  :PREFIX:SHORTFALL           PIC 9(7)V99.
