*> One employee's year-to-date movement for a pay period, staged by
*> PAYRUN in PayrollYtd-YYYYMM-trial.dat so that a trial pay run
*> leaves the PayrollYtd.tbl master untouched. PAYRELEASE adds the
*> movements to the master when the period is released and keeps
*> them in PayrollYtd-YYYYMM.dat, from which PAYRETURNS CANCEL takes
*> back the effect of a held credit that is cancelled. LEAVER-DATE
*> is the leaving date on a leaver's final settlement and zero on any
*> other pay. Supply the record name and field prefix via COPY
*> REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:TAXYEAR             PIC 9(4).
    02  :PREFIX:PAYPERIOD           PIC 9(6).
    02  :PREFIX:GROSS               PIC 9(7)V99.
    02  :PREFIX:TAX                 PIC 9(7)V99.
    02  :PREFIX:PENSION             PIC 9(7)V99.
    02  :PREFIX:PRETAX-BENEFIT      PIC 9(7)V99.
    02  :PREFIX:POSTTAX-BENEFIT     PIC 9(7)V99.
    02  :PREFIX:LEAVER-DATE         PIC 9(8).
