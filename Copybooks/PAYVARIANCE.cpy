*> One pre-release exception found by PAYVARIANCE in the staged bank
*> credits for a pay period, written to PayVariance-YYYYMM.dat for
*> the supervisor to review in PAYRELEASE. REASON is NV (net pay
*> moved by more than the tolerance), NJ (new joiner), BC (first
*> payment to a changed bank account), LP (leaver still being paid)
*> or DB (bank account shared with another employee). The control
*> record, REASON CT, carries the staged credit count in EMPSSN and
*> the staged net total in NETPAY so PAYRELEASE can tell whether the
*> pay run was repeated after the check. Supply the record name and
*> field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:PAYPERIOD           PIC 9(6).
    02  :PREFIX:REASON              PIC X(2).
    02  :PREFIX:NETPAY              PIC 9(9)V99.
    02  :PREFIX:PRIOR-NETPAY        PIC 9(9)V99.
    02  :PREFIX:DESCRIPTION         PIC X(30).
