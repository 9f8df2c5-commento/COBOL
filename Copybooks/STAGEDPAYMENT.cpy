*> One net pay bank credit staged by PAYRUN in BankPay-YYYYMM-trial.dat
*> for review before release. The first five fields are the bank
*> payment record exactly as the bank receives it; EMPSSN and
*> PAY-TYPE identify the employee and whether the credit is a final
*> settlement for a leaver. PAYRELEASE writes the released credits
*> to BankPay-YYYYMM.dat and keeps every staged credit, released or
*> held, in PayRegister-YYYYMM.dat as the period's payment history.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:BANKSORT            PIC 9(6).
    02  :PREFIX:BANKACCT            PIC 9(8).
    02  :PREFIX:NETPAY              PIC 9(7)V99.
    02  :PREFIX:EMPNAME             PIC X(25).
    02  :PREFIX:PAYPERIOD           PIC 9(6).
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:PAY-TYPE            PIC X.
