*> Salary arrears due to an employee for a back-dated salary change,
*> written by RETROPAY and paid as a separate line by PAYRUN in
*> PAYPERIOD. FROM-PERIOD to TO-PERIOD are the closed pay periods
*> re-computed at the new salary. ARREARS-TAX and ARREARS-PENSION
*> are the differences worked out period by period with the tax
*> bands then in force, for audit; PAYRUN taxes the arrears on the
*> cumulative basis in the period they are paid. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:PAYPERIOD           PIC 9(6).
    02  :PREFIX:EFFECTIVE-DATE      PIC 9(8).
    02  :PREFIX:FROM-PERIOD         PIC 9(6).
    02  :PREFIX:TO-PERIOD           PIC 9(6).
    02  :PREFIX:ARREARS-GROSS       PIC 9(7)V99.
    02  :PREFIX:ARREARS-TAX         PIC 9(7)V99.
    02  :PREFIX:ARREARS-PENSION     PIC 9(7)V99.
