*> Deposit interest rate table record keyed on effective date. The
*> monthly deposit run uses the row with the latest effective date on
*> or before the end of the period being accrued; ANNUAL-RATE is a
*> fraction (0.0250 is 2.5 percent) and one twelfth of it accrues
*> each month. With no row in force no interest accrues. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EFFECTIVEDATE       PIC 9(8).
    02  :PREFIX:ANNUAL-RATE         PIC 9V9999.
    02  :PREFIX:DESCRIPTION         PIC X(20).
