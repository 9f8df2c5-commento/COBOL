*> Payroll year-to-date master keyed on employee SSN. Accumulates
*> gross, tax, and pension across the year's pay periods so the
*> statutory bands apply to cumulative earnings and the year-end
*> statement can be produced from one record per employee. Pre-tax
*> benefit deductions are held separately because they come off the
*> gross before the bands are applied. LEAVER-DATE is set when the
*> leaver's final pay has been settled and closes the record for
*> the year. Supply the record name and field prefix via COPY
*> REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:TAXYEAR             PIC 9(4).
    02  :PREFIX:PENSION-YTD         PIC 9(9)V99.
    02  :PREFIX:PERIODS-PAID        PIC 99.
    02  :PREFIX:LAST-PERIOD         PIC 9(6).
    02  :PREFIX:PRETAX-BENEFIT-YTD  PIC 9(9)V99.
    02  :PREFIX:POSTTAX-BENEFIT-YTD PIC 9(9)V99.
    02  :PREFIX:LEAVER-DATE         PIC 9(8).
