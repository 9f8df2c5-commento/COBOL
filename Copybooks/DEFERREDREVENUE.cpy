*> Deferred recurring revenue record, one per subscriber per billing
*> period, keyed on period plus subscriber ID. REVENUERECOG writes
*> it from the recurring plan charge on the period's bill: the
*> charge covers the bill cycle's service month, which starts on the
*> cycle day, so the days falling after the period end are unearned
*> when billed. DEFERRED-DAYS is that number of days (30-day basis)
*> after termination and suspension are taken out, DEFERRED-AMOUNT
*> the part of RECURRINGCHARGE held back. The amount is released to
*> revenue in the following period. A re-run or re-bill for the
*> same subscriber and period replaces the record rather than adding
*> to it. Supply the record name and field prefix via COPY
*> REPLACING.
01  :RECNAME:.
    02  :PREFIX:DEFERRAL-KEY.
        03  :PREFIX:PERIOD          PIC 9(6).
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
    02  :PREFIX:PLANCODE            PIC X(4).
    02  :PREFIX:BILLCYCLE           PIC X(2).
    02  :PREFIX:INVOICENUMBER       PIC 9(10).
    02  :PREFIX:RECURRINGCHARGE     PIC S9(7)V99.
    02  :PREFIX:DEFERRED-DAYS       PIC 99.
    02  :PREFIX:DEFERRED-AMOUNT     PIC S9(7)V99.
    02  :PREFIX:RUNDATE             PIC 9(8).
