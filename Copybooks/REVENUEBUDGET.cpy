*> Revenue budget record, one per period per budget line, keyed on
*> period plus line. Finance supplies the year's budget once a year
*> as RevenueBudget-YYYY.dat in the same layout (LOADDATE left
*> blank) and BUDGETLOAD validates and loads it; a reload of the
*> year replaces the lines supplied. LINE is one of VOICE, SMS,
*> DATA, ROAMING, RECURRING, LATEFEE, ETF, INSTALLMENT or
*> SUBSCRIBERS. For SUBSCRIBERS the amount is the budgeted
*> subscriber count at period end, with no decimals. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:BUDGET-KEY.
        03  :PREFIX:PERIOD          PIC 9(6).
        03  :PREFIX:LINE            PIC X(12).
    02  :PREFIX:AMOUNT              PIC 9(11)V99.
    02  :PREFIX:LOADDATE            PIC 9(8).
