*> Bank modulus checking rule, one per line of BankModulusRules.tbl
*> as published by the clearing bank. A rule covers the sort codes
*> SORTFROM to SORTTO and weights the fourteen digits of sort code
*> followed by account number. METHOD MOD10 and MOD11 need the sum
*> of the weighted digits to divide exactly by 10 or 11; DBLAL adds
*> the digits of each product and needs that total to divide by 10.
*> A sort code covered by two rules must pass both. A sort code no
*> rule covers cannot be checked and is accepted. EXCEPTION carries
*> the bank's exception number for reference only.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SORTFROM            PIC 9(6).
    02  :PREFIX:SORTTO              PIC 9(6).
    02  :PREFIX:METHOD              PIC X(5).
        88  :PREFIX:METHOD-MOD10    VALUE "MOD10".
        88  :PREFIX:METHOD-MOD11    VALUE "MOD11".
        88  :PREFIX:METHOD-DBLAL    VALUE "DBLAL".
    02  :PREFIX:WEIGHT              PIC 99 OCCURS 14 TIMES.
    02  :PREFIX:EXCEPTION           PIC 99.
