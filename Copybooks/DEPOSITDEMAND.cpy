*> Security deposit demand keyed on subscriber ID. CREDITSCORE raises
*> a demand when a new activation or plan upgrade is identity-linked
*> to a prior subscriber whose latest score is poor. A deposit
*> receipt posted by PAYMENTPOSTING counts towards the demand, which
*> is satisfied once the amount received reaches the amount demanded
*> and the money is held on the deposit ledger.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:AMOUNT-DEMANDED     PIC 9(7)V99.
    02  :PREFIX:AMOUNT-RECEIVED     PIC 9(7)V99.
    02  :PREFIX:DEMAND-DATE         PIC 9(8).
    02  :PREFIX:TRIGGER             PIC X.
        88  :PREFIX:TRIGGER-ACTIVATION VALUE "A".
        88  :PREFIX:TRIGGER-UPGRADE    VALUE "U".
    02  :PREFIX:LINKED-SUBSCRIBERID PIC 9(10).
    02  :PREFIX:LINKED-SCORE        PIC 9(3).
    02  :PREFIX:LINKED-BAND         PIC X.
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:DEMAND-OUTSTANDING VALUE "O".
        88  :PREFIX:DEMAND-SATISFIED   VALUE "S".
    02  :PREFIX:SATISFIED-DATE      PIC 9(8).
