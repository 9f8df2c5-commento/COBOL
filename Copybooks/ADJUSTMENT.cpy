*> Subscriber bill adjustment keyed on subscriber ID, applied by
*> LISTING14-2 to the next bill. A negative amount is a credit.
*> PROVIDERCODE is set when the credit refunds a premium content
*> charge so the provider settlement can net it off that provider's
*> revenue share; it is spaces for every other adjustment. Supply
*> the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:AMOUNT              PIC S9(5)V99.
    02  :PREFIX:REASON              PIC X(20).
    02  :PREFIX:PROVIDERCODE        PIC X(4).
