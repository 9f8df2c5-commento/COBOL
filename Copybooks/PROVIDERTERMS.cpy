*> Premium content provider terms keyed on provider code and the
*> date the terms take effect. SHARE-PERCENT is the part of the net
*> retail value (premium charges billed less refunds credited to
*> subscribers) that is paid to the provider; the settlement uses
*> the latest terms in force at the end of the period. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:TERMS-KEY.
        03  :PREFIX:PROVIDERCODE    PIC X(4).
        03  :PREFIX:EFFECTIVEDATE   PIC 9(8).
    02  :PREFIX:PROVIDERNAME        PIC X(20).
    02  :PREFIX:SHARE-PERCENT       PIC 9(3)V99.
