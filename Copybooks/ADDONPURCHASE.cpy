*> Add-on bundle purchase transaction (AddonPurchases.dat) as fed
*> from customer care and the CRM system. The purchase timestamp is
*> YYYYMMDDHHMM like the call record, and the billing run charges
*> every purchase dated in the period it bills. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:BUNDLECODE          PIC X(6).
    02  :PREFIX:PURCHASE-STAMP      PIC 9(12).
    02  :PREFIX:CHANNEL             PIC X.
        88  :PREFIX:FROM-CARE         VALUE "C".
        88  :PREFIX:FROM-CRM          VALUE "R".
    02  :PREFIX:REFERENCE           PIC X(12).
