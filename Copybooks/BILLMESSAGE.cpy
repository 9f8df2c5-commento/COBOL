*> Bill message record, one per message held in BillMessages.dat.
*> CATEGORY R is regulatory wording and always outranks category M
*> marketing; within a category PRIORITY 01 is the highest. The
*> message is in effect for billing periods FROM-PERIOD through
*> TO-PERIOD (zero TO-PERIOD is open-ended). Each targeting field
*> left blank matches every subscriber; DELIVERYMETHOD E targets
*> e-bill customers and P paper customers. SUBSCRIBERLIST Y also
*> restricts the message to the subscribers listed against it in
*> BillMessageTargets.dat. Blank text lines are not printed.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:MESSAGEID           PIC X(6).
    02  :PREFIX:CATEGORY            PIC X.
        88  :PREFIX:REGULATORY      VALUE "R".
        88  :PREFIX:MARKETING       VALUE "M".
    02  :PREFIX:PRIORITY            PIC 99.
    02  :PREFIX:FROM-PERIOD         PIC 9(6).
    02  :PREFIX:TO-PERIOD           PIC 9(6).
    02  :PREFIX:PLANCODE            PIC X(4).
    02  :PREFIX:TAXJURISDICTION     PIC X(2).
    02  :PREFIX:BILLCYCLE           PIC X(2).
    02  :PREFIX:PAYTYPE             PIC X.
    02  :PREFIX:DELIVERYMETHOD      PIC X.
    02  :PREFIX:SUBSCRIBERLIST      PIC X.
        88  :PREFIX:LISTED-ONLY     VALUE "Y".
    02  :PREFIX:TEXTLINE            PIC X(60) OCCURS 3 TIMES.
