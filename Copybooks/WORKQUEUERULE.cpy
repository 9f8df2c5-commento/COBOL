*> Work-queue priority rule. WORKQUEUE BUILD applies the first rule,
*> in file order, whose source matches the item (ALL matches any
*> source) and whose money and age thresholds the item has reached.
*> The rule gives the item its priority (1 is most urgent) and the
*> number of days from the item's source date within which it must
*> be worked. WORKQUEUE reads WorkQueueRules.dat and falls back to
*> its standard rules when the file is absent. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SOURCE              PIC X(3).
    02  :PREFIX:MIN-MONEY           PIC 9(7)V99.
    02  :PREFIX:MIN-AGE-DAYS        PIC 9(3).
    02  :PREFIX:PRIORITY            PIC 9.
    02  :PREFIX:SLA-DAYS            PIC 9(3).
    02  :PREFIX:DESCRIPTION         PIC X(30).
