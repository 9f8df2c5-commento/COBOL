*> Counter receipt log record, appended to CounterReceipts.dat by
*> payment posting for every receipt that carries a STORECODE, that
*> is every payment taken at a shop till. Each one has been posted
*> to AR or to the suspense ledger, so the log is what the daily till
*> reconciliation expects each till's drawer to hold. PAYMENTDATE is
*> the business day the till took the money.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:PAYMENTDATE         PIC 9(8).
    02  :PREFIX:STORECODE           PIC X(4).
    02  :PREFIX:TILLID              PIC X(4).
    02  :PREFIX:CASHIERID           PIC X(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:AMOUNT              PIC 9(7)V99.
    02  :PREFIX:TENDERTYPE          PIC X.
        88  :PREFIX:TENDER-CASH     VALUE "C".
        88  :PREFIX:TENDER-CARD     VALUE "P".
    02  :PREFIX:POSTINGDATE         PIC 9(8).
