*> reduces the remaining balance; the last installment collects
*> whatever is left when that is smaller than the monthly amount.
*> When a subscriber terminates, the whole outstanding device
*> balance is rolled into the prorated final bill. DEVICESERIAL is
*> the IMEI of the handset sold against the schedule, set when the
*> sale is recorded in the device inventory. Supply the record name
*> and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:DEVICE              PIC X(20).
    02  :PREFIX:MONTHLYAMOUNT       PIC 9(5)V99.
    02  :PREFIX:REMAININGBALANCE    PIC S9(7)V99.
    02  :PREFIX:LASTBILLEDPERIOD    PIC 9(6).
    02  :PREFIX:DEVICESERIAL        PIC X(20).
