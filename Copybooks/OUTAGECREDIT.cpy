*> Outage credit ledger, one entry per outage per subscriber, kept
*> by OUTAGECREDIT so that no subscriber is credited twice for the
*> same outage. The credit is the plan's monthly charge prorated
*> over the outage days on the 30-day billing basis. Status A means
*> the credit was posted to the bill adjustments table; H means it
*> is held because a premium content refund is already waiting on
*> that subscriber's adjustment, and is posted on a later run.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:CREDIT-KEY.
        03  :PREFIX:OUTAGEID        PIC X(8).
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
    02  :PREFIX:AREA                PIC X(2).
    02  :PREFIX:PLANCODE            PIC X(4).
    02  :PREFIX:MONTHLYCHARGE       PIC 9(5)V99.
    02  :PREFIX:OUTAGEDAYS          PIC 9(3).
    02  :PREFIX:AMOUNT              PIC 9(5)V99.
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:CREDIT-APPLIED  VALUE "A".
        88  :PREFIX:CREDIT-HELD     VALUE "H".
    02  :PREFIX:CREDITDATE          PIC 9(8).
