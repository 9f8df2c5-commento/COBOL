*> invoice print and downstream reconciliation programs. Amount
*> fields are signed so a re-bill correction document can carry a
*> negative delta. DOCTYPE is space for an original bill and C for
*> a re-bill correction. The rollover fields are the unused plan
*> allowance carried into later periods after this bill (minutes,
*> messages, megabytes). ADDONCHARGE is the add-on bundles bought
*> in the period and charged on this bill. PREMIUMCHARGE is the
*> third-party premium content charged, already included in the
*> subscriber total. EXEMPTSALES is the part of the subscriber
*> total relieved of tax under the exemption certificate quoted in
*> EXEMPTCERTIFICATE (blank when no certificate applied).
*> CYCLECHANGE is T on the short-period transition bill from the
*> old bill cycle and J on the first bill from the new cycle, with
*> the new cycle and its start date; space on an ordinary bill.
*> LATEFEEAMOUNT is the late-payment fee charged on this bill,
*> already included in the subscriber total.
*> Supply the record name and field prefix via COPY REPLACING so
*> each program keeps its own naming.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:SUBSCRIBERTOTAL     PIC S9(7)V99.
    02  :PREFIX:FINALBILL           PIC X.
    02  :PREFIX:DOCTYPE             PIC X.
    02  :PREFIX:INVOICENUMBER       PIC 9(10).
    02  :PREFIX:ROLLOVER-MINUTES    PIC 9(7).
    02  :PREFIX:ROLLOVER-MESSAGES   PIC 9(7).
    02  :PREFIX:ROLLOVER-MB         PIC 9(7).
    02  :PREFIX:ADDONCHARGE         PIC S9(5)V99.
    02  :PREFIX:PREMIUMCHARGE       PIC S9(5)V99.
    02  :PREFIX:EXEMPTSALES         PIC S9(7)V99.
    02  :PREFIX:EXEMPTCERTIFICATE   PIC X(15).
    02  :PREFIX:CYCLECHANGE         PIC X.
    02  :PREFIX:NEWBILLCYCLE        PIC X(2).
    02  :PREFIX:CYCLECHANGEDATE     PIC 9(8).
    02  :PREFIX:LATEFEEAMOUNT       PIC S9(5)V99.
