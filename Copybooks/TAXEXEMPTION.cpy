*> Tax exemption certificate held for a government, charity or
*> diplomatic subscriber, keyed on subscriber ID. Up to five exempt
*> jurisdiction codes may be listed; ** exempts the subscriber in
*> every jurisdiction, including the flat default rate. The exempt
*> percentage is 100.00 for a full exemption or less for a partial
*> one. The certificate applies to a billing period when it is in
*> force on the period end date, as for jurisdiction rates. The
*> verifying operator and date are stamped by TAXEXEMPTMAINT.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:CERTIFICATE-NUMBER  PIC X(15).
    02  :PREFIX:EXEMPT-CATEGORY     PIC X.
        88  :PREFIX:GOVERNMENT-EXEMPT   VALUE "G".
        88  :PREFIX:CHARITY-EXEMPT      VALUE "C".
        88  :PREFIX:DIPLOMATIC-EXEMPT   VALUE "D".
    02  :PREFIX:EXEMPT-JURISDICTION PIC X(2) OCCURS 5 TIMES.
    02  :PREFIX:EXEMPT-PERCENT      PIC 9(3)V99.
    02  :PREFIX:EFFECTIVEDATE       PIC 9(8).
    02  :PREFIX:EXPIRYDATE          PIC 9(8).
    02  :PREFIX:VERIFIED-BY         PIC X(8).
    02  :PREFIX:VERIFIED-DATE       PIC 9(8).
