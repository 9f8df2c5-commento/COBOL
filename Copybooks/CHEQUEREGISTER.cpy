*> Cheque register record keyed on cheque number, one per cheque
*> drawn from the controlled sequence in ChequeNumber.ctl. SOURCE is
*> RFD for a credit refund from the refund sweep or SUS for a refund
*> of unapplied suspense cash, with REFERENCE the originating key.
*> STATUS I is issued and outstanding, C cleared by the bank, V
*> voided as stale, E reported for unclaimed-property escheatment
*> and U voided but the returned credit since used on the account.
*> CREDITRETURNED Y means the stale void put the amount back on the
*> subscriber's AR balance. STATUSDATE is when STATUS last changed.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:CHEQUENUMBER        PIC 9(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:PAYEENAME           PIC X(25).
    02  :PREFIX:ADDRESSLINE1        PIC X(25).
    02  :PREFIX:ADDRESSLINE2        PIC X(25).
    02  :PREFIX:AMOUNT              PIC 9(7)V99.
    02  :PREFIX:ISSUEDATE           PIC 9(8).
    02  :PREFIX:SOURCE              PIC X(3).
    02  :PREFIX:REFERENCE           PIC X(14).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:OUTSTANDING     VALUE "I".
        88  :PREFIX:CLEARED         VALUE "C".
        88  :PREFIX:VOIDED-STALE    VALUE "V".
        88  :PREFIX:ESCHEATED       VALUE "E".
        88  :PREFIX:CREDIT-USED     VALUE "U".
    02  :PREFIX:STATUSDATE          PIC 9(8).
    02  :PREFIX:CREDITRETURNED      PIC X.
        88  :PREFIX:CREDIT-ON-AR    VALUE "Y".
