*> Receivables movement record appended to ArMovements.dat by the
*> ARMOVEMENT routine whenever a program changes a receivable
*> balance. LEDGER is S for the subscriber ArMaster and A for the
*> grouped-account AccountArMaster (SUBSCRIBERID then holds the
*> account ID). AMOUNT is the signed effect on the balance. The
*> month-end reconciliation rolls the subledgers forward from these.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:MOVEDATE            PIC 9(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:LEDGER              PIC X.
        88  :PREFIX:SUBSCRIBER-LEDGER VALUE "S".
        88  :PREFIX:ACCOUNT-LEDGER    VALUE "A".
    02  :PREFIX:TYPE                PIC X.
        88  :PREFIX:BILLING         VALUE "B".
        88  :PREFIX:LATE-FEE        VALUE "L".
        88  :PREFIX:ADJUSTMENT      VALUE "A".
        88  :PREFIX:PAYMENT         VALUE "P".
        88  :PREFIX:WRITE-OFF       VALUE "W".
        88  :PREFIX:RECOVERY        VALUE "R".
        88  :PREFIX:REFUND          VALUE "F".
        88  :PREFIX:DEPOSIT-APPLIED VALUE "D".
    02  :PREFIX:AMOUNT              PIC S9(9)V99.
    02  :PREFIX:PROGRAM             PIC X(12).
