*> Deposit interest ledger entry keyed on subscriber, period and
*> entry type, written by DEPOSITINTEREST. Type I is the month's
*> interest on a deposit held for more than a year, added to the
*> amount held. Type R is the early release of the deposit after
*> twelve months without an overdue item: APPLIED-TO-AR is the part
*> credited against the AR balance and REFUNDED the part sent to the
*> refund feed. Supply the record name and field prefix via COPY
*> REPLACING.
01  :RECNAME:.
    02  :PREFIX:ENTRY-KEY.
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
        03  :PREFIX:PERIOD          PIC 9(6).
        03  :PREFIX:ENTRYTYPE       PIC X.
            88  :PREFIX:ENTRY-INTEREST  VALUE "I".
            88  :PREFIX:ENTRY-RELEASE   VALUE "R".
    02  :PREFIX:BALANCE-BEFORE      PIC S9(7)V99.
    02  :PREFIX:ANNUAL-RATE         PIC 9V9999.
    02  :PREFIX:INTEREST-AMOUNT     PIC 9(7)V99.
    02  :PREFIX:APPLIED-TO-AR       PIC 9(7)V99.
    02  :PREFIX:REFUNDED            PIC 9(7)V99.
    02  :PREFIX:POSTDATE            PIC 9(8).
