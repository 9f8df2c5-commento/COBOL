*> Till cash-up record from the shop tills, held in
*> TillCashup-CCYYMMDD.dat for the business day. A D record is the
*> cashier's end-of-day declaration of the cash and card slip totals
*> counted out of the till. A V record is a receipt voided at the
*> till, identified by subscriber, amount and tender; where the
*> receipt had already been posted the reconciliation lists it for
*> reversal and removes it from what the drawer should hold.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:RECTYPE             PIC X.
        88  :PREFIX:DECLARATION     VALUE "D".
        88  :PREFIX:VOID            VALUE "V".
    02  :PREFIX:STORECODE           PIC X(4).
    02  :PREFIX:TILLID              PIC X(4).
    02  :PREFIX:CASHIERID           PIC X(8).
    02  :PREFIX:BUSINESSDATE        PIC 9(8).
    02  :PREFIX:DECLARED-CASH       PIC 9(7)V99.
    02  :PREFIX:DECLARED-CARD       PIC 9(7)V99.
    02  :PREFIX:VOID-SUBSCRIBERID   PIC 9(10).
    02  :PREFIX:VOID-AMOUNT         PIC 9(7)V99.
    02  :PREFIX:VOID-TENDER         PIC X.
