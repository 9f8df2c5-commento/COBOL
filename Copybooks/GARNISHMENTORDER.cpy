*> Court-ordered earnings garnishment keyed on employee SSN and the
*> court's order reference. ORDER-TYPE is C child support or D debt;
*> CALC-TYPE F deducts FIXED-AMOUNT each period, P deducts PERCENT of
*> pay after tax and pension. Orders are applied in PRIORITY order
*> (0 first) without taking net pay below the protected-earnings
*> floor; whatever could not be taken is held in SHORTFALL and added
*> to the next period's deduction. TOTAL-TO-RECOVER of zero means the
*> order runs until END-DATE (zero if open-ended); otherwise the
*> order is completed once RECOVERED-TO-DATE reaches it. LAST-PERIOD
*> is the last pay period the order was applied in. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ORDER-KEY.
        03  :PREFIX:EMPSSN          PIC 9(9).
        03  :PREFIX:ORDER-REF       PIC X(12).
    02  :PREFIX:CREDITOR-CODE       PIC X(6).
    02  :PREFIX:CREDITOR-NAME       PIC X(25).
    02  :PREFIX:ORDER-TYPE          PIC X.
        88  :PREFIX:VALID-ORDER-TYPE VALUES "C" "D".
    02  :PREFIX:CALC-TYPE           PIC X.
        88  :PREFIX:FIXED-DEDUCTION VALUE "F".
        88  :PREFIX:PERCENT-DEDUCTION VALUE "P".
    02  :PREFIX:FIXED-AMOUNT        PIC 9(5)V99.
    02  :PREFIX:PERCENT             PIC 99V99.
    02  :PREFIX:PRIORITY            PIC 9.
    02  :PREFIX:TOTAL-TO-RECOVER    PIC 9(7)V99.
    02  :PREFIX:RECOVERED-TO-DATE   PIC 9(7)V99.
    02  :PREFIX:SHORTFALL           PIC 9(7)V99.
    02  :PREFIX:START-DATE          PIC 9(8).
    02  :PREFIX:END-DATE            PIC 9(8).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:ORDER-ACTIVE    VALUE "A".
        88  :PREFIX:ORDER-COMPLETE  VALUE "C".
        88  :PREFIX:ORDER-STOPPED   VALUE "S".
    02  :PREFIX:LAST-PERIOD         PIC 9(6).
