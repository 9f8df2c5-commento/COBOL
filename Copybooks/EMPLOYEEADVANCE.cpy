*> Salary advance or loan made to an employee, keyed on employee SSN
*> and the advance reference. RECOVERED-TO-DATE counts cash repaid
*> by the employee and amounts taken from pay; the advance is
*> CLEARED once it reaches AMOUNT. Any balance still outstanding when
*> the employee leaves is recovered from the final pay as far as net
*> pay allows. LAST-PERIOD is the last pay period a recovery was
*> taken in. Supply the record name and field prefix via COPY
*> REPLACING.
01  :RECNAME:.
    02  :PREFIX:ADVANCE-KEY.
        03  :PREFIX:EMPSSN          PIC 9(9).
        03  :PREFIX:ADVANCE-REF     PIC X(8).
    02  :PREFIX:ISSUE-DATE          PIC 9(8).
    02  :PREFIX:DESCRIPTION         PIC X(25).
    02  :PREFIX:AMOUNT              PIC 9(7)V99.
    02  :PREFIX:RECOVERED-TO-DATE   PIC 9(7)V99.
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:ADVANCE-OUTSTANDING VALUE "O".
        88  :PREFIX:ADVANCE-CLEARED VALUE "C".
    02  :PREFIX:LAST-PERIOD         PIC 9(6).
    02  :PREFIX:OPERATOR-ID         PIC X(8).
