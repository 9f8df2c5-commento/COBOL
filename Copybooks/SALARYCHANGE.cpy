*> Salary history, one record per change to an employee's salary or
*> grade, with the date the change takes effect. SOURCE is R for the
*> annual review or C for an individual correction. RETROPAY sets
*> RETRO-STATUS once it has worked out the arrears for a change
*> effective before a pay period already run (A arrears calculated,
*> O overpayment reported, N nothing to pay) and RETRO-PERIOD to the
*> pay period the arrears are paid in; blank means not yet looked at.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EMPSSN              PIC 9(9).
    02  :PREFIX:EFFECTIVE-DATE      PIC 9(8).
    02  :PREFIX:OLD-SALARY          PIC 9(7)V99.
    02  :PREFIX:NEW-SALARY          PIC 9(7)V99.
    02  :PREFIX:OLD-GRADE           PIC X(2).
    02  :PREFIX:NEW-GRADE           PIC X(2).
    02  :PREFIX:SOURCE              PIC X.
        88  :PREFIX:FROM-REVIEW     VALUE "R".
        88  :PREFIX:FROM-CORRECTION VALUE "C".
    02  :PREFIX:APPLIED-BY          PIC X(8).
    02  :PREFIX:APPLIED-TIMESTAMP   PIC 9(14).
    02  :PREFIX:RETRO-STATUS        PIC X.
        88  :PREFIX:RETRO-PENDING   VALUE SPACE.
    02  :PREFIX:RETRO-PERIOD        PIC 9(6).
