*> operator maintenance program. The password is stored only as a
*> hash computed by the PASSHASH routine; the role gates destructive
*> actions in the maintenance programs (S = supervisor,
*> O = operator). Department and manager identify who recertifies
*> the operator's access each quarter; the last sign-on date is kept
*> by SIGNON. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:OPERATORID          PIC X(8).
    02  :PREFIX:FAILED-ATTEMPTS     PIC 99.
    02  :PREFIX:LOCKOUT-FLAG        PIC X.
        88  :PREFIX:ACCOUNT-LOCKED  VALUE "L".
    02  :PREFIX:DEPARTMENT          PIC X(4).
    02  :PREFIX:MANAGER-ID          PIC X(8).
    02  :PREFIX:LAST-SIGNON-DATE    PIC 9(8).
