*> Prepaid balance movement record appended to PrepaidMovements.dat
*> by the PREPAIDMOVEMENT routine whenever a program changes a
*> subscriber's PrepaidBalance. TYPE T is a top-up, U the billing
*> run's usage decrement, X a lapsed bucket forfeited by the expiry
*> sweep, M a release on migration to postpaid (the remaining credit
*> moved to AR, or an overdrawn balance cleared to the postpaid
*> bill). AMOUNT is the signed effect on the balance. The monthly
*> prepaid liability reconciliation rolls balances forward from
*> these. Supply the record name and field prefix via COPY
*> REPLACING.
01  :RECNAME:.
    02  :PREFIX:MOVEDATE            PIC 9(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:TYPE                PIC X.
        88  :PREFIX:TOP-UP          VALUE "T".
        88  :PREFIX:USAGE           VALUE "U".
        88  :PREFIX:EXPIRY          VALUE "X".
        88  :PREFIX:MIGRATION       VALUE "M".
    02  :PREFIX:AMOUNT              PIC S9(9)V99.
    02  :PREFIX:PROGRAM             PIC X(12).
