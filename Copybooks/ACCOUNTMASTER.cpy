*> member subscriber linking it to a family or business account.
*> The responsible-payer flag marks the member whose receivable
*> carries account-level late fees; membership effective and end
*> dates let a mid-cycle move consolidate correctly. The pooled
*> flag is set on every member of an account whose plan allowances
*> are summed into one shared pool at billing. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:ACCOUNTID           PIC 9(8).
        88  :PREFIX:RESPONSIBLE-PAYER VALUE "Y".
    02  :PREFIX:EFFECTIVE-DATE      PIC 9(8).
    02  :PREFIX:END-DATE            PIC 9(8).
    02  :PREFIX:POOLED-FLAG         PIC X.
        88  :PREFIX:POOLED-ALLOWANCE  VALUE "Y".
