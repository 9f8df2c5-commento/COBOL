*> Approved segregation-of-duties exception. A violation of RULE-ID
*> by OPERATORID is suppressed from the SoD report when SUBJECT is
*> blank or equals the violation's subject, and the exception has
*> not expired (EXPIRY-DATE zero means no expiry). Internal audit
*> maintains SoDExceptions.dat; APPROVED-BY and REASON are printed
*> against each suppressed case. Supply the record name and field
*> prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:RULE-ID             PIC X(4).
    02  :PREFIX:OPERATORID          PIC X(8).
    02  :PREFIX:SUBJECT             PIC X(20).
    02  :PREFIX:EXPIRY-DATE         PIC 9(8).
    02  :PREFIX:APPROVED-BY         PIC X(8).
    02  :PREFIX:REASON              PIC X(30).
