*> Shared allowance pool record written by LISTING14-2 for each
*> member of an account whose plan allowances are pooled. The pool
*> sizes are the sum of every member's included units; pool used is
*> the account's total drawn in call-timestamp order, and the share
*> fields are the part of the pool this member drew. Minutes and MB
*> are rounded from the seconds and KB actually drawn. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ACCOUNTID           PIC 9(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:BILLINGPERIOD       PIC 9(6).
    02  :PREFIX:POOL-MINUTES        PIC 9(7).
    02  :PREFIX:POOL-MESSAGES       PIC 9(7).
    02  :PREFIX:POOL-MB             PIC 9(7).
    02  :PREFIX:USED-MINUTES        PIC 9(7).
    02  :PREFIX:USED-MESSAGES       PIC 9(7).
    02  :PREFIX:USED-MB             PIC 9(7).
    02  :PREFIX:SHARE-MINUTES       PIC 9(7).
    02  :PREFIX:SHARE-MESSAGES      PIC 9(7).
    02  :PREFIX:SHARE-MB            PIC 9(7).
