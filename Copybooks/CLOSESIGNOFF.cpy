*> Month-end close sign-off record, appended by CLOSESTATUS when a
*> supervisor signs a billing period off (ACTION S) or overrides an
*> incomplete close (ACTION O). ITEMS-OPEN is the number of checklist
*> items not done at the time; REASON is required for an override.
*> LISTING6-5 reads this log before starting the next period.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:PERIOD              PIC 9(6).
    02  :PREFIX:ACTION              PIC X.
    02  :PREFIX:OPERATORID          PIC X(8).
    02  :PREFIX:TIMESTAMP           PIC 9(14).
    02  :PREFIX:ITEMS-OPEN          PIC 99.
    02  :PREFIX:REASON              PIC X(40).
