*> Credit limit table entry. Key type P holds the default limit for
*> the plan code in KEYVALUE (left justified); key type S holds a
*> supervisor override for the subscriber ID in KEYVALUE, which
*> takes precedence over the plan default. Maintained through
*> CREDITLIMITMAINT and read by CREDITCONTROL.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:LIMIT-KEY.
        03  :PREFIX:KEYTYPE         PIC X.
            88  :PREFIX:PLAN-DEFAULT       VALUE "P".
            88  :PREFIX:SUBSCRIBER-OVERRIDE VALUE "S".
        03  :PREFIX:KEYVALUE        PIC X(10).
    02  :PREFIX:LIMITAMOUNT         PIC 9(7)V99.
    02  :PREFIX:REASON              PIC X(20).
    02  :PREFIX:SETBY               PIC X(8).
    02  :PREFIX:SETDATE             PIC 9(8).
