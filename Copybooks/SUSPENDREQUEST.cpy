*> Suspension request keyed on subscriber ID. Type B is a soft bar
*> raised by CREDITCONTROL when exposure reaches the credit limit,
*> with reason CL. Status P is awaiting action, A actioned when the
*> line is suspended through SUBSCRIBERMAINT with the same reason,
*> W withdrawn because the exposure fell back under the limit or
*> the line is now excluded from credit control.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:REQUESTTYPE         PIC X.
        88  :PREFIX:SOFT-BAR        VALUE "B".
    02  :PREFIX:REASON              PIC X(2).
    02  :PREFIX:EXPOSURE            PIC S9(9)V99.
    02  :PREFIX:LIMITAMOUNT         PIC 9(7)V99.
    02  :PREFIX:REQUESTDATE         PIC 9(8).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:REQUEST-PENDING   VALUE "P".
        88  :PREFIX:REQUEST-ACTIONED  VALUE "A".
        88  :PREFIX:REQUEST-WITHDRAWN VALUE "W".
    02  :PREFIX:ACTIONEDBY          PIC X(8).
    02  :PREFIX:ACTIONDATE          PIC 9(8).
