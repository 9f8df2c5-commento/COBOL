*> Message box returned by the BILLMESSAGE subprogram for one
*> invoice: up to three selected messages, regulatory first and
*> then by priority, each with its three text lines. COUNT is the
*> number of entries filled. Supply the record name and field
*> prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:COUNT               PIC 9.
    02  :PREFIX:ENTRY OCCURS 3 TIMES.
        03  :PREFIX:MESSAGEID       PIC X(6).
        03  :PREFIX:TEXTLINE        PIC X(60) OCCURS 3 TIMES.
