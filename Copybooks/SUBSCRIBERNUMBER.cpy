*> Telephone number held by a subscriber, keyed on subscriber ID,
*> kept alongside the number inventory so a termination or port-out
*> can find the number to release. The entry stays after the number
*> is released and is replaced if the subscriber is given another.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:NUMBER              PIC X(15).
    02  :PREFIX:ASSIGNED-DATE       PIC 9(8).
