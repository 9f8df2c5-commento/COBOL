*> Wholesale rate card for hosted partner brands, keyed on the
*> partner's brand code and the call record service type. The unit
*> rate is charged per message (SMS), per minute (voice and roaming
*> voice) or per megabyte (data and roaming data). Premium content
*> is not on the card; it is passed through at the retail price.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:RATE-KEY.
        03  :PREFIX:BRANDCODE       PIC X(4).
        03  :PREFIX:SERVICETYPE     PIC 9.
    02  :PREFIX:PARTNERNAME         PIC X(25).
    02  :PREFIX:UNITRATE            PIC 9(3)V9999.
