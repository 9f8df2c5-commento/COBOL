*> Public holiday calendar record. One row per holiday date; RATEBAND
*> bands every call made on a listed date as W (weekend) whatever the
*> day of the week or time of day. Supply the record name and field
*> prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:HOLIDAYDATE         PIC 9(8).
    02  :PREFIX:DESCRIPTION         PIC X(30).
