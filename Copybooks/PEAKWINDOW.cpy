*> Peak window table record. One row per service type and effective
*> date giving the first and last clock hours (inclusive) that band
*> as P (peak) on a weekday; other weekday hours band as O. RATEBAND
*> uses the row with the latest effective date on or before the
*> call date, preferring a row for the call's own service type to a
*> service type 0 row, which applies to every service. With no row in
*> force the window is 08 to 18. Supply the record name and field
*> prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:WINDOW-KEY.
        03  :PREFIX:SERVICETYPE     PIC 9.
        03  :PREFIX:EFFECTIVEDATE   PIC 9(8).
    02  :PREFIX:PEAK-START-HOUR     PIC 99.
    02  :PREFIX:PEAK-END-HOUR       PIC 99.
    02  :PREFIX:DESCRIPTION         PIC X(20).
