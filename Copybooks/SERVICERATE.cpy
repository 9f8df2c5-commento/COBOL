*> the open-ended top step. STEP-COUNT zero means the flat UNITRATE
*> applies to every unit as before. The raters keep each
*> subscriber's period-to-date units so steps apply across the
*> whole period, not per call. The destination zone is D
*> (domestic), 1 to 4 (international zones), S (satellite), or *
*> for a rate that applies to every destination; the zone comes from
*> the called number's prefix in the destination zone table, and a
*> row for the call's own zone is preferred to a * row. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:TABLE-KEY.
        03  :PREFIX:SERVICETYPE     PIC 9.
        03  :PREFIX:DESTZONE        PIC X.
        03  :PREFIX:RATEBAND        PIC X.
        03  :PREFIX:EFFECTIVEDATE   PIC 9(8).
    02  :PREFIX:UNITRATE            PIC 9(3)V9999.
