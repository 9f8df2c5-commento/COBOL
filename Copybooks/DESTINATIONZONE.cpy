*> Destination zone table record. One row per dialled-number prefix;
*> the rater matches the longest prefix that begins the called
*> number and rates the call at the zone's tariff. The zone is D
*> (domestic), 1 to 4 for the international zones, or S for
*> satellite and maritime networks. ZERORATED Y marks emergency,
*> toll-free and customer-care numbers, which are never charged
*> whatever the service rate would have been. Supply the record name
*> and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:DIALPREFIX          PIC X(10).
    02  :PREFIX:DESTZONE            PIC X.
        88  :PREFIX:ZONE-DOMESTIC   VALUE "D".
        88  :PREFIX:ZONE-VALID      VALUES "D" "1" "2" "3" "4" "S".
    02  :PREFIX:ZERORATED           PIC X.
        88  :PREFIX:IS-ZERO-RATED   VALUE "Y".
    02  :PREFIX:DESCRIPTION         PIC X(20).
