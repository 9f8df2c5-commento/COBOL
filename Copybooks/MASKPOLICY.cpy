*> Masking policy for sensitive fields printed on reports and their
*> CSV companions. REPORT-NAME is the name the report is registered
*> and routed under, or "*" for every report. RECIPIENT-CLASS is R
*> for routine recipients and P for recipients marked privileged on
*> the routing table. FIELD-TYPE is SSN, BANK, ADDR or "*" for all
*> three. MASK-LEVEL F prints the full value, L only the last four
*> characters and X nothing at all. REPORTMASK reads MaskPolicy.dat
*> and, where no line applies, shows privileged recipients the full
*> value and routine recipients the last four. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:REPORT-NAME         PIC X(28).
    02  :PREFIX:RECIPIENT-CLASS     PIC X.
    02  :PREFIX:FIELD-TYPE          PIC X(4).
    02  :PREFIX:MASK-LEVEL          PIC X.
