*> Distribution register, one record per report bundled for one
*> recipient by REPORTDIST. RECIPIENT-CLASS is the class from the
*> routing table (P privileged, R routine) and MASK-LEVEL the level
*> at which the report's sensitive fields were printed (F full, L
*> last four, X fully masked, space when the report carries none).
*> STATUS is B when the copies were bundled and W when the report
*> was withheld because it was printed at a level the recipient is
*> not cleared for. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:REPORT-NAME         PIC X(28).
    02  :PREFIX:PERIOD              PIC 9(6).
    02  :PREFIX:RECIPIENT           PIC X(8).
    02  :PREFIX:RECIPIENT-CLASS     PIC X.
    02  :PREFIX:COPIES              PIC 99.
    02  :PREFIX:MASK-LEVEL          PIC X.
    02  :PREFIX:STATUS              PIC X.
    02  :PREFIX:TIMESTAMP           PIC 9(14).
