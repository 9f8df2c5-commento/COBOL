*> Allowance rollover ledger keyed on subscriber, service type and
*> the period in which the allowance went unused. Service type
*> follows the call record (1 SMS, 2 voice, 3 data) and units are
*> messages, minutes or megabytes as on PlanAllowances.tbl. The
*> units are usable in the periods after the origin period up to
*> and including the expiry period. Each period that draws on the
*> entry records its take in a usage slot so a re-bill of that
*> period sees the balance as it stood then. Status E marks an
*> entry the expiry sweep has lapsed. Supply the record name and
*> field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ROLLOVER-KEY.
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
        03  :PREFIX:SERVICETYPE     PIC 9.
        03  :PREFIX:ORIGIN-PERIOD   PIC 9(6).
    02  :PREFIX:GRANTED-UNITS       PIC 9(7).
    02  :PREFIX:REMAINING-UNITS     PIC 9(7).
    02  :PREFIX:EXPIRY-PERIOD       PIC 9(6).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:ROLLOVER-ACTIVE   VALUE "A".
        88  :PREFIX:ROLLOVER-EXPIRED  VALUE "E".
    02  :PREFIX:USAGE-SLOT OCCURS 6 TIMES.
        03  :PREFIX:USED-PERIOD     PIC 9(6).
        03  :PREFIX:USED-UNITS      PIC 9(7).
