*> billing run. The independent audit program re-adds the invoice
*> feed, top-spenders extract, and GL extract and cross-foots them
*> against this record, so the printed footer, the feed, and the GL
*> can be proven to agree. Unbilled voice seconds are the voice
*> calls on the period's sorted-call file that were not retail
*> billed (prepaid, suspended, migrating or skipped subscribers), so
*> traffic-based programs can tie their minutes to VOICE-MINUTES.
*> Wholesale totals cover usage of subscribers owned by hosted
*> partner brands, which is rated to the partner and never retail
*> billed. The usage-by-service counts split the sorted-call file
*> into retail and wholesale records by service type; screened
*> records are those read from the daily extracts that did not
*> reach the sorted-call file (quarantined, duplicate or rejected),
*> net of resubmitted records merged back in, so the audit can tie
*> retail plus wholesale usage to the switch control counts.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:PERIOD              PIC 9(6).
    02  :PREFIX:SUBSCRIBER-COUNT    PIC 9(6).
    02  :PREFIX:RECURRING-REVENUE   PIC 9(9)V99.
    02  :PREFIX:ETF-REVENUE         PIC 9(9)V99.
    02  :PREFIX:INSTALLMENT-REVENUE PIC 9(9)V99.
    02  :PREFIX:ADDON-REVENUE       PIC 9(9)V99.
    02  :PREFIX:PREMIUM-REVENUE     PIC 9(9)V99.
    02  :PREFIX:UNBILLED-VOICE-SECONDS PIC 9(13).
    02  :PREFIX:WHOLESALE-REVENUE   PIC 9(9)V99.
    02  :PREFIX:WHOLESALE-RECORDS   PIC 9(9).
    02  :PREFIX:WHOLESALE-SUBSCRIBERS PIC 9(7).
    02  :PREFIX:USAGE-BY-SERVICE OCCURS 6 TIMES.
        03  :PREFIX:RETAIL-USAGE-RECORDS    PIC 9(9).
        03  :PREFIX:WHOLESALE-USAGE-RECORDS PIC 9(9).
        03  :PREFIX:SCREENED-USAGE-RECORDS  PIC S9(9).
