*> Add-on bundle ledger record (AddonBundles.tbl) written by the
*> billing run for each purchase it charges. Granted units are held
*> in call-record units (messages, seconds, KB) and are usable from
*> the purchase stamp up to but not including the end stamp. Each
*> period that draws on the bundle records its take in a usage slot
*> so a re-bill sees the balance as it stood then. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:BUNDLE-KEY.
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
        03  :PREFIX:START-STAMP     PIC 9(12).
        03  :PREFIX:BUNDLECODE      PIC X(6).
    02  :PREFIX:SERVICETYPE         PIC 9.
    02  :PREFIX:GRANTED-UNITS       PIC 9(11).
    02  :PREFIX:END-STAMP           PIC 9(12).
    02  :PREFIX:PRICE               PIC 9(5)V99.
    02  :PREFIX:DESCRIPTION         PIC X(20).
    02  :PREFIX:CHARGED-PERIOD      PIC 9(6).
    02  :PREFIX:CHANNEL             PIC X.
    02  :PREFIX:REFERENCE           PIC X(12).
    02  :PREFIX:USAGE-SLOT OCCURS 5 TIMES.
        03  :PREFIX:USED-PERIOD     PIC 9(6).
        03  :PREFIX:USED-UNITS      PIC 9(11).
