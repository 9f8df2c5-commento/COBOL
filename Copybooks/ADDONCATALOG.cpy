*> Add-on bundle catalog record (AddonCatalog.tbl, keyed on bundle
*> code). Service type follows the call record (1 SMS, 2 voice,
*> 3 data, 4 roaming voice, 5 roaming data); units are messages,
*> minutes or megabytes to match. The bundle is usable from the
*> moment of purchase for VALIDITY-DAYS days. A bundle may be bought
*> on any of the listed plans; all plan codes blank means any plan.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:BUNDLECODE          PIC X(6).
    02  :PREFIX:DESCRIPTION         PIC X(20).
    02  :PREFIX:SERVICETYPE         PIC 9.
    02  :PREFIX:UNITS               PIC 9(7).
    02  :PREFIX:PRICE               PIC 9(5)V99.
    02  :PREFIX:VALIDITY-DAYS       PIC 9(3).
    02  :PREFIX:ELIGIBLE-PLANCODE   PIC X(4) OCCURS 6 TIMES.
