*> changes apply exactly from their published date. A subscriber
*> whose master record carries a blank or unknown jurisdiction is
*> taxed at the flat default rate from the tax configuration file.
*> NOTICELANGUAGE is the second language the regulator requires on
*> billing notices in the jurisdiction; spaces means none, otherwise
*> invoices and notices are printed in both languages.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:TABLE-KEY.
        03  :PREFIX:EFFECTIVEDATE   PIC 9(8).
    02  :PREFIX:TAXRATE             PIC 9V9999.
    02  :PREFIX:DESCRIPTION         PIC X(20).
    02  :PREFIX:NOTICELANGUAGE      PIC X(2).
