*> Billing history record, one per subscriber per billing period.
*> Version 00 is the original bill; re-bill corrections are retained
*> alongside it with ascending version numbers so the original and
*> corrected documents are both kept. The premium subtotal is the
*> third-party content charged on the bill and is included in the
*> subscriber total. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:HISTORY-KEY.
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
    02  :PREFIX:SUBSCRIBERTOTAL     PIC 9(7)V99.
    02  :PREFIX:TAXAMOUNT           PIC 9(6)V99.
    02  :PREFIX:BILLEDAMOUNT        PIC 9(7)V99.
    02  :PREFIX:PREMIUMSUBTOTAL     PIC 9(5)V99.
