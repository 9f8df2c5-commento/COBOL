*> Dealer physical stock count, one line per dealer, item type and
*> model, as returned by the dealer at month end in
*> DealerStockCount.dat. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:DEALERCODE          PIC X(4).
    02  :PREFIX:COUNT-DATE          PIC 9(8).
    02  :PREFIX:ITEM-TYPE           PIC X.
    02  :PREFIX:MODEL               PIC X(20).
    02  :PREFIX:COUNTED             PIC 9(5).
