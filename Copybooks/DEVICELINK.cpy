*> Device sold at activation, keyed on subscriber ID. DEALERCODE is
*> the dealer that made the sale. STOCK-CHECK is Y only when every
*> serial recorded here was on consignment to that dealer when it
*> was sold; the commission run withholds the activation bonus
*> otherwise. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:DEALERCODE          PIC X(4).
    02  :PREFIX:HANDSET-SERIAL      PIC X(20).
    02  :PREFIX:SIM-SERIAL          PIC X(20).
    02  :PREFIX:SALE-DATE           PIC 9(8).
    02  :PREFIX:STOCK-CHECK         PIC X.
        88  :PREFIX:SOLD-FROM-DEALER-STOCK VALUE "Y".
