*> Handset and SIM inventory item keyed on serial number, the IMEI
*> for a handset or the ICCID for a SIM. DEALERCODE is the dealer
*> holding the item on consignment and stays as it was when the item
*> is sold, so a sale can be traced to the stock it came from; it is
*> spaces while the item is in the warehouse. SUBSCRIBERID is set
*> when the item is sold against an activation. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SERIAL              PIC X(20).
    02  :PREFIX:ITEM-TYPE           PIC X.
        88  :PREFIX:ITEM-IS-HANDSET VALUE "H".
        88  :PREFIX:ITEM-IS-SIM     VALUE "S".
    02  :PREFIX:MODEL               PIC X(20).
    02  :PREFIX:COST                PIC 9(5)V99.
    02  :PREFIX:DEALERCODE          PIC X(4).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:IN-WAREHOUSE    VALUE "W".
        88  :PREFIX:CONSIGNED       VALUE "C".
        88  :PREFIX:SOLD            VALUE "S".
        88  :PREFIX:RETURNED        VALUE "R".
        88  :PREFIX:FAULTY          VALUE "F".
    02  :PREFIX:RECEIVED-DATE       PIC 9(8).
    02  :PREFIX:CONSIGNED-DATE      PIC 9(8).
    02  :PREFIX:STATUS-DATE         PIC 9(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:LAST-OPERATOR       PIC X(8).
