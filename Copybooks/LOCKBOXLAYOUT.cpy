*> Lockbox layout record, one per bank in LockboxLayouts.tbl. It
*> describes how the bank's lockbox file FILENAME is laid out so the
*> intake can normalise its receipts. FORMAT F is fixed columns, where
*> each field's START is the column it begins in; FORMAT D is split
*> on DELIMITER, where START is the field number. A START of zero
*> means the bank does not send that field. Every record carries a
*> record type at RECTYPE that matches HEADERCODE, DETAILCODE or
*> TRAILERCODE. DATEORDER is YMD, DMY or MDY for an eight digit date;
*> AMOUNTFORM P carries a decimal point and C is in implied cents.
*> Bank tender codes are translated through TENDERMAP; a detail with
*> no tender field takes DEFAULTTENDER and a code not in the map is
*> an error that rejects the batch.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:BANKID              PIC X(4).
    02  :PREFIX:BANKNAME            PIC X(20).
    02  :PREFIX:FILENAME            PIC X(40).
    02  :PREFIX:FORMAT              PIC X.
        88  :PREFIX:DELIMITED       VALUE "D".
        88  :PREFIX:FIXED-COLUMNS   VALUE "F".
    02  :PREFIX:DELIMITER           PIC X.
    02  :PREFIX:DATEORDER           PIC X(3).
        88  :PREFIX:DATE-YMD        VALUE "YMD".
        88  :PREFIX:DATE-DMY        VALUE "DMY".
        88  :PREFIX:DATE-MDY        VALUE "MDY".
    02  :PREFIX:AMOUNTFORM          PIC X.
        88  :PREFIX:IMPLIED-CENTS   VALUE "C".
    02  :PREFIX:HEADERCODE          PIC X(3).
    02  :PREFIX:DETAILCODE          PIC X(3).
    02  :PREFIX:TRAILERCODE         PIC X(3).
    02  :PREFIX:RECTYPE-START       PIC 9(3).
    02  :PREFIX:RECTYPE-LENGTH      PIC 99.
    02  :PREFIX:BATCHID-START       PIC 9(3).
    02  :PREFIX:BATCHID-LENGTH      PIC 99.
    02  :PREFIX:HDRCOUNT-START      PIC 9(3).
    02  :PREFIX:HDRCOUNT-LENGTH     PIC 99.
    02  :PREFIX:HDRAMOUNT-START     PIC 9(3).
    02  :PREFIX:HDRAMOUNT-LENGTH    PIC 99.
    02  :PREFIX:SUBSCRIBERID-START  PIC 9(3).
    02  :PREFIX:SUBSCRIBERID-LENGTH PIC 99.
    02  :PREFIX:PAYMENTDATE-START   PIC 9(3).
    02  :PREFIX:PAYMENTDATE-LENGTH  PIC 99.
    02  :PREFIX:AMOUNT-START        PIC 9(3).
    02  :PREFIX:AMOUNT-LENGTH       PIC 99.
    02  :PREFIX:TENDER-START        PIC 9(3).
    02  :PREFIX:TENDER-LENGTH       PIC 99.
    02  :PREFIX:INVOICE-START       PIC 9(3).
    02  :PREFIX:INVOICE-LENGTH      PIC 99.
    02  :PREFIX:TRLCOUNT-START      PIC 9(3).
    02  :PREFIX:TRLCOUNT-LENGTH     PIC 99.
    02  :PREFIX:TRLAMOUNT-START     PIC 9(3).
    02  :PREFIX:TRLAMOUNT-LENGTH    PIC 99.
    02  :PREFIX:DEFAULTTENDER       PIC X.
    02  :PREFIX:TENDERMAP OCCURS 4 TIMES.
        03  :PREFIX:BANKTENDER      PIC X(2).
        03  :PREFIX:TENDERTYPE      PIC X.
