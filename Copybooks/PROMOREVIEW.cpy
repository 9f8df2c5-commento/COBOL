*> Promotion review verdict, one line per promotion code, written by
*> PROMOANALYSIS for the period it analysed. L means the campaign's
*> net revenue uplift did not cover its discount, P that it paid for
*> itself, U that no matched comparison could be made. PLANMAINT
*> reads it before a promotion is renewed. Supply the record name
*> and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:PROMOCODE           PIC X(6).
    02  FILLER                      PIC X.
    02  :PREFIX:VERDICT             PIC X.
        88  :PREFIX:LOSES-MONEY     VALUE "L".
        88  :PREFIX:PAYS-BACK       VALUE "P".
        88  :PREFIX:NOT-MEASURED    VALUE "U".
    02  FILLER                      PIC X.
    02  :PREFIX:REVIEW-PERIOD       PIC 9(6).
    02  FILLER                      PIC X.
    02  :PREFIX:NET-UPLIFT          PIC -(9)9.99.
