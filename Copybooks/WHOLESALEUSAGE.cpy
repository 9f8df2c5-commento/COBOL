*> Wholesale usage detail written by the billing run for every call
*> record of a subscriber owned by a hosted partner brand, and read
*> back by the wholesale invoice and the billing audit. Units are
*> messages, minutes or megabytes by service type. Rate basis C is
*> the wholesale rate card, R is premium content passed through at
*> the retail price, and N is usage with no card rate for the brand,
*> carried at zero for the partner manager to resolve. Source L marks
*> a late-arriving call record from an earlier period.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:BRANDCODE           PIC X(4).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:SERVICETYPE         PIC 9.
    02  :PREFIX:CALLTIMESTAMP       PIC 9(12).
    02  :PREFIX:CALLDURATION        PIC 9(5).
    02  :PREFIX:RETAILCOST          PIC 9(4)V99.
    02  :PREFIX:UNITS               PIC 9(7)V99.
    02  :PREFIX:UNITRATE            PIC 9(3)V9999.
    02  :PREFIX:CHARGE              PIC 9(7)V99.
    02  :PREFIX:RATEBASIS           PIC X.
        88  :PREFIX:RATED-FROM-CARD     VALUE "C".
        88  :PREFIX:RETAIL-PASSTHROUGH  VALUE "R".
        88  :PREFIX:NO-WHOLESALE-RATE   VALUE "N".
    02  :PREFIX:SOURCE              PIC X.
        88  :PREFIX:LATE-CDR        VALUE "L".
    02  :PREFIX:PERIOD              PIC 9(6).
