*> Network outage register entry keyed on outage ID, raised and
*> closed by network operations through OUTAGEMAINT. The area is a
*> tax jurisdiction code. Start and end are YYYYMMDDHHMM. Each
*> service flag is Y when that service type (1 SMS, 2 voice, 3 data,
*> 4 roaming voice, 5 roaming data, 6 premium) was down. Status O is
*> an open outage, C closed and ready for credit, R credited by
*> OUTAGECREDIT on CREDITDATE.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:OUTAGEID            PIC X(8).
    02  :PREFIX:AREA                PIC X(2).
    02  :PREFIX:STARTTIMESTAMP      PIC 9(12).
    02  :PREFIX:ENDTIMESTAMP        PIC 9(12).
    02  :PREFIX:SERVICES-AFFECTED.
        03  :PREFIX:SERVICE-DOWN    PIC X OCCURS 6 TIMES.
    02  :PREFIX:DESCRIPTION         PIC X(30).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:OUTAGE-OPEN     VALUE "O".
        88  :PREFIX:OUTAGE-CLOSED   VALUE "C".
        88  :PREFIX:OUTAGE-CREDITED VALUE "R".
    02  :PREFIX:RAISEDBY            PIC X(8).
    02  :PREFIX:CLOSEDBY            PIC X(8).
    02  :PREFIX:CREDITDATE          PIC 9(8).
