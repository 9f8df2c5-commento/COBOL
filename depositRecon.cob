       02  PAY-AMOUNT              PIC 9(7)V99.
       02  PAY-TENDERTYPE          PIC X.
       02  PAY-INVOICENUMBER       PIC X(10).
       02  PAY-STORECODE           PIC X(4).
       02  PAY-TILLID              PIC X(4).
       02  PAY-CASHIERID           PIC X(8).

FD     DEPOSITOPENITEMS.
01     DEPOSITOPENITEMREC.
