
FD     PAYROLLGLFILE.
01     PAYROLLGLREC.
       02  PGL-ACCOUNT-CODE        PIC 99.
       02  PGL-ACCOUNT-DESC        PIC X(20).
       02  PGL-AMOUNT              PIC S9(9)V99.
       02  FILLER                  PIC 9(10).
