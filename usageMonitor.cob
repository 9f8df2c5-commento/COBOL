       02  CALLDURATION-DAY        PIC 9(5).
       02  CALLTIMESTAMP-DAY       PIC 9(12).
       02  ROAMINGPARTNER-DAY      PIC X(4).
       02  CALLEDNUMBER-DAY        PIC X(15).
       02  CARRIERID-DAY           PIC X(4).

FD     USAGEMTDFILE.
01     USAGEMTDREC.
