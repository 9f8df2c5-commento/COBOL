       02  CR-SERVICECOST          PIC 9(4)V99.
       02  CR-CALLDURATION         PIC 9(5).
       02  CR-ROAMINGPARTNER       PIC X(4).
       02  CR-CALLEDNUMBER         PIC X(15).
       02  CR-CARRIERID            PIC X(4).

FD     CERTIFICATELOG.
01     CERTIFICATELOGREC.
