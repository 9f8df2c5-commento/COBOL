FILE SECTION.

FD     DAILYEXTRACTFILE.
01     DAILYEXTRACTREC             PIC X(57).

SD     FRAUDSORTFILE.
01     FSR-RECORD.
       02  FSR-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X(12).
       02  FSR-CALLTIMESTAMP       PIC 9(12).
       02  FILLER                  PIC X(23).

FD     SORTEDDAYFILE.
01     SORTEDDAYREC.
       02  SDY-CALLDURATION        PIC 9(5).
       02  SDY-CALLTIMESTAMP       PIC 9(12).
       02  SDY-ROAMINGPARTNER      PIC X(4).
       02  SDY-CALLEDNUMBER        PIC X(15).
       02  SDY-CARRIERID           PIC X(4).

FD     ALERTEXTRACT.
01     ALERTEXTRACTREC.
