FD     DAILYEXTRACT1.
01     SUBSCRIBERREC-DE1.
       02  SUBSCRIBERID-DE1         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT2.
01     SUBSCRIBERREC-DE2.
       02  SUBSCRIBERID-DE2         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT3.
01     SUBSCRIBERREC-DE3.
       02  SUBSCRIBERID-DE3         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT4.
01     SUBSCRIBERREC-DE4.
       02  SUBSCRIBERID-DE4         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT5.
01     SUBSCRIBERREC-DE5.
       02  SUBSCRIBERID-DE5         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT6.
01     SUBSCRIBERREC-DE6.
       02  SUBSCRIBERID-DE6         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT7.
01     SUBSCRIBERREC-DE7.
       02  SUBSCRIBERID-DE7         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT8.
01     SUBSCRIBERREC-DE8.
       02  SUBSCRIBERID-DE8         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT9.
01     SUBSCRIBERREC-DE9.
       02  SUBSCRIBERID-DE9         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT10.
01     SUBSCRIBERREC-DE10.
       02  SUBSCRIBERID-DE10         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT11.
01     SUBSCRIBERREC-DE11.
       02  SUBSCRIBERID-DE11         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT12.
01     SUBSCRIBERREC-DE12.
       02  SUBSCRIBERID-DE12         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT13.
01     SUBSCRIBERREC-DE13.
       02  SUBSCRIBERID-DE13         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT14.
01     SUBSCRIBERREC-DE14.
       02  SUBSCRIBERID-DE14         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT15.
01     SUBSCRIBERREC-DE15.
       02  SUBSCRIBERID-DE15         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT16.
01     SUBSCRIBERREC-DE16.
       02  SUBSCRIBERID-DE16         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT17.
01     SUBSCRIBERREC-DE17.
       02  SUBSCRIBERID-DE17         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT18.
01     SUBSCRIBERREC-DE18.
       02  SUBSCRIBERID-DE18         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT19.
01     SUBSCRIBERREC-DE19.
       02  SUBSCRIBERID-DE19         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT20.
01     SUBSCRIBERREC-DE20.
       02  SUBSCRIBERID-DE20         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT21.
01     SUBSCRIBERREC-DE21.
       02  SUBSCRIBERID-DE21         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT22.
01     SUBSCRIBERREC-DE22.
       02  SUBSCRIBERID-DE22         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT23.
01     SUBSCRIBERREC-DE23.
       02  SUBSCRIBERID-DE23         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT24.
01     SUBSCRIBERREC-DE24.
       02  SUBSCRIBERID-DE24         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT25.
01     SUBSCRIBERREC-DE25.
       02  SUBSCRIBERID-DE25         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT26.
01     SUBSCRIBERREC-DE26.
       02  SUBSCRIBERID-DE26         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT27.
01     SUBSCRIBERREC-DE27.
       02  SUBSCRIBERID-DE27         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT28.
01     SUBSCRIBERREC-DE28.
       02  SUBSCRIBERID-DE28         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT29.
01     SUBSCRIBERREC-DE29.
       02  SUBSCRIBERID-DE29         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT30.
01     SUBSCRIBERREC-DE30.
       02  SUBSCRIBERID-DE30         PIC 9(10).
       02  FILLER                   PIC X(47).

FD     DAILYEXTRACT31.
01     SUBSCRIBERREC-DE31.
       02  SUBSCRIBERID-DE31         PIC 9(10).
       02  FILLER                   PIC X(47).

WORKING-STORAGE SECTION.
01     WS-RUN-PARM                  PIC X(8) VALUE SPACES.
