       02  TD-CALLDURATION      PIC 9(5).
       02  TD-CALLTIMESTAMP     PIC 9(12).
       02  TD-ROAMINGPARTNER    PIC X(4).
       02  TD-CALLEDNUMBER      PIC X(15).
       02  TD-CARRIERID         PIC X(4).

FD     MANIFESTFILE.
01     MANIFESTREC.
       ELSE
           MOVE SPACES TO TD-ROAMINGPARTNER
       END-IF
       MOVE SPACES TO TD-CALLEDNUMBER
       IF COUNTER2 EQUAL TO 1 OR COUNTER2 EQUAL TO 2
               OR COUNTER2 EQUAL TO 4
           IF COUNTER3 EQUAL TO 3
               STRING "0044" TD-SUBSCRIBERID(3:8)
                   DELIMITED BY SIZE INTO TD-CALLEDNUMBER
               END-STRING
           ELSE
               STRING "07" TD-SUBSCRIBERID(3:8)
                   DELIMITED BY SIZE INTO TD-CALLEDNUMBER
               END-STRING
           END-IF
       END-IF
       MOVE SPACES TO TD-CARRIERID
       IF COUNTER2 EQUAL TO 2 AND COUNTER3 EQUAL TO 2
           DIVIDE COUNTER1 BY 3 GIVING WS-PARTNER-QUOTIENT
               REMAINDER WS-PARTNER-NUMBER
           ADD 1 TO WS-PARTNER-NUMBER
           STRING "C" WS-PARTNER-NUMBER
               DELIMITED BY SIZE INTO TD-CARRIERID
           END-STRING
       END-IF
       ADD 1 TO WS-RECORD-SEQUENCE
       PERFORM INJECT-SCENARIO-FAULTS
       WRITE TESTDATARECORD
