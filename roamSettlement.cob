           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INB-STATUS.

       SELECT ROAMPAYABLEFILE ASSIGN TO DYNAMIC WS-RPY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPY-STATUS.

       SELECT SETTLEMENTREPORT ASSIGN TO "RoamSettlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-STATUS.
       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  ROAMINGPARTNER          PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

FD     ROAMPARTNERTABLE.
01     ROAMPARTNERREC.
       02  VIS-CALLDURATION        PIC 9(5).
       02  VIS-CALLTIMESTAMP       PIC 9(12).

FD     ROAMPAYABLEFILE.
       COPY "ROAMPAYABLE.cpy"
           REPLACING ==:RECNAME:== BY ==ROAMPAYABLEREC==
                     ==:PREFIX:==  BY ==RPY-==.

FD     SETTLEMENTREPORT.
01     SETTLEMENTLINE              PIC X(120).

01     WS-SCF-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.
01     WS-SET-STATUS               PIC XX.
01     WS-RPY-STATUS               PIC XX.
01     WS-RPY-FILENAME             PIC X(40).

01     WS-SCF-FILENAME             PIC X(40).
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
       PERFORM PROCESS-INBOUND-VISITOR-USAGE
       PERFORM PRINT-SETTLEMENT-STATEMENTS
       PERFORM PRINT-RECEIVABLE-STATEMENTS
       PERFORM WRITE-ROAM-PAYABLE-EXTRACT
       CLOSE ROAMPARTNERTABLE
       PERFORM REGISTER-REPORT-FOR-DISTRIBUTION
       DISPLAY "ROAMSETTLEMENT -- RECORDS: " STT-RECORDS-READ
       END-STRING
       PERFORM WRITE-SETTLEMENT-LINE.

WRITE-ROAM-PAYABLE-EXTRACT.
       MOVE SPACES TO WS-RPY-FILENAME
       STRING "RoamPayable-" WS-SETTLEMENT-PERIOD ".dat"
           DELIMITED BY SIZE INTO WS-RPY-FILENAME
       END-STRING
       OPEN OUTPUT ROAMPAYABLEFILE
       IF WS-RPY-STATUS NOT EQUAL TO "00"
           MOVE "ROAMPAYABLEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPY-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE WS-SETTLEMENT-PERIOD TO RPY-PERIOD
       MOVE STT-NET-WHOLESALE TO RPY-PAYABLE
       MOVE STT-NET-RECEIVABLE TO RPY-RECEIVABLE
       ACCEPT RPY-RUNDATE FROM DATE YYYYMMDD
       WRITE ROAMPAYABLEREC
       IF WS-RPY-STATUS NOT EQUAL TO "00"
           MOVE "ROAMPAYABLEFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-RPY-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE ROAMPAYABLEFILE.

PRINT-RECEIVABLE-STATEMENTS.
       IF NOT INBOUND-FEED-PRESENT
           CONTINUE
