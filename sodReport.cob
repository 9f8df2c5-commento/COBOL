IDENTIFICATION DIVISION.
PROGRAM-ID. SODREPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RULEFILE ASSIGN TO "SoDRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUL-STATUS.

       SELECT EXCEPTIONFILE ASSIGN TO "SoDExceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

       SELECT WRITEOFFFILE ASSIGN TO "WriteOffs.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WOF-SUBSCRIBERID
           FILE STATUS IS WS-WOF-STATUS.

       SELECT RATECHANGELOG ASSIGN TO "RateChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCL-STATUS.

       SELECT PLANCHANGELOG ASSIGN TO "PlanChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCL-STATUS.

       SELECT SUSPENSEAUDITLOG ASSIGN TO "SuspenseAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAL-STATUS.

       SELECT PROPOSALFILE ASSIGN TO "SalaryProposal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.

       SELECT OVERRIDELOGFILE ASSIGN TO "ClearanceOverride.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.

       SELECT SECURITYEVENTLOG ASSIGN TO "SecurityEvents.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

       SELECT EMPLOYEECHANGELOG ASSIGN TO "EmployeeChange.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       SELECT EVENTWORKFILE ASSIGN TO "SoDEvent.tmp"
           FILE STATUS IS WS-EVW-STATUS.

       SELECT EVENTSORTED ASSIGN TO "SoDEvent.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVS-STATUS.

       SELECT SODREPORTFILE ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD     RULEFILE.
       COPY "SODRULE.cpy"
           REPLACING ==:RECNAME:== BY ==RULEREC==
                     ==:PREFIX:==  BY ==RUL-==.

FD     EXCEPTIONFILE.
       COPY "SODEXCEPTION.cpy"
           REPLACING ==:RECNAME:== BY ==EXCEPTIONREC==
                     ==:PREFIX:==  BY ==EXC-==.

FD     WRITEOFFFILE.
       COPY "WRITEOFF.cpy"
           REPLACING ==:RECNAME:== BY ==WRITEOFFREC==
                     ==:PREFIX:==  BY ==WOF-==.

FD     RATECHANGELOG.
01     RATECHANGELOGREC.
       02  RCL-SERVICETYPE         PIC 9.
       02  FILLER                  PIC X.
       02  RCL-DESTZONE            PIC X.
       02  FILLER                  PIC X.
       02  RCL-RATEBAND            PIC X.
       02  FILLER                  PIC X.
       02  RCL-EFFECTIVEDATE       PIC 9(8).
       02  FILLER                  PIC X.
       02  RCL-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  RCL-DISPOSITION         PIC X(8).
       02  FILLER                  PIC X.
       02  RCL-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  RCL-APPROVER            PIC X(8).
       02  FILLER                  PIC X.
       02  RCL-ENTRYTIMESTAMP      PIC 9(14).

FD     PLANCHANGELOG.
01     PLANCHANGELOGREC.
       02  PCL-OBJECT              PIC X(4).
       02  FILLER                  PIC X.
       02  PCL-KEYVALUE            PIC X(10).
       02  FILLER                  PIC X.
       02  PCL-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  PCL-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  PCL-ENTRYTIMESTAMP      PIC 9(14).

FD     SUSPENSEAUDITLOG.
01     SUSPENSEAUDITREC.
       02  SAL-ENTRYDATE           PIC 9(8).
       02  FILLER                  PIC X.
       02  SAL-SEQUENCE            PIC 9(6).
       02  FILLER                  PIC X.
       02  SAL-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  SAL-SUBSCRIBERID        PIC 9(10).
       02  FILLER                  PIC X.
       02  SAL-AMOUNT              PIC 9(7)V99.
       02  FILLER                  PIC X.
       02  SAL-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  SAL-TIMESTAMP           PIC 9(14).

FD     PROPOSALFILE.
01     PROPOSALREC.
       02  PRP-EMPSSN              PIC 9(9).
       02  PRP-GRADE               PIC X(2).
       02  PRP-DEPTCODE            PIC X(3).
       02  PRP-CURRENT-SALARY      PIC 9(7)V99.
       02  PRP-PROPOSED-SALARY     PIC 9(7)V99.
       02  PRP-PROPOSED-BY         PIC X(8).
       02  PRP-PROPOSED-TIMESTAMP  PIC 9(14).
       02  PRP-APPLIED-BY          PIC X(8).
       02  PRP-APPLIED-TIMESTAMP   PIC 9(14).

FD     OVERRIDELOGFILE.
01     OVERRIDELOGREC.
       02  OVR-PERIOD              PIC 9(6).
       02  FILLER                  PIC X.
       02  OVR-RUNDATE             PIC 9(8).
       02  FILLER                  PIC X.
       02  OVR-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  OVR-NOTE                PIC X(40).

FD     SECURITYEVENTLOG.
01     SECURITYEVENTREC.
       02  SEC-TIMESTAMP           PIC 9(14).
       02  FILLER                  PIC X.
       02  SEC-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  SEC-EVENT               PIC X(8).
       02  FILLER                  PIC X.
       02  SEC-NOTE                PIC X(30).

FD     EMPLOYEECHANGELOG.
01     EMPLOYEECHANGELOGREC.
       02  LOG-EMPSSN              PIC 9(9).
       02  FILLER                  PIC X.
       02  LOG-ACTION              PIC X.
       02  FILLER                  PIC X.
       02  LOG-OPERATORID          PIC X(8).
       02  FILLER                  PIC X.
       02  LOG-ENTRYTIMESTAMP      PIC 9(14).

SD     EVENTWORKFILE.
01     EVW-RECORD.
       02  EVW-MATCH-KEY.
           03  EVW-GROUP-TYPE      PIC X.
           03  EVW-SUBJECT         PIC X(20).
           03  EVW-OPERATORID      PIC X(8).
       02  EVW-TIMESTAMP           PIC 9(14).
       02  EVW-SOURCE              PIC X(4).
       02  EVW-ACTION              PIC X(8).
       02  EVW-REF                 PIC 9(7).
       02  EVW-DETAIL              PIC X(30).

FD     EVENTSORTED.
01     EVENTSORTEDREC.
       02  EVS-MATCH-KEY.
           03  EVS-GROUP-TYPE      PIC X.
           03  EVS-SUBJECT         PIC X(20).
           03  EVS-OPERATORID      PIC X(8).
       02  EVS-TIMESTAMP           PIC 9(14).
       02  EVS-SOURCE              PIC X(4).
       02  EVS-ACTION              PIC X(8).
       02  EVS-REF                 PIC 9(7).
       02  EVS-DETAIL              PIC X(30).

FD     SODREPORTFILE.
01     SODREPORTLINE               PIC X(132).

WORKING-STORAGE SECTION.
01     WS-RUL-STATUS               PIC XX.
01     WS-EXC-STATUS               PIC XX.
01     WS-WOF-STATUS               PIC XX.
01     WS-RCL-STATUS               PIC XX.
01     WS-PCL-STATUS               PIC XX.
01     WS-SAL-STATUS               PIC XX.
01     WS-PRP-STATUS               PIC XX.
01     WS-OVR-STATUS               PIC XX.
01     WS-SEC-STATUS               PIC XX.
01     WS-LOG-STATUS               PIC XX.
01     WS-EVW-STATUS               PIC XX.
01     WS-EVS-STATUS               PIC XX.
01     WS-RPT-STATUS               PIC XX.

01     ABEND-FILE-NAME             PIC X(24).
01     ABEND-OPERATION             PIC X(10).
01     ABEND-FILE-STATUS           PIC XX.

01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.
01     WS-SOD-PERIOD               PIC 9(6).
01     WS-SOD-PERIOD-X REDEFINES WS-SOD-PERIOD.
       02  WS-SOD-YEAR             PIC 9(4).
       02  WS-SOD-MONTH            PIC 99.
01     WS-WINDOW-PERIOD            PIC 9(6).
01     WS-WINDOW-PERIOD-X REDEFINES WS-WINDOW-PERIOD.
       02  WS-WINDOW-YEAR          PIC 9(4).
       02  WS-WINDOW-MONTH         PIC 99.
01     WS-LOOKBACK-PARM            PIC X(2) VALUE SPACES.
01     WS-LOOKBACK-MONTHS          PIC 99 VALUE 2.
01     WS-MONTH-COUNT              PIC 99.
01     WS-RPT-FILENAME             PIC X(40).
01     WS-ENTRY-DATE               PIC 9(8).

01     WS-EOF-SWITCH               PIC X.
       88  ENDOFSOURCE             VALUE "Y".
01     WS-EVS-EOF-SWITCH           PIC X VALUE "N".
       88  ENDOFSORTEDEVENTS       VALUE "Y".

01     DEFAULT-RULE-TABLE.
       02  FILLER                  PIC X(29)
                                   VALUE "S01 WOFFPROPOSE WOFFAPPROVE K".
       02  FILLER                  PIC X(40)
               VALUE "WRITE-OFF PROPOSED AND SELF-APPROVED".
       02  FILLER                  PIC X(29)
                                   VALUE "S02 RATEREQUEST RATEAPPROVE K".
       02  FILLER                  PIC X(40)
               VALUE "RATE CHANGE REQUESTED AND SELF-APPROVED".
       02  FILLER                  PIC X(29)
                                   VALUE "S03 SALYPROPOSE SALYAPPLY   K".
       02  FILLER                  PIC X(40)
               VALUE "SALARY REVIEW PROPOSED AND SELF-APPLIED".
       02  FILLER                  PIC X(29)
                                   VALUE "S04 EMPLADD     SALYPAYRISE K".
       02  FILLER                  PIC X(40)
               VALUE "EMPLOYEE ADDED AND PAY RISE APPLIED".
       02  FILLER                  PIC X(29)
                                   VALUE "S05 SUSPAPPLY   WOFFAPPROVE K".
       02  FILLER                  PIC X(40)
               VALUE "SUSPENSE APPLIED TO ACCOUNT WRITTEN OFF".
       02  FILLER                  PIC X(29)
                                   VALUE "S06 PLANENROLL  WOFFAPPROVE K".
       02  FILLER                  PIC X(40)
               VALUE "PLAN CHANGED ON ACCOUNT WRITTEN OFF".
       02  FILLER                  PIC X(29)
                                   VALUE "S07 CLROOVERRIDEPLANPRICE   P".
       02  FILLER                  PIC X(40)
               VALUE "CLEARANCE OVERRIDE BY PLAN PRICE SETTER".
       02  FILLER                  PIC X(29)
                                   VALUE "S08 CLROOVERRIDERATEAPPROVE P".
       02  FILLER                  PIC X(40)
               VALUE "CLEARANCE OVERRIDE BY RATE APPROVER".
       02  FILLER                  PIC X(29)
                                   VALUE "S09 SECYSUBJECT SECYMAINTAINK".
       02  FILLER                  PIC X(40)
               VALUE "OPERATOR MAINTAINED OWN OPERATOR RECORD".
01     FILLER REDEFINES DEFAULT-RULE-TABLE.
       02  DEFAULT-RULE-ENTRY OCCURS 9 TIMES.
           03  DFR-RULE-ID         PIC X(4).
           03  DFR-FIRST-SOURCE    PIC X(4).
           03  DFR-FIRST-ACTION    PIC X(8).
           03  DFR-SECOND-SOURCE   PIC X(4).
           03  DFR-SECOND-ACTION   PIC X(8).
           03  DFR-MATCH-TYPE      PIC X.
           03  DFR-DESCRIPTION     PIC X(40).
01     DEFAULT-RULE-COUNT          PIC 99 VALUE 9.

01     RULE-TABLE-LIMIT            PIC 99 VALUE 40.
01     RULE-STORAGE.
       02  RUT-COUNT               PIC 99 VALUE ZERO.
       02  RUT-ENTRY OCCURS 40 TIMES.
           03  RUT-RULE-ID         PIC X(4).
           03  RUT-FIRST-SOURCE    PIC X(4).
           03  RUT-FIRST-ACTION    PIC X(8).
           03  RUT-SECOND-SOURCE   PIC X(4).
           03  RUT-SECOND-ACTION   PIC X(8).
           03  RUT-MATCH-TYPE      PIC X.
           03  RUT-DESCRIPTION     PIC X(40).
           03  RUT-VIOLATIONS      PIC 9(5).
           03  RUT-SUPPRESSED      PIC 9(5).
01     RUT-IDX                     PIC 99.
01     WS-RULE-SOURCE              PIC X(20).

01     EXCEPTION-TABLE-LIMIT       PIC 9(3) VALUE 200.
01     EXCEPTION-STORAGE.
       02  EXT-COUNT               PIC 9(3) VALUE ZERO.
       02  EXT-ENTRY OCCURS 200 TIMES.
           03  EXT-RULE-ID         PIC X(4).
           03  EXT-OPERATORID      PIC X(8).
           03  EXT-SUBJECT         PIC X(20).
           03  EXT-EXPIRY-DATE     PIC 9(8).
           03  EXT-APPROVED-BY     PIC X(8).
           03  EXT-REASON          PIC X(30).
01     EXT-IDX                     PIC 9(3).
01     EXT-FOUND-IDX               PIC 9(3).

01     SOURCE-NAMES-TABLE.
       02  FILLER                  PIC X(26)
                                   VALUE "WOFFWriteOffs.tbl".
       02  FILLER                  PIC X(26)
                                   VALUE "RATERateChange.log".
       02  FILLER                  PIC X(26)
                                   VALUE "PLANPlanChange.log".
       02  FILLER                  PIC X(26)
                                   VALUE "SUSPSuspenseAudit.log".
       02  FILLER                  PIC X(26)
                                   VALUE "SALYSalaryProposal.dat".
       02  FILLER                  PIC X(26)
                                   VALUE "CLROClearanceOverride.log".
       02  FILLER                  PIC X(26)
                                   VALUE "SECYSecurityEvents.log".
       02  FILLER                  PIC X(26)
                                   VALUE "EMPLEmployeeChange.log".
01     FILLER REDEFINES SOURCE-NAMES-TABLE.
       02  SOURCE-ENTRY OCCURS 8 TIMES.
           03  SRC-CODE            PIC X(4).
           03  SRC-FILENAME        PIC X(22).
01     SOURCE-COUNTS.
       02  SRC-RECORDS-READ        PIC 9(7) OCCURS 8 TIMES.
       02  SRC-EVENTS              PIC 9(7) OCCURS 8 TIMES.
       02  SRC-PRESENT-FLAG        PIC X OCCURS 8 TIMES.
01     SRC-IDX                     PIC 9.

01     WS-EVENT-REF                PIC 9(7) VALUE ZERO.
01     WS-EVENT-TIMESTAMP          PIC 9(14).
01     WS-EVENT-TIMESTAMP-X REDEFINES WS-EVENT-TIMESTAMP.
       02  WS-EVENT-PERIOD         PIC 9(6).
       02  FILLER                  PIC 9(8).
01     WS-EVENT-SUBJECT            PIC X(20).
01     WS-EVENT-OPERATOR           PIC X(8).
01     WS-EVENT-ACTION             PIC X(8).
01     WS-EVENT-DETAIL             PIC X(30).
01     WS-MAINT-VERB               PIC X(8).
01     WS-MAINT-REST               PIC X(22).
01     WS-MAINT-ACTOR              PIC X(8).
01     WS-SALARY-REVIEW-SWITCH     PIC X.
       88  SALARY-REVIEW-NOTED     VALUE "Y".

01     GROUP-TABLE-LIMIT           PIC 9(3) VALUE 300.
01     GROUP-STORAGE.
       02  GRP-COUNT               PIC 9(3) VALUE ZERO.
       02  GRP-ENTRY OCCURS 300 TIMES.
           03  GRP-TIMESTAMP       PIC 9(14).
           03  GRP-SOURCE          PIC X(4).
           03  GRP-ACTION          PIC X(8).
           03  GRP-REF             PIC 9(7).
           03  GRP-DETAIL          PIC X(30).
01     GRP-IDX                     PIC 9(3).
01     GRP-FIRST-IDX               PIC 9(3).
01     GRP-SECOND-IDX              PIC 9(3).
01     GRP-MATCH-IDX               PIC 9(3).
01     PREV-MATCH-KEY.
       02  PREV-GROUP-TYPE         PIC X.
       02  PREV-SUBJECT            PIC X(20).
       02  PREV-OPERATORID         PIC X(8).
01     WS-LATER-TIMESTAMP          PIC 9(14).
01     WS-LATER-TIMESTAMP-X REDEFINES WS-LATER-TIMESTAMP.
       02  WS-LATER-PERIOD         PIC 9(6).
       02  WS-LATER-DAY            PIC 99.
       02  FILLER                  PIC 9(6).
01     WS-LATER-DATE               PIC 9(8).
01     WS-GROUP-OVERFLOWS          PIC 9(5) VALUE ZERO.

01     SUPPRESSED-TABLE-LIMIT      PIC 9(3) VALUE 200.
01     SUPPRESSED-STORAGE.
       02  SUP-COUNT               PIC 9(3) VALUE ZERO.
       02  SUP-ENTRY OCCURS 200 TIMES.
           03  SUP-RULE-ID         PIC X(4).
           03  SUP-OPERATORID      PIC X(8).
           03  SUP-SUBJECT         PIC X(20).
           03  SUP-APPROVED-BY     PIC X(8).
           03  SUP-REASON          PIC X(30).
01     SUP-IDX                     PIC 9(3).

01     SOD-TOTALS.
       02  SDT-EVENTS              PIC 9(7) VALUE ZERO.
       02  SDT-VIOLATIONS          PIC 9(5) VALUE ZERO.
       02  SDT-SUPPRESSED          PIC 9(5) VALUE ZERO.

01     WS-REG-REPORT-NAME          PIC X(28) VALUE
           "SEGREGATION OF DUTIES".
01     WS-REG-FILENAME             PIC X(40).
01     WS-REG-PROGRAM              PIC X(12) VALUE "SODREPORT".
01     WS-REG-PERIOD               PIC 9(6).
01     WS-REG-PAGES                PIC 9(7) VALUE 1.
01     WS-REG-RESULT               PIC 9.

01     WS-MSK-FIELD-TYPE           PIC X(4) VALUE "SSN".
01     WS-MSK-VALUE-IN             PIC X(40).
01     WS-MSK-VALUE-OUT            PIC X(40).
01     WS-MSK-LEVEL                PIC X.
01     WS-MSK-SUBJECT              PIC X(20).

01     VIOLATIONHEADERLINE.
       02  PRN-VIO-RULE-ID         PIC X(4).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRN-VIO-DESCRIPTION     PIC X(40).
       02  FILLER                  PIC X(11) VALUE "  OPERATOR ".
       02  PRN-VIO-OPERATOR        PIC X(8).
       02  FILLER                  PIC X(10) VALUE "  SUBJECT ".
       02  PRN-VIO-SUBJECT         PIC X(20).

01     VIOLATIONEVENTLINE.
       02  FILLER                  PIC X(6) VALUE SPACES.
       02  FILLER                  PIC X(7) VALUE "FIRST  ".
       02  PRN-FST-SOURCE          PIC X(4).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-FST-ACTION          PIC X(8).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-FST-TIMESTAMP       PIC 9(14).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-FST-DETAIL          PIC X(24).
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  FILLER                  PIC X(7) VALUE "SECOND ".
       02  PRN-SND-SOURCE          PIC X(4).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-SND-ACTION          PIC X(8).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-SND-TIMESTAMP       PIC 9(14).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRN-SND-DETAIL          PIC X(24).

01     PRN-COUNT                   PIC ZZ,ZZ9.
01     PRN-COUNT-2                 PIC ZZ,ZZ9.
01     PRN-RECORDS                 PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
BEGIN.
       ACCEPT WS-RUN-PARM FROM COMMAND-LINE
       IF WS-RUN-PARM(1:6) NOT NUMERIC
           DISPLAY "SOD PERIOD (YYYYMM) REQUIRED ON COMMAND LINE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-RUN-PARM(1:6) TO WS-SOD-PERIOD
       IF WS-SOD-MONTH LESS THAN 1 OR WS-SOD-MONTH GREATER THAN 12
           DISPLAY "SOD PERIOD " WS-RUN-PARM(1:6)
               " IS NOT A VALID YYYYMM - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       ACCEPT WS-LOOKBACK-PARM FROM ENVIRONMENT "SODLOOKBACK"
       IF WS-LOOKBACK-PARM NUMERIC
           MOVE WS-LOOKBACK-PARM TO WS-LOOKBACK-MONTHS
       END-IF
       MOVE WS-SOD-PERIOD TO WS-WINDOW-PERIOD
       PERFORM VARYING WS-MONTH-COUNT FROM 1 BY 1
               UNTIL WS-MONTH-COUNT GREATER THAN WS-LOOKBACK-MONTHS
           IF WS-WINDOW-MONTH EQUAL TO 1
               SUBTRACT 1 FROM WS-WINDOW-YEAR
               MOVE 12 TO WS-WINDOW-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WINDOW-MONTH
           END-IF
       END-PERFORM
       ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD
       PERFORM LOAD-SOD-RULES
       PERFORM LOAD-SOD-EXCEPTIONS
       INITIALIZE SOURCE-COUNTS
       SORT EVENTWORKFILE ON ASCENDING KEY EVW-MATCH-KEY
                             ASCENDING KEY EVW-TIMESTAMP
           INPUT PROCEDURE IS COLLECT-SOD-EVENTS
           GIVING EVENTSORTED
       IF WS-EVW-STATUS NOT EQUAL TO "00"
           MOVE "EVENTWORKFILE" TO ABEND-FILE-NAME
           MOVE "SORT" TO ABEND-OPERATION
           MOVE WS-EVW-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "SoDViolations-" WS-SOD-PERIOD ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       OPEN OUTPUT SODREPORTFILE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           MOVE "SODREPORTFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO SODREPORTLINE
       STRING "SEGREGATION OF DUTIES VIOLATIONS -- PERIOD "
           WS-SOD-PERIOD "  RUN " WS-ENTRY-DATE
           "  RULES: " WS-RULE-SOURCE
           DELIMITED BY SIZE INTO SODREPORTLINE
       END-STRING
       PERFORM WRITE-SOD-REPORT-LINE
       MOVE SPACES TO SODREPORTLINE
       STRING "EVENTS CONSIDERED FROM " WS-WINDOW-PERIOD
           " THROUGH " WS-SOD-PERIOD "; A PAIR IS REPORTED WHEN ITS "
           "LATER HALF FALLS IN THE PERIOD"
           DELIMITED BY SIZE INTO SODREPORTLINE
       END-STRING
       PERFORM WRITE-SOD-REPORT-LINE
       MOVE SPACES TO SODREPORTLINE
       PERFORM WRITE-SOD-REPORT-LINE
       PERFORM MATCH-SORTED-EVENTS
       PERFORM WRITE-SOD-SUMMARY
       CLOSE SODREPORTFILE
       MOVE WS-RPT-FILENAME TO WS-REG-FILENAME
       MOVE WS-SOD-PERIOD TO WS-REG-PERIOD
       CALL "REPORTREGISTER" USING WS-REG-REPORT-NAME,
           WS-REG-FILENAME, WS-REG-PROGRAM, WS-REG-PERIOD,
           WS-REG-PAGES, WS-REG-RESULT
       MOVE SDT-VIOLATIONS TO PRN-COUNT
       MOVE SDT-SUPPRESSED TO PRN-COUNT-2
       DISPLAY "SODREPORT -- PERIOD " WS-SOD-PERIOD " "
           PRN-COUNT " VIOLATION(S), " PRN-COUNT-2
           " SUPPRESSED BY EXCEPTION - SEE " WS-RPT-FILENAME
       IF SDT-VIOLATIONS GREATER THAN ZERO
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

LOAD-SOD-RULES.
       OPEN INPUT RULEFILE
       IF WS-RUL-STATUS EQUAL TO "00"
           MOVE "SoDRules.dat" TO WS-RULE-SOURCE
           MOVE "N" TO WS-EOF-SWITCH
           READ RULEFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF RUT-COUNT LESS THAN RULE-TABLE-LIMIT
                   ADD 1 TO RUT-COUNT
                   MOVE RUL-RULE-ID TO RUT-RULE-ID(RUT-COUNT)
                   MOVE RUL-FIRST-SOURCE TO RUT-FIRST-SOURCE(RUT-COUNT)
                   MOVE RUL-FIRST-ACTION TO RUT-FIRST-ACTION(RUT-COUNT)
                   MOVE RUL-SECOND-SOURCE
                       TO RUT-SECOND-SOURCE(RUT-COUNT)
                   MOVE RUL-SECOND-ACTION
                       TO RUT-SECOND-ACTION(RUT-COUNT)
                   MOVE RUL-MATCH-TYPE TO RUT-MATCH-TYPE(RUT-COUNT)
                   MOVE RUL-DESCRIPTION TO RUT-DESCRIPTION(RUT-COUNT)
               ELSE
                   DISPLAY "MORE THAN " RULE-TABLE-LIMIT
                       " SOD RULES - RULE " RUL-RULE-ID " IGNORED"
               END-IF
               READ RULEFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RULEFILE
       ELSE
           DISPLAY "NO SoDRules.dat - STANDARD SOD RULES USED"
           MOVE "STANDARD RULES" TO WS-RULE-SOURCE
           PERFORM VARYING RUT-IDX FROM 1 BY 1
                   UNTIL RUT-IDX GREATER THAN DEFAULT-RULE-COUNT
               ADD 1 TO RUT-COUNT
               MOVE DFR-RULE-ID(RUT-IDX) TO RUT-RULE-ID(RUT-COUNT)
               MOVE DFR-FIRST-SOURCE(RUT-IDX)
                   TO RUT-FIRST-SOURCE(RUT-COUNT)
               MOVE DFR-FIRST-ACTION(RUT-IDX)
                   TO RUT-FIRST-ACTION(RUT-COUNT)
               MOVE DFR-SECOND-SOURCE(RUT-IDX)
                   TO RUT-SECOND-SOURCE(RUT-COUNT)
               MOVE DFR-SECOND-ACTION(RUT-IDX)
                   TO RUT-SECOND-ACTION(RUT-COUNT)
               MOVE DFR-MATCH-TYPE(RUT-IDX) TO RUT-MATCH-TYPE(RUT-COUNT)
               MOVE DFR-DESCRIPTION(RUT-IDX)
                   TO RUT-DESCRIPTION(RUT-COUNT)
           END-PERFORM
       END-IF
       PERFORM VARYING RUT-IDX FROM 1 BY 1
               UNTIL RUT-IDX GREATER THAN RUT-COUNT
           MOVE ZERO TO RUT-VIOLATIONS(RUT-IDX)
           MOVE ZERO TO RUT-SUPPRESSED(RUT-IDX)
       END-PERFORM.

LOAD-SOD-EXCEPTIONS.
       OPEN INPUT EXCEPTIONFILE
       IF WS-EXC-STATUS EQUAL TO "00"
           MOVE "N" TO WS-EOF-SWITCH
           READ EXCEPTIONFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               IF EXT-COUNT LESS THAN EXCEPTION-TABLE-LIMIT
                   ADD 1 TO EXT-COUNT
                   MOVE EXC-RULE-ID TO EXT-RULE-ID(EXT-COUNT)
                   MOVE EXC-OPERATORID TO EXT-OPERATORID(EXT-COUNT)
                   MOVE EXC-SUBJECT TO EXT-SUBJECT(EXT-COUNT)
                   IF EXC-EXPIRY-DATE NUMERIC
                       MOVE EXC-EXPIRY-DATE
                           TO EXT-EXPIRY-DATE(EXT-COUNT)
                   ELSE
                       MOVE ZERO TO EXT-EXPIRY-DATE(EXT-COUNT)
                   END-IF
                   MOVE EXC-APPROVED-BY TO EXT-APPROVED-BY(EXT-COUNT)
                   MOVE EXC-REASON TO EXT-REASON(EXT-COUNT)
               ELSE
                   DISPLAY "MORE THAN " EXCEPTION-TABLE-LIMIT
                       " SOD EXCEPTIONS - REMAINDER IGNORED"
               END-IF
               READ EXCEPTIONFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXCEPTIONFILE
       ELSE
           DISPLAY "NO SoDExceptions.dat - NO VIOLATIONS SUPPRESSED"
       END-IF.

COLLECT-SOD-EVENTS.
       PERFORM COLLECT-WRITEOFF-EVENTS
       PERFORM COLLECT-RATE-CHANGE-EVENTS
       PERFORM COLLECT-PLAN-CHANGE-EVENTS
       PERFORM COLLECT-SUSPENSE-EVENTS
       PERFORM COLLECT-SALARY-REVIEW-EVENTS
       PERFORM COLLECT-CLEARANCE-OVERRIDE-EVENTS
       PERFORM COLLECT-SECURITY-EVENTS
       PERFORM COLLECT-EMPLOYEE-CHANGE-EVENTS.

COLLECT-WRITEOFF-EVENTS.
       MOVE 1 TO SRC-IDX
       OPEN INPUT WRITEOFFFILE
       IF WS-WOF-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ WRITEOFFFILE NEXT RECORD
               AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               ADD 1 TO WS-EVENT-REF
               MOVE SPACES TO WS-EVENT-SUBJECT
               STRING "SUB " WOF-SUBSCRIBERID
                   DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
               END-STRING
               MOVE SPACES TO WS-EVENT-DETAIL
               STRING "WRITE-OFF STATUS " WOF-STATUS
                   DELIMITED BY SIZE INTO WS-EVENT-DETAIL
               END-STRING
               IF WOF-PROPOSED-DATE NUMERIC
                       AND WOF-PROPOSED-DATE GREATER THAN ZERO
                   MOVE ZERO TO WS-EVENT-TIMESTAMP
                   MOVE WOF-PROPOSED-DATE TO WS-EVENT-TIMESTAMP(1:8)
                   MOVE WOF-PROPOSED-OPERATOR TO WS-EVENT-OPERATOR
                   MOVE "PROPOSE" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               IF (WOF-WRITEOFF-APPLIED OR WOF-WRITEOFF-RECOVERED)
                       AND WOF-APPROVED-DATE NUMERIC
                       AND WOF-APPROVED-OPERATOR NOT EQUAL TO SPACES
                   MOVE ZERO TO WS-EVENT-TIMESTAMP
                   MOVE WOF-APPROVED-DATE TO WS-EVENT-TIMESTAMP(1:8)
                   MOVE WOF-APPROVED-OPERATOR TO WS-EVENT-OPERATOR
                   MOVE "APPROVE" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ WRITEOFFFILE NEXT RECORD
                   AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE WRITEOFFFILE
       END-IF.

COLLECT-RATE-CHANGE-EVENTS.
       MOVE 2 TO SRC-IDX
       OPEN INPUT RATECHANGELOG
       IF WS-RCL-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ RATECHANGELOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF RCL-DISPOSITION EQUAL TO "APPLIED"
                       AND RCL-ENTRYTIMESTAMP NUMERIC
                   ADD 1 TO WS-EVENT-REF
                   MOVE SPACES TO WS-EVENT-SUBJECT
                   STRING "RATE " RCL-SERVICETYPE RCL-DESTZONE
                       RCL-RATEBAND " " RCL-EFFECTIVEDATE
                       DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                   END-STRING
                   MOVE SPACES TO WS-EVENT-DETAIL
                   STRING "RATE ACTION " RCL-ACTION
                       DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                   END-STRING
                   MOVE RCL-ENTRYTIMESTAMP TO WS-EVENT-TIMESTAMP
                   MOVE RCL-OPERATORID TO WS-EVENT-OPERATOR
                   MOVE "REQUEST" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
                   MOVE RCL-APPROVER TO WS-EVENT-OPERATOR
                   MOVE "APPROVE" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ RATECHANGELOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RATECHANGELOG
       END-IF.

COLLECT-PLAN-CHANGE-EVENTS.
       MOVE 3 TO SRC-IDX
       OPEN INPUT PLANCHANGELOG
       IF WS-PCL-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ PLANCHANGELOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF PCL-ENTRYTIMESTAMP NUMERIC
                   ADD 1 TO WS-EVENT-REF
                   MOVE SPACES TO WS-EVENT-SUBJECT
                   IF PCL-OBJECT EQUAL TO "ENRL"
                       STRING "SUB " PCL-KEYVALUE
                           DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                       END-STRING
                   ELSE
                       STRING PCL-OBJECT " " PCL-KEYVALUE
                           DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                       END-STRING
                   END-IF
                   EVALUATE PCL-ACTION
                       WHEN "P" MOVE "PRICE" TO WS-EVENT-ACTION
                       WHEN "X" MOVE "REMOVE" TO WS-EVENT-ACTION
                       WHEN "M" MOVE "PROMO" TO WS-EVENT-ACTION
                       WHEN "E" MOVE "ENROLL" TO WS-EVENT-ACTION
                       WHEN "U" MOVE "UNENROLL" TO WS-EVENT-ACTION
                       WHEN "B" MOVE "BUNDLE" TO WS-EVENT-ACTION
                       WHEN OTHER MOVE "OTHER" TO WS-EVENT-ACTION
                   END-EVALUATE
                   MOVE SPACES TO WS-EVENT-DETAIL
                   STRING PCL-OBJECT " " PCL-KEYVALUE
                       DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                   END-STRING
                   MOVE PCL-ENTRYTIMESTAMP TO WS-EVENT-TIMESTAMP
                   MOVE PCL-OPERATORID TO WS-EVENT-OPERATOR
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ PLANCHANGELOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PLANCHANGELOG
       END-IF.

COLLECT-SUSPENSE-EVENTS.
       MOVE 4 TO SRC-IDX
       OPEN INPUT SUSPENSEAUDITLOG
       IF WS-SAL-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ SUSPENSEAUDITLOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF SAL-TIMESTAMP NUMERIC
                   ADD 1 TO WS-EVENT-REF
                   MOVE SPACES TO WS-EVENT-SUBJECT
                   STRING "SUB " SAL-SUBSCRIBERID
                       DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                   END-STRING
                   EVALUATE SAL-ACTION
                       WHEN "A" MOVE "APPLY" TO WS-EVENT-ACTION
                       WHEN "R" MOVE "REFUND" TO WS-EVENT-ACTION
                       WHEN OTHER MOVE "OTHER" TO WS-EVENT-ACTION
                   END-EVALUATE
                   MOVE SPACES TO WS-EVENT-DETAIL
                   STRING "ITEM " SAL-ENTRYDATE "/" SAL-SEQUENCE
                       DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                   END-STRING
                   MOVE SAL-TIMESTAMP TO WS-EVENT-TIMESTAMP
                   MOVE SAL-OPERATORID TO WS-EVENT-OPERATOR
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ SUSPENSEAUDITLOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE SUSPENSEAUDITLOG
       END-IF.

COLLECT-SALARY-REVIEW-EVENTS.
       MOVE 5 TO SRC-IDX
       OPEN INPUT PROPOSALFILE
       IF WS-PRP-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-SALARY-REVIEW-SWITCH
           READ PROPOSALFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF PRP-PROPOSED-TIMESTAMP NUMERIC
                   IF NOT SALARY-REVIEW-NOTED
                       PERFORM RELEASE-SALARY-REVIEW-EVENTS
                   END-IF
                   IF PRP-APPLIED-BY NOT EQUAL TO SPACES
                           AND PRP-APPLIED-TIMESTAMP NUMERIC
                           AND PRP-PROPOSED-SALARY NOT EQUAL TO
                               PRP-CURRENT-SALARY
                       MOVE SPACES TO WS-EVENT-SUBJECT
                       STRING "EMP " PRP-EMPSSN
                           DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                       END-STRING
                       MOVE SPACES TO WS-EVENT-DETAIL
                       STRING "GRADE " PRP-GRADE " DEPT " PRP-DEPTCODE
                           DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                       END-STRING
                       MOVE PRP-APPLIED-TIMESTAMP TO WS-EVENT-TIMESTAMP
                       MOVE PRP-APPLIED-BY TO WS-EVENT-OPERATOR
                       MOVE "PAYRISE" TO WS-EVENT-ACTION
                       PERFORM RELEASE-SOD-EVENT
                   END-IF
               END-IF
               READ PROPOSALFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PROPOSALFILE
       END-IF.

RELEASE-SALARY-REVIEW-EVENTS.
       SET SALARY-REVIEW-NOTED TO TRUE
       ADD 1 TO WS-EVENT-REF
       MOVE SPACES TO WS-EVENT-SUBJECT
       STRING "REVIEW " PRP-PROPOSED-TIMESTAMP
           DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
       END-STRING
       MOVE "SALARY REVIEW PROPOSAL" TO WS-EVENT-DETAIL
       MOVE PRP-PROPOSED-TIMESTAMP TO WS-EVENT-TIMESTAMP
       MOVE PRP-PROPOSED-BY TO WS-EVENT-OPERATOR
       MOVE "PROPOSE" TO WS-EVENT-ACTION
       PERFORM RELEASE-SOD-EVENT
       IF PRP-APPLIED-BY NOT EQUAL TO SPACES
               AND PRP-APPLIED-TIMESTAMP NUMERIC
           MOVE PRP-APPLIED-TIMESTAMP TO WS-EVENT-TIMESTAMP
           MOVE PRP-APPLIED-BY TO WS-EVENT-OPERATOR
           MOVE "APPLY" TO WS-EVENT-ACTION
           PERFORM RELEASE-SOD-EVENT
       END-IF.

COLLECT-CLEARANCE-OVERRIDE-EVENTS.
       MOVE 6 TO SRC-IDX
       OPEN INPUT OVERRIDELOGFILE
       IF WS-OVR-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ OVERRIDELOGFILE AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF OVR-RUNDATE NUMERIC
                   ADD 1 TO WS-EVENT-REF
                   MOVE SPACES TO WS-EVENT-SUBJECT
                   STRING "PERIOD " OVR-PERIOD
                       DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                   END-STRING
                   MOVE OVR-NOTE TO WS-EVENT-DETAIL
                   MOVE ZERO TO WS-EVENT-TIMESTAMP
                   MOVE OVR-RUNDATE TO WS-EVENT-TIMESTAMP(1:8)
                   MOVE OVR-OPERATORID TO WS-EVENT-OPERATOR
                   MOVE "OVERRIDE" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ OVERRIDELOGFILE AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE OVERRIDELOGFILE
       END-IF.

COLLECT-SECURITY-EVENTS.
       MOVE 7 TO SRC-IDX
       OPEN INPUT SECURITYEVENTLOG
       IF WS-SEC-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ SECURITYEVENTLOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF SEC-TIMESTAMP NUMERIC
                   AND (SEC-EVENT EQUAL TO "OPRADD"
                     OR SEC-EVENT EQUAL TO "OPRUPD"
                     OR SEC-EVENT EQUAL TO "ROLECHG"
                     OR SEC-EVENT EQUAL TO "OPRDEL"
                     OR SEC-EVENT EQUAL TO "UNLOCK"
                     OR SEC-EVENT EQUAL TO "RECKEEP"
                     OR SEC-EVENT EQUAL TO "RECLOCK")
                   MOVE SPACES TO WS-MAINT-VERB
                   MOVE SPACES TO WS-MAINT-REST
                   MOVE SPACES TO WS-MAINT-ACTOR
                   UNSTRING SEC-NOTE DELIMITED BY " BY "
                       INTO WS-MAINT-VERB, WS-MAINT-REST
                   END-UNSTRING
                   UNSTRING WS-MAINT-REST DELIMITED BY SPACE
                       INTO WS-MAINT-ACTOR
                   END-UNSTRING
                   ADD 1 TO WS-EVENT-REF
                   MOVE SPACES TO WS-EVENT-SUBJECT
                   STRING "OPR " SEC-OPERATORID
                       DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                   END-STRING
                   MOVE SPACES TO WS-EVENT-DETAIL
                   STRING SEC-EVENT " " SEC-NOTE
                       DELIMITED BY SIZE INTO WS-EVENT-DETAIL
                   END-STRING
                   MOVE SEC-TIMESTAMP TO WS-EVENT-TIMESTAMP
                   MOVE SEC-OPERATORID TO WS-EVENT-OPERATOR
                   MOVE "SUBJECT" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
                   MOVE WS-MAINT-ACTOR TO WS-EVENT-OPERATOR
                   MOVE "MAINTAIN" TO WS-EVENT-ACTION
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ SECURITYEVENTLOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE SECURITYEVENTLOG
       END-IF.

COLLECT-EMPLOYEE-CHANGE-EVENTS.
       MOVE 8 TO SRC-IDX
       OPEN INPUT EMPLOYEECHANGELOG
       IF WS-LOG-STATUS NOT EQUAL TO "00"
           PERFORM NOTE-SOURCE-MISSING
       ELSE
           MOVE "Y" TO SRC-PRESENT-FLAG(SRC-IDX)
           MOVE "N" TO WS-EOF-SWITCH
           READ EMPLOYEECHANGELOG AT END SET ENDOFSOURCE TO TRUE
           END-READ
           PERFORM UNTIL ENDOFSOURCE
               ADD 1 TO SRC-RECORDS-READ(SRC-IDX)
               IF LOG-ENTRYTIMESTAMP NUMERIC
                   ADD 1 TO WS-EVENT-REF
                   MOVE SPACES TO WS-EVENT-SUBJECT
                   STRING "EMP " LOG-EMPSSN
                       DELIMITED BY SIZE INTO WS-EVENT-SUBJECT
                   END-STRING
                   EVALUATE LOG-ACTION
                       WHEN "A" MOVE "ADD" TO WS-EVENT-ACTION
                       WHEN "U" MOVE "UPDATE" TO WS-EVENT-ACTION
                       WHEN "D" MOVE "DELETE" TO WS-EVENT-ACTION
                       WHEN "T" MOVE "TERMINATE" TO WS-EVENT-ACTION
                       WHEN OTHER MOVE "OTHER" TO WS-EVENT-ACTION
                   END-EVALUATE
                   MOVE "EMPLOYEE RECORD CHANGE" TO WS-EVENT-DETAIL
                   MOVE LOG-ENTRYTIMESTAMP TO WS-EVENT-TIMESTAMP
                   MOVE LOG-OPERATORID TO WS-EVENT-OPERATOR
                   PERFORM RELEASE-SOD-EVENT
               END-IF
               READ EMPLOYEECHANGELOG AT END SET ENDOFSOURCE TO TRUE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEECHANGELOG
       END-IF.

NOTE-SOURCE-MISSING.
       MOVE "N" TO SRC-PRESENT-FLAG(SRC-IDX)
       DISPLAY SRC-FILENAME(SRC-IDX) " NOT AVAILABLE - FILE STATUS "
           "NOT 00 - ITS RULES CANNOT FIRE THIS RUN".

RELEASE-SOD-EVENT.
       IF WS-EVENT-PERIOD NOT LESS THAN WS-WINDOW-PERIOD
               AND WS-EVENT-PERIOD NOT GREATER THAN WS-SOD-PERIOD
               AND WS-EVENT-OPERATOR NOT EQUAL TO SPACES
           ADD 1 TO SRC-EVENTS(SRC-IDX)
           ADD 1 TO SDT-EVENTS
           MOVE "K" TO EVW-GROUP-TYPE
           MOVE WS-EVENT-SUBJECT TO EVW-SUBJECT
           MOVE WS-EVENT-OPERATOR TO EVW-OPERATORID
           MOVE WS-EVENT-TIMESTAMP TO EVW-TIMESTAMP
           MOVE SRC-CODE(SRC-IDX) TO EVW-SOURCE
           MOVE WS-EVENT-ACTION TO EVW-ACTION
           MOVE WS-EVENT-REF TO EVW-REF
           MOVE WS-EVENT-DETAIL TO EVW-DETAIL
           RELEASE EVW-RECORD
           IF WS-EVENT-PERIOD EQUAL TO WS-SOD-PERIOD
               MOVE "P" TO EVW-GROUP-TYPE
               MOVE SPACES TO EVW-SUBJECT
               STRING "PERIOD " WS-SOD-PERIOD
                   DELIMITED BY SIZE INTO EVW-SUBJECT
               END-STRING
               RELEASE EVW-RECORD
           END-IF
       END-IF.

MATCH-SORTED-EVENTS.
       OPEN INPUT EVENTSORTED
       IF WS-EVS-STATUS NOT EQUAL TO "00"
           MOVE "EVENTSORTED" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-EVS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-SORTED-EVENT-RECORD
       PERFORM UNTIL ENDOFSORTEDEVENTS
           MOVE EVS-MATCH-KEY TO PREV-MATCH-KEY
           MOVE ZERO TO GRP-COUNT
           PERFORM UNTIL ENDOFSORTEDEVENTS
                   OR EVS-MATCH-KEY NOT EQUAL TO PREV-MATCH-KEY
               IF GRP-COUNT LESS THAN GROUP-TABLE-LIMIT
                   ADD 1 TO GRP-COUNT
                   MOVE EVS-TIMESTAMP TO GRP-TIMESTAMP(GRP-COUNT)
                   MOVE EVS-SOURCE TO GRP-SOURCE(GRP-COUNT)
                   MOVE EVS-ACTION TO GRP-ACTION(GRP-COUNT)
                   MOVE EVS-REF TO GRP-REF(GRP-COUNT)
                   MOVE EVS-DETAIL TO GRP-DETAIL(GRP-COUNT)
               ELSE
                   ADD 1 TO WS-GROUP-OVERFLOWS
               END-IF
               PERFORM READ-SORTED-EVENT-RECORD
           END-PERFORM
           IF GRP-COUNT GREATER THAN 1
               PERFORM VARYING RUT-IDX FROM 1 BY 1
                       UNTIL RUT-IDX GREATER THAN RUT-COUNT
                   IF RUT-MATCH-TYPE(RUT-IDX) EQUAL TO PREV-GROUP-TYPE
                       PERFORM APPLY-RULE-TO-GROUP
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       CLOSE EVENTSORTED.

APPLY-RULE-TO-GROUP.
       PERFORM VARYING GRP-SECOND-IDX FROM 1 BY 1
               UNTIL GRP-SECOND-IDX GREATER THAN GRP-COUNT
           IF GRP-SOURCE(GRP-SECOND-IDX) EQUAL TO
                   RUT-SECOND-SOURCE(RUT-IDX)
                   AND GRP-ACTION(GRP-SECOND-IDX) EQUAL TO
                       RUT-SECOND-ACTION(RUT-IDX)
               PERFORM FIND-FIRST-HALF
               IF GRP-MATCH-IDX GREATER THAN ZERO
                   PERFORM RECORD-SOD-VIOLATION
               END-IF
           END-IF
       END-PERFORM.

FIND-FIRST-HALF.
       MOVE ZERO TO GRP-MATCH-IDX
       PERFORM VARYING GRP-FIRST-IDX FROM 1 BY 1
               UNTIL GRP-FIRST-IDX GREATER THAN GRP-COUNT
           IF GRP-FIRST-IDX NOT EQUAL TO GRP-SECOND-IDX
                   AND GRP-SOURCE(GRP-FIRST-IDX) EQUAL TO
                       RUT-FIRST-SOURCE(RUT-IDX)
                   AND GRP-ACTION(GRP-FIRST-IDX) EQUAL TO
                       RUT-FIRST-ACTION(RUT-IDX)
               IF GRP-TIMESTAMP(GRP-FIRST-IDX) GREATER THAN
                       GRP-TIMESTAMP(GRP-SECOND-IDX)
                   MOVE GRP-TIMESTAMP(GRP-FIRST-IDX)
                       TO WS-LATER-TIMESTAMP
               ELSE
                   MOVE GRP-TIMESTAMP(GRP-SECOND-IDX)
                       TO WS-LATER-TIMESTAMP
               END-IF
               IF WS-LATER-PERIOD EQUAL TO WS-SOD-PERIOD
                   IF GRP-MATCH-IDX EQUAL TO ZERO
                       MOVE GRP-FIRST-IDX TO GRP-MATCH-IDX
                   END-IF
                   IF GRP-REF(GRP-FIRST-IDX) EQUAL TO
                           GRP-REF(GRP-SECOND-IDX)
                       MOVE GRP-FIRST-IDX TO GRP-MATCH-IDX
                       MOVE GRP-COUNT TO GRP-FIRST-IDX
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

RECORD-SOD-VIOLATION.
       IF GRP-TIMESTAMP(GRP-MATCH-IDX) GREATER THAN
               GRP-TIMESTAMP(GRP-SECOND-IDX)
           MOVE GRP-TIMESTAMP(GRP-MATCH-IDX)(1:8) TO WS-LATER-DATE
       ELSE
           MOVE GRP-TIMESTAMP(GRP-SECOND-IDX)(1:8) TO WS-LATER-DATE
       END-IF
       MOVE ZERO TO EXT-FOUND-IDX
       PERFORM VARYING EXT-IDX FROM 1 BY 1
               UNTIL EXT-IDX GREATER THAN EXT-COUNT
           IF EXT-RULE-ID(EXT-IDX) EQUAL TO RUT-RULE-ID(RUT-IDX)
                   AND EXT-OPERATORID(EXT-IDX) EQUAL TO PREV-OPERATORID
                   AND (EXT-SUBJECT(EXT-IDX) EQUAL TO SPACES
                     OR EXT-SUBJECT(EXT-IDX) EQUAL TO PREV-SUBJECT)
                   AND (EXT-EXPIRY-DATE(EXT-IDX) EQUAL TO ZERO
                     OR EXT-EXPIRY-DATE(EXT-IDX) NOT LESS THAN
                         WS-LATER-DATE)
               MOVE EXT-IDX TO EXT-FOUND-IDX
               MOVE EXT-COUNT TO EXT-IDX
           END-IF
       END-PERFORM
       IF EXT-FOUND-IDX GREATER THAN ZERO
           ADD 1 TO SDT-SUPPRESSED
           ADD 1 TO RUT-SUPPRESSED(RUT-IDX)
           IF SUP-COUNT LESS THAN SUPPRESSED-TABLE-LIMIT
               ADD 1 TO SUP-COUNT
               MOVE RUT-RULE-ID(RUT-IDX) TO SUP-RULE-ID(SUP-COUNT)
               MOVE PREV-OPERATORID TO SUP-OPERATORID(SUP-COUNT)
               MOVE PREV-SUBJECT TO SUP-SUBJECT(SUP-COUNT)
               MOVE EXT-APPROVED-BY(EXT-FOUND-IDX)
                   TO SUP-APPROVED-BY(SUP-COUNT)
               MOVE EXT-REASON(EXT-FOUND-IDX) TO SUP-REASON(SUP-COUNT)
           END-IF
       ELSE
           ADD 1 TO SDT-VIOLATIONS
           ADD 1 TO RUT-VIOLATIONS(RUT-IDX)
           MOVE RUT-RULE-ID(RUT-IDX) TO PRN-VIO-RULE-ID
           MOVE RUT-DESCRIPTION(RUT-IDX) TO PRN-VIO-DESCRIPTION
           MOVE PREV-OPERATORID TO PRN-VIO-OPERATOR
           MOVE PREV-SUBJECT TO WS-MSK-SUBJECT
           PERFORM MASK-EMPLOYEE-SUBJECT
           MOVE WS-MSK-SUBJECT TO PRN-VIO-SUBJECT
           MOVE VIOLATIONHEADERLINE TO SODREPORTLINE
           PERFORM WRITE-SOD-REPORT-LINE
           MOVE GRP-SOURCE(GRP-MATCH-IDX) TO PRN-FST-SOURCE
           MOVE GRP-ACTION(GRP-MATCH-IDX) TO PRN-FST-ACTION
           MOVE GRP-TIMESTAMP(GRP-MATCH-IDX) TO PRN-FST-TIMESTAMP
           MOVE GRP-DETAIL(GRP-MATCH-IDX) TO PRN-FST-DETAIL
           MOVE GRP-SOURCE(GRP-SECOND-IDX) TO PRN-SND-SOURCE
           MOVE GRP-ACTION(GRP-SECOND-IDX) TO PRN-SND-ACTION
           MOVE GRP-TIMESTAMP(GRP-SECOND-IDX) TO PRN-SND-TIMESTAMP
           MOVE GRP-DETAIL(GRP-SECOND-IDX) TO PRN-SND-DETAIL
           MOVE VIOLATIONEVENTLINE TO SODREPORTLINE
           PERFORM WRITE-SOD-REPORT-LINE
       END-IF.

WRITE-SOD-SUMMARY.
       IF SDT-VIOLATIONS EQUAL TO ZERO
           MOVE "NO UNEXCEPTED VIOLATIONS FOUND" TO SODREPORTLINE
           PERFORM WRITE-SOD-REPORT-LINE
       END-IF
       IF SUP-COUNT GREATER THAN ZERO
           MOVE SPACES TO SODREPORTLINE
           PERFORM WRITE-SOD-REPORT-LINE
           MOVE "SUPPRESSED BY APPROVED EXCEPTION" TO SODREPORTLINE
           PERFORM WRITE-SOD-REPORT-LINE
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX GREATER THAN SUP-COUNT
               MOVE SUP-SUBJECT(SUP-IDX) TO WS-MSK-SUBJECT
               PERFORM MASK-EMPLOYEE-SUBJECT
               MOVE SPACES TO SODREPORTLINE
               STRING "  " SUP-RULE-ID(SUP-IDX)
                   "  OPERATOR " SUP-OPERATORID(SUP-IDX)
                   "  SUBJECT " WS-MSK-SUBJECT
                   "  APPROVED BY " SUP-APPROVED-BY(SUP-IDX)
                   "  " SUP-REASON(SUP-IDX)
                   DELIMITED BY SIZE INTO SODREPORTLINE
               END-STRING
               PERFORM WRITE-SOD-REPORT-LINE
           END-PERFORM
       END-IF
       MOVE SPACES TO SODREPORTLINE
       PERFORM WRITE-SOD-REPORT-LINE
       MOVE "VIOLATIONS BY RULE" TO SODREPORTLINE
       PERFORM WRITE-SOD-REPORT-LINE
       PERFORM VARYING RUT-IDX FROM 1 BY 1
               UNTIL RUT-IDX GREATER THAN RUT-COUNT
           MOVE RUT-VIOLATIONS(RUT-IDX) TO PRN-COUNT
           MOVE RUT-SUPPRESSED(RUT-IDX) TO PRN-COUNT-2
           MOVE SPACES TO SODREPORTLINE
           STRING "  " RUT-RULE-ID(RUT-IDX) "  "
               RUT-DESCRIPTION(RUT-IDX)
               "  REPORTED " PRN-COUNT "  SUPPRESSED " PRN-COUNT-2
               DELIMITED BY SIZE INTO SODREPORTLINE
           END-STRING
           PERFORM WRITE-SOD-REPORT-LINE
       END-PERFORM
       MOVE SPACES TO SODREPORTLINE
       PERFORM WRITE-SOD-REPORT-LINE
       MOVE "SOURCE LOGS" TO SODREPORTLINE
       PERFORM WRITE-SOD-REPORT-LINE
       PERFORM VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX GREATER THAN 8
           MOVE SPACES TO SODREPORTLINE
           IF SRC-PRESENT-FLAG(SRC-IDX) EQUAL TO "Y"
               MOVE SRC-RECORDS-READ(SRC-IDX) TO PRN-RECORDS
               STRING "  " SRC-CODE(SRC-IDX) "  "
                   SRC-FILENAME(SRC-IDX) "  RECORDS " PRN-RECORDS
                   DELIMITED BY SIZE INTO SODREPORTLINE
               END-STRING
               MOVE SRC-EVENTS(SRC-IDX) TO PRN-RECORDS
               STRING "  EVENTS IN WINDOW " PRN-RECORDS
                   DELIMITED BY SIZE INTO SODREPORTLINE(54:)
               END-STRING
           ELSE
               STRING "  " SRC-CODE(SRC-IDX) "  "
                   SRC-FILENAME(SRC-IDX) "  NOT AVAILABLE"
                   DELIMITED BY SIZE INTO SODREPORTLINE
               END-STRING
           END-IF
           PERFORM WRITE-SOD-REPORT-LINE
       END-PERFORM
       IF WS-GROUP-OVERFLOWS GREATER THAN ZERO
           MOVE WS-GROUP-OVERFLOWS TO PRN-COUNT
           MOVE SPACES TO SODREPORTLINE
           STRING "WARNING - " PRN-COUNT " EVENT(S) BEYOND THE "
               GROUP-TABLE-LIMIT " PER SUBJECT AND OPERATOR WERE "
               "NOT MATCHED"
               DELIMITED BY SIZE INTO SODREPORTLINE
           END-STRING
           PERFORM WRITE-SOD-REPORT-LINE
       END-IF.

READ-SORTED-EVENT-RECORD.
       READ EVENTSORTED AT END SET ENDOFSORTEDEVENTS TO TRUE
       END-READ
       IF WS-EVS-STATUS NOT EQUAL TO "00"
               AND WS-EVS-STATUS NOT EQUAL TO "10"
           MOVE "EVENTSORTED" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-EVS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

MASK-EMPLOYEE-SUBJECT.
       IF WS-MSK-SUBJECT(1:4) EQUAL TO "EMP "
           MOVE WS-MSK-SUBJECT(5:9) TO WS-MSK-VALUE-IN
           CALL "REPORTMASK" USING WS-REG-REPORT-NAME,
               WS-MSK-FIELD-TYPE, WS-MSK-VALUE-IN, WS-MSK-VALUE-OUT,
               WS-MSK-LEVEL
           MOVE WS-MSK-VALUE-OUT(1:9) TO WS-MSK-SUBJECT(5:9)
       END-IF.

WRITE-SOD-REPORT-LINE.
       WRITE SODREPORTLINE
       IF WS-RPT-STATUS NOT EQUAL TO "00"
           DISPLAY "ERROR WRITING SOD REPORT - FILE STATUS "
               WS-RPT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

FILE-ERROR-HANDLER.
       DISPLAY "FILE I/O ERROR ON " ABEND-FILE-NAME
           " DURING " ABEND-OPERATION
           " - FILE STATUS = " ABEND-FILE-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN.
