IDENTIFICATION DIVISION.
PROGRAM-ID. RATEBAND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT HOLIDAYCALENDAR ASSIGN TO "HolidayCalendar.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HOL-HOLIDAYDATE
           FILE STATUS IS WS-HOL-STATUS.

       SELECT PEAKWINDOWTABLE ASSIGN TO "PeakWindows.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PKW-WINDOW-KEY
           FILE STATUS IS WS-PKW-STATUS.

DATA DIVISION.
FILE SECTION.

FD     HOLIDAYCALENDAR.
       COPY "HOLIDAYCALENDAR.cpy"
           REPLACING ==:RECNAME:== BY ==HOLIDAYCALENDARREC==
                     ==:PREFIX:==  BY ==HOL-==.

FD     PEAKWINDOWTABLE.
       COPY "PEAKWINDOW.cpy"
           REPLACING ==:RECNAME:== BY ==PEAKWINDOWREC==
                     ==:PREFIX:==  BY ==PKW-==.

WORKING-STORAGE SECTION.
01     WS-YEAR                 PIC 9(4).
01     WS-MONTH                PIC 99.
01     WS-DAY                  PIC 99.
01     WS-HOUR                 PIC 99.
01     WS-CALL-DATE            PIC 9(8).
01     WS-ZELLER-YEAR          PIC 9(4).
01     WS-ZELLER-MONTH         PIC 99.
01     WS-ZELLER-CENTURY       PIC 99.
01     WS-ZELLER-QUOTIENT      PIC 9(7).
01     WS-ZELLER-H             PIC 99.

01     DEFAULT-PEAK-START-HOUR PIC 99 VALUE 8.
01     DEFAULT-PEAK-END-HOUR   PIC 99 VALUE 18.
01     PEAK-START-HOUR         PIC 99.
01     PEAK-END-HOUR           PIC 99.

01     WS-HOL-STATUS           PIC XX.
01     WS-PKW-STATUS           PIC XX.
01     WS-HOL-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFHOLIDAYS       VALUE "Y".
01     WS-PKW-EOF-SWITCH       PIC X VALUE "N".
       88  ENDOFPEAKWINDOWS    VALUE "Y".
01     WS-TABLES-LOADED-SWITCH PIC X VALUE "N".
       88  BAND-TABLES-LOADED  VALUE "Y".
01     WS-HOLIDAY-SWITCH       PIC X.
       88  CALL-ON-HOLIDAY     VALUE "Y".

01     HOLIDAY-TABLE-LIMIT     PIC 9(3) VALUE 400.
01     HOLIDAY-TABLE.
       02  HLT-COUNT           PIC 9(3) VALUE ZERO.
       02  HLT-DATE            PIC 9(8) OCCURS 400 TIMES.
01     HLT-IDX                 PIC 9(3).

01     WINDOW-TABLE-LIMIT      PIC 9(3) VALUE 100.
01     WINDOW-TABLE.
       02  PWT-COUNT           PIC 9(3) VALUE ZERO.
       02  PWT-ENTRY OCCURS 100 TIMES.
           03  PWT-SERVICETYPE     PIC 9.
           03  PWT-EFFECTIVEDATE   PIC 9(8).
           03  PWT-PEAK-START-HOUR PIC 99.
           03  PWT-PEAK-END-HOUR   PIC 99.
01     PWT-IDX                 PIC 9(3).
01     PWT-BEST-IDX            PIC 9(3).
01     PWT-CURRENT-IDX         PIC 9(3).
01     PWT-DATE-LIMIT          PIC 9(8).

LINKAGE SECTION.
01     CALL-TIMESTAMP          PIC 9(12).
01     CALL-SERVICETYPE        PIC 9.
01     RATE-BAND-BASIS         PIC X.
       88  BASIS-CURRENT-RULES VALUE "C".
       88  BASIS-PRIOR-RULES   VALUE "P".
01     RATE-BAND-RESULT        PIC X.
       88  BAND-IS-PEAK        VALUE "P".
       88  BAND-IS-OFFPEAK     VALUE "O".
       88  DAY-IS-SATURDAY     VALUE 0.
       88  DAY-IS-SUNDAY       VALUE 1.

PROCEDURE DIVISION USING CALL-TIMESTAMP, CALL-SERVICETYPE,
        RATE-BAND-BASIS, RATE-BAND-RESULT, DAY-OF-WEEK-RESULT.
BEGIN.
       IF NOT BAND-TABLES-LOADED
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-PEAK-WINDOWS
           SET BAND-TABLES-LOADED TO TRUE
       END-IF
       MOVE CALL-TIMESTAMP(1:8) TO WS-CALL-DATE
       MOVE CALL-TIMESTAMP(1:4) TO WS-YEAR
       MOVE CALL-TIMESTAMP(5:2) TO WS-MONTH
       MOVE CALL-TIMESTAMP(7:2) TO WS-DAY
       DIVIDE WS-ZELLER-WORK BY 7 GIVING WS-ZELLER-QUOTIENT
           REMAINDER WS-ZELLER-H
       MOVE WS-ZELLER-H TO DAY-OF-WEEK-RESULT
       MOVE "N" TO WS-HOLIDAY-SWITCH
       IF NOT BASIS-PRIOR-RULES
           PERFORM CHECK-HOLIDAY-CALENDAR
       END-IF
       PERFORM FIND-PEAK-WINDOW
       IF DAY-IS-SATURDAY OR DAY-IS-SUNDAY OR CALL-ON-HOLIDAY
           SET BAND-IS-WEEKEND TO TRUE
       ELSE
           IF WS-HOUR GREATER THAN OR EQUAL TO PEAK-START-HOUR
           END-IF
       END-IF
       EXIT PROGRAM.

CHECK-HOLIDAY-CALENDAR.
       PERFORM VARYING HLT-IDX FROM 1 BY 1
               UNTIL HLT-IDX GREATER THAN HLT-COUNT
           IF HLT-DATE(HLT-IDX) EQUAL TO WS-CALL-DATE
               SET CALL-ON-HOLIDAY TO TRUE
               MOVE HLT-COUNT TO HLT-IDX
           END-IF
       END-PERFORM.

FIND-PEAK-WINDOW.
       MOVE WS-CALL-DATE TO PWT-DATE-LIMIT
       PERFORM SELECT-WINDOW-IN-FORCE
       MOVE PWT-BEST-IDX TO PWT-CURRENT-IDX
       IF BASIS-PRIOR-RULES AND PWT-CURRENT-IDX GREATER THAN ZERO
           IF PWT-EFFECTIVEDATE(PWT-CURRENT-IDX) GREATER THAN ZERO
               COMPUTE PWT-DATE-LIMIT =
                   PWT-EFFECTIVEDATE(PWT-CURRENT-IDX) - 1
               PERFORM SELECT-WINDOW-IN-FORCE
           ELSE
               MOVE ZERO TO PWT-BEST-IDX
           END-IF
       END-IF
       IF PWT-BEST-IDX GREATER THAN ZERO
           MOVE PWT-PEAK-START-HOUR(PWT-BEST-IDX) TO PEAK-START-HOUR
           MOVE PWT-PEAK-END-HOUR(PWT-BEST-IDX) TO PEAK-END-HOUR
       ELSE
           MOVE DEFAULT-PEAK-START-HOUR TO PEAK-START-HOUR
           MOVE DEFAULT-PEAK-END-HOUR TO PEAK-END-HOUR
       END-IF.

SELECT-WINDOW-IN-FORCE.
       MOVE ZERO TO PWT-BEST-IDX
       PERFORM VARYING PWT-IDX FROM 1 BY 1
               UNTIL PWT-IDX GREATER THAN PWT-COUNT
           IF (PWT-SERVICETYPE(PWT-IDX) EQUAL TO CALL-SERVICETYPE
                   OR PWT-SERVICETYPE(PWT-IDX) EQUAL TO ZERO)
                   AND PWT-EFFECTIVEDATE(PWT-IDX)
                       LESS THAN OR EQUAL TO PWT-DATE-LIMIT
               PERFORM CONSIDER-WINDOW-CANDIDATE
           END-IF
       END-PERFORM.

CONSIDER-WINDOW-CANDIDATE.
       IF PWT-BEST-IDX EQUAL TO ZERO
           MOVE PWT-IDX TO PWT-BEST-IDX
       ELSE
           IF PWT-SERVICETYPE(PWT-IDX) NOT EQUAL TO ZERO
                   AND PWT-SERVICETYPE(PWT-BEST-IDX) EQUAL TO ZERO
               MOVE PWT-IDX TO PWT-BEST-IDX
           ELSE
               IF PWT-SERVICETYPE(PWT-IDX) EQUAL TO
                       PWT-SERVICETYPE(PWT-BEST-IDX)
                   AND PWT-EFFECTIVEDATE(PWT-IDX) GREATER THAN
                       PWT-EFFECTIVEDATE(PWT-BEST-IDX)
                   MOVE PWT-IDX TO PWT-BEST-IDX
               END-IF
           END-IF
       END-IF.

LOAD-HOLIDAY-CALENDAR.
       MOVE ZERO TO HLT-COUNT
       OPEN INPUT HOLIDAYCALENDAR
       IF WS-HOL-STATUS NOT EQUAL TO "00"
           DISPLAY "NO HOLIDAY CALENDAR PRESENT - "
               "PUBLIC HOLIDAYS BANDED AS NORMAL DAYS"
       ELSE
           MOVE "N" TO WS-HOL-EOF-SWITCH
           READ HOLIDAYCALENDAR
               AT END SET ENDOFHOLIDAYS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFHOLIDAYS
               IF HLT-COUNT LESS THAN HOLIDAY-TABLE-LIMIT
                   ADD 1 TO HLT-COUNT
                   MOVE HOL-HOLIDAYDATE TO HLT-DATE(HLT-COUNT)
               ELSE
                   DISPLAY "HOLIDAY CALENDAR FULL - DATE "
                       HOL-HOLIDAYDATE " IGNORED"
               END-IF
               READ HOLIDAYCALENDAR
                   AT END SET ENDOFHOLIDAYS TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOLIDAYCALENDAR
       END-IF.

LOAD-PEAK-WINDOWS.
       MOVE ZERO TO PWT-COUNT
       OPEN INPUT PEAKWINDOWTABLE
       IF WS-PKW-STATUS NOT EQUAL TO "00"
           DISPLAY "NO PEAK WINDOW TABLE PRESENT - "
               "PEAK BANDED 08 TO 18 ON WEEKDAYS"
       ELSE
           MOVE "N" TO WS-PKW-EOF-SWITCH
           READ PEAKWINDOWTABLE
               AT END SET ENDOFPEAKWINDOWS TO TRUE
           END-READ
           PERFORM UNTIL ENDOFPEAKWINDOWS
               IF PKW-PEAK-START-HOUR GREATER THAN 23
                       OR PKW-PEAK-END-HOUR GREATER THAN 23
                       OR PKW-PEAK-START-HOUR GREATER THAN
                           PKW-PEAK-END-HOUR
                   DISPLAY "PEAK WINDOW FOR SERVICE "
                       PKW-SERVICETYPE " FROM " PKW-EFFECTIVEDATE
                       " HAS INVALID HOURS - IGNORED"
               ELSE
               IF PWT-COUNT LESS THAN WINDOW-TABLE-LIMIT
                   ADD 1 TO PWT-COUNT
                   MOVE PKW-SERVICETYPE TO PWT-SERVICETYPE(PWT-COUNT)
                   MOVE PKW-EFFECTIVEDATE
                       TO PWT-EFFECTIVEDATE(PWT-COUNT)
                   MOVE PKW-PEAK-START-HOUR
                       TO PWT-PEAK-START-HOUR(PWT-COUNT)
                   MOVE PKW-PEAK-END-HOUR
                       TO PWT-PEAK-END-HOUR(PWT-COUNT)
               ELSE
                   DISPLAY "PEAK WINDOW TABLE FULL - REMAINDER IGNORED"
                   SET ENDOFPEAKWINDOWS TO TRUE
               END-IF
               END-IF
               IF NOT ENDOFPEAKWINDOWS
                   READ PEAKWINDOWTABLE
                       AT END SET ENDOFPEAKWINDOWS TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE PEAKWINDOWTABLE
       END-IF.

END PROGRAM RATEBAND.
