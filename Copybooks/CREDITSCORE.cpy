*> Behavioural credit score history keyed on subscriber ID and
*> scoring period (YYYYMM), written monthly by CREDITSCORE. The score
*> starts at 100 and loses points for late payment, direct debit
*> returns, agency placement, write-off and fraud history, with a
*> tenure adjustment either way; it is held between 0 and 100.
*> Band A is 80 and over, B 60-79, C 40-59 (poor) and D under 40
*> (high risk). Direct debit eligibility is N for band D or three or
*> more bank returns. The plan code and monthly charge in force when
*> scored let the next run recognise a plan upgrade.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SCORE-KEY.
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
        03  :PREFIX:PERIOD          PIC 9(6).
    02  :PREFIX:SCORE               PIC 9(3).
    02  :PREFIX:BAND                PIC X.
        88  :PREFIX:BAND-LOW-RISK   VALUE "A".
        88  :PREFIX:BAND-FAIR       VALUE "B".
        88  :PREFIX:BAND-POOR       VALUE "C".
        88  :PREFIX:BAND-HIGH-RISK  VALUE "D".
        88  :PREFIX:POOR-SCORING    VALUES "C" "D".
    02  :PREFIX:DDELIGIBLE          PIC X.
        88  :PREFIX:DD-ELIGIBLE     VALUE "Y".
    02  :PREFIX:LATE-POINTS         PIC 9(3).
    02  :PREFIX:RETURN-POINTS       PIC 9(3).
    02  :PREFIX:PLACEMENT-POINTS    PIC 9(3).
    02  :PREFIX:WRITEOFF-POINTS     PIC 9(3).
    02  :PREFIX:FRAUD-POINTS        PIC 9(3).
    02  :PREFIX:TENURE-POINTS       PIC S9(3).
    02  :PREFIX:MAXDAYSLATE         PIC 9(4).
    02  :PREFIX:PLANCODE            PIC X(4).
    02  :PREFIX:MONTHLYCHARGE       PIC 9(5)V99.
    02  :PREFIX:SCOREDATE           PIC 9(8).
