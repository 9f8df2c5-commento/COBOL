*> Employee benefit enrolment keyed on employee SSN, plan code and
*> the date the cover starts. A change of cover is recorded as a new
*> enrolment, with END-DATE on the one it replaces set to the day
*> before; END-DATE is zero while the enrolment is open. REASON is OE
*> for open enrolment or the qualifying life event (NH new hire, MA
*> marriage or civil partnership, BA birth or adoption, DV divorce or
*> separation, LC loss of other cover) with its EVENT-DATE. COVERAGE
*> is E employee only, P employee and partner, F family. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ENROL-KEY.
        03  :PREFIX:EMPSSN          PIC 9(9).
        03  :PREFIX:PLAN-CODE       PIC X(4).
        03  :PREFIX:START-DATE      PIC 9(8).
    02  :PREFIX:COVERAGE            PIC X.
        88  :PREFIX:EMPLOYEE-ONLY   VALUE "E".
        88  :PREFIX:WITH-PARTNER    VALUE "P".
        88  :PREFIX:FAMILY-COVER    VALUE "F".
    02  :PREFIX:END-DATE            PIC 9(8).
    02  :PREFIX:REASON              PIC X(2).
        88  :PREFIX:OPEN-ENROLMENT  VALUE "OE".
        88  :PREFIX:LIFE-EVENT      VALUES "NH" "MA" "BA" "DV" "LC".
    02  :PREFIX:EVENT-DATE          PIC 9(8).
    02  :PREFIX:OPERATOR-ID         PIC X(8).
    02  :PREFIX:ENTERED-DATE        PIC 9(8).
