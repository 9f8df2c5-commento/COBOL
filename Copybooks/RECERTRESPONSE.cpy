*> Quarterly operator access recertification response. OPRECERT
*> writes one line per operator, grouped by manager, with DECISION
*> blank; the manager enters K (keep), D (downgrade to operator) or
*> R (revoke) and a comment. OPERATORMAINT action R applies the
*> decisions and locks any operator still undecided after DEADLINE.
*> QUARTER is YYYYQn. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:QUARTER             PIC X(6).
    02  FILLER                      PIC X.
    02  :PREFIX:MANAGER-ID          PIC X(8).
    02  FILLER                      PIC X.
    02  :PREFIX:OPERATORID          PIC X(8).
    02  FILLER                      PIC X.
    02  :PREFIX:CURRENT-ROLE        PIC X.
    02  FILLER                      PIC X.
    02  :PREFIX:DEADLINE            PIC 9(8).
    02  FILLER                      PIC X.
    02  :PREFIX:DECISION            PIC X.
        88  :PREFIX:DECISION-KEEP       VALUE "K" "k".
        88  :PREFIX:DECISION-DOWNGRADE  VALUE "D" "d".
        88  :PREFIX:DECISION-REVOKE     VALUE "R" "r".
    02  FILLER                      PIC X.
    02  :PREFIX:COMMENT             PIC X(30).
