*> Credit exposure record keyed on subscriber ID, rewritten by each
*> CREDITCONTROL run. Exposure is AR balance plus unbilled usage for
*> the current period plus outstanding handset installments. Alert
*> level 0 is within limit, 1 at or over the warning percentage and
*> 2 at or over the limit; a notice is raised only when the level
*> rises above the one recorded on the previous run.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:ARBALANCE           PIC S9(9)V99.
    02  :PREFIX:UNBILLEDUSAGE       PIC 9(7)V99.
    02  :PREFIX:INSTALLMENTS        PIC 9(7)V99.
    02  :PREFIX:EXPOSURE            PIC S9(9)V99.
    02  :PREFIX:LIMITAMOUNT         PIC 9(7)V99.
    02  :PREFIX:PERCENTUSED         PIC 9(5).
    02  :PREFIX:ALERTLEVEL          PIC 9.
        88  :PREFIX:WITHIN-LIMIT    VALUE 0.
        88  :PREFIX:NEAR-LIMIT      VALUE 1.
        88  :PREFIX:OVER-LIMIT      VALUE 2.
    02  :PREFIX:ALERTDATE           PIC 9(8).
    02  :PREFIX:REVIEWDATE          PIC 9(8).
