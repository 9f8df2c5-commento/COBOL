*> Roaming settlement position written by ROAMSETTLEMENT to
*> RoamPayable-YYYYMM.dat, one record per settlement period, in the
*> home currency: the wholesale owed to partners for our subscribers
*> roaming on their networks and the receivable for their visitors
*> on ours. The two are netted when the period is settled.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:PERIOD              PIC 9(6).
    02  :PREFIX:PAYABLE             PIC 9(11)V99.
    02  :PREFIX:RECEIVABLE          PIC 9(11)V99.
    02  :PREFIX:RUNDATE             PIC 9(8).
