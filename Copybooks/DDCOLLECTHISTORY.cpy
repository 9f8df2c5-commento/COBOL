*> Direct debit history record appended to DdCollectHistory.dat at
*> the end of each run: type C by DDCOLLECT with the collections sent
*> to the bank, type R by DDRETURNS with the returns reversed. The
*> cash forecast takes the recent return rate from the two.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:RECORDTYPE          PIC X.
        88  :PREFIX:COLLECTION-RUN  VALUE "C".
        88  :PREFIX:RETURNS-RUN     VALUE "R".
    02  :PREFIX:RUNDATE             PIC 9(8).
    02  :PREFIX:ITEMCOUNT           PIC 9(7).
    02  :PREFIX:ITEMVALUE           PIC 9(11)V99.
