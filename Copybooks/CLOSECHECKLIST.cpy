*> Month-end close checklist definition, one record per program that
*> must run before a billing period can be signed off. MONTH-MASK
*> holds Y or N for each calendar month January to December, so
*> quarterly and year-end programs are only required in the months
*> they are due. ALLOWED-RC lists the return codes (up to four, the
*> first ALLOWED-COUNT of them used) that count as a clean finish.
*> PROGRAMNAME is the name the program writes to RunHistory.log.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SEQUENCE            PIC 99.
    02  :PREFIX:PROGRAMNAME         PIC X(12).
    02  :PREFIX:MONTH-MASK          PIC X(12).
    02  :PREFIX:ALLOWED-COUNT       PIC 9.
    02  :PREFIX:ALLOWED-RC          PIC 99 OCCURS 4 TIMES.
    02  :PREFIX:DESCRIPTION         PIC X(30).
