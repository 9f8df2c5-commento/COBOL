*> Direct debit advance notice record. DDNOTICE writes one per
*> invoice to be collected into DdAdvanceNotices.dat for NOTIFYENGINE
*> to send; NOTIFYENGINE appends the same record to DdNoticeIssued.dat
*> once the notice has gone out, with the date it was issued and the
*> channel used (P paper, E e-bill address). DDCOLLECT refuses any
*> collection without an issued notice far enough ahead of COLLECTDATE.
*> MASKEDACCOUNT is the sort code with all but the last four digits of
*> the account number hidden, as quoted on the notice.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:INVOICENUMBER       PIC 9(10).
    02  :PREFIX:AMOUNT              PIC 9(7)V99.
    02  :PREFIX:COLLECTDATE         PIC 9(8).
    02  :PREFIX:MANDATEREF          PIC 9(10).
    02  :PREFIX:MASKEDACCOUNT       PIC X(17).
    02  :PREFIX:NOTICEDATE          PIC 9(8).
    02  :PREFIX:CHANNEL             PIC X.
        88  :PREFIX:SENT-ON-PAPER   VALUE "P".
        88  :PREFIX:SENT-BY-EBILL   VALUE "E".
