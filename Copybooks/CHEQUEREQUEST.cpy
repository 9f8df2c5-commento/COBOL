*> Cheque request record, appended to ChequeRequests.dat by the
*> refund sweep for every credit refund that has no bank details on
*> file. The refund has already been taken off the AR balance; the
*> cheque register numbers and prints the cheque on its next issue
*> run and empties the queue. SOURCE names the program that asked
*> for the cheque and REFERENCE is that program's own key for it.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:AMOUNT              PIC 9(7)V99.
    02  :PREFIX:REQUESTDATE         PIC 9(8).
    02  :PREFIX:SOURCE              PIC X(3).
    02  :PREFIX:REFERENCE           PIC X(14).
