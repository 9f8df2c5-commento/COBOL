*> Unified operator work-queue item. WORKQUEUE BUILD posts one item
*> for every open record in the operator backlogs, keyed by the
*> source (EXC exception master, SUS suspense ledger, QTN quarantined
*> call, FRD fraud case, CRM pending CRM add) and that record's own
*> key. SOURCE-DATE is the date the item's age runs from. Closed
*> items stay on file so assignments survive from day to day and an
*> item that reopens at source keeps its owner. Supply the record
*> name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ITEM-KEY.
        03  :PREFIX:SOURCE          PIC X(3).
        03  :PREFIX:SOURCE-KEY      PIC X(34).
    02  :PREFIX:SUBSCRIBERID        PIC X(10).
    02  :PREFIX:DESCRIPTION         PIC X(40).
    02  :PREFIX:SOURCE-DATE         PIC 9(8).
    02  :PREFIX:QUEUED-DATE         PIC 9(8).
    02  :PREFIX:LASTSEEN-STAMP      PIC 9(14).
    02  :PREFIX:AGE-DAYS            PIC 9(5).
    02  :PREFIX:MONEY-AT-RISK       PIC 9(9)V99.
    02  :PREFIX:PRIORITY            PIC 9.
    02  :PREFIX:SLA-DAYS            PIC 9(3).
    02  :PREFIX:DUE-DATE            PIC 9(8).
    02  :PREFIX:ASSIGNED-OPERATOR   PIC X(8).
    02  :PREFIX:ASSIGNED-TEAM       PIC X(4).
    02  :PREFIX:ASSIGNED-DATE       PIC 9(8).
    02  :PREFIX:ASSIGNED-BY         PIC X(8).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:ITEM-OPEN       VALUE "O".
        88  :PREFIX:ITEM-CLOSED     VALUE "C".
    02  :PREFIX:CLOSED-DATE         PIC 9(8).
