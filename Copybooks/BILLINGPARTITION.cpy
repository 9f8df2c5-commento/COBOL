*> Billing partition table record. Each row gives one partition of
*> the monthly billing run as an inclusive SUBSCRIBERID range. The
*> rows sharing the latest EFFECTIVE-PERIOD on or before the period
*> being billed make up the partition set for that run, so a new
*> split is configured by adding rows dated from the period it is
*> first wanted. Partitions are numbered 1 to 9 and their ranges may
*> not overlap. Call records whose subscriber cannot be read are
*> screened by the partition with the lowest range. Supply the
*> record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:EFFECTIVE-PERIOD    PIC 9(6).
    02  :PREFIX:PARTITION           PIC 9.
    02  :PREFIX:LOW-ID              PIC 9(10).
    02  :PREFIX:HIGH-ID             PIC 9(10).
