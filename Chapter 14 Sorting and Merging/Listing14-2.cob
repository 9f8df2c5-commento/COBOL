           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       SELECT CHECKPOINTFILE ASSIGN TO DYNAMIC WS-CKP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKP-STATUS.

           RECORD KEY IS TXJ-TABLE-KEY
           FILE STATUS IS WS-TXJ-STATUS.

       SELECT TAXEXEMPTIONFILE ASSIGN TO "TaxExemptions.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TXE-SUBSCRIBERID
           FILE STATUS IS WS-TXE-STATUS.

       SELECT MINBILLCONFIGFILE ASSIGN TO "Listing14-2-minbill.cfg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNB-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCF-STATUS.

       SELECT BILLINGHISTORYSTAGE ASSIGN TO DYNAMIC WS-BHS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BHS-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PBS-STATUS.

       SELECT ROLLOVERSTAGE ASSIGN TO "RolloverStage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RVS-STATUS.

       SELECT ADDONBUNDLESTAGE ASSIGN TO "AddonBundleStage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADS-STATUS.

       SELECT PRIORCONTROLFILE ASSIGN TO DYNAMIC WS-PCT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCT-STATUS.
           RECORD KEY IS PA-PLANCODE
           FILE STATUS IS WS-PAL-STATUS.

       SELECT ROLLOVERFILE ASSIGN TO "AllowanceRollover.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-ROLLOVER-KEY
           FILE STATUS IS WS-RCV-STATUS.

       SELECT ADDONCATALOGFILE ASSIGN TO "AddonCatalog.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADC-BUNDLECODE
           FILE STATUS IS WS-ADC-STATUS.

       SELECT ADDONPURCHASEFILE ASSIGN TO "AddonPurchases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADP-STATUS.

       SELECT ADDONBUNDLEFILE ASSIGN TO "AddonBundles.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADB-BUNDLE-KEY
           FILE STATUS IS WS-ADB-STATUS.

       SELECT ACCOUNTMASTER ASSIGN TO "AccountMaster.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACM-SUBSCRIBERID
           FILE STATUS IS WS-ACM-STATUS.

       SELECT POOLSORTFILE ASSIGN TO "PoolUsage.tmp".

       SELECT ALLOWANCEPOOLFILE ASSIGN TO DYNAMIC WS-APL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APL-STATUS.

       SELECT PLANCHARGEFILE ASSIGN TO "PlanCharges.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-LOCK-KEY
           FILE STATUS IS WS-PPD-STATUS.

       SELECT WHOLESALERATEFILE ASSIGN TO "WholesaleRates.tbl"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WSR-RATE-KEY
           FILE STATUS IS WS-WSR-STATUS.

       SELECT WHOLESALEUSAGEFILE ASSIGN TO DYNAMIC WS-WHU-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHU-STATUS.

       SELECT BILLINGPARTITIONFILE ASSIGN TO "BillingPartitions.tbl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BPT-STATUS.

DATA DIVISION.
FILE SECTION.

           REPLACING ==:RECNAME:== BY ==TAXJURISDICTIONREC==
                     ==:PREFIX:==  BY ==TXJ-==.

FD     TAXEXEMPTIONFILE.
       COPY "TAXEXEMPTION.cpy"
           REPLACING ==:RECNAME:== BY ==TAXEXEMPTIONREC==
                     ==:PREFIX:==  BY ==TXE-==.

FD     MINBILLCONFIGFILE.
01     MINBILLCONFIGREC.
       02  MNB-THRESHOLD-TEXT           PIC 9(5)V99.
       02  DFC-LASTPERIOD               PIC 9(6).

FD     ADJUSTMENTFILE.
       COPY "ADJUSTMENT.cpy"
           REPLACING ==:RECNAME:== BY ==ADJUSTMENTREC==
                     ==:PREFIX:==  BY ==ADJ-==.

FD     PREPAIDBALANCE.
01     PREPAIDBALANCEREC.
           REPLACING ==:RECNAME:== BY ==PREPAIDBUCKETSTAGEREC==
                     ==:PREFIX:==  BY ==PBS-==.

FD     ROLLOVERSTAGE.
       COPY "ALLOWANCEROLLOVER.cpy"
           REPLACING ==:RECNAME:== BY ==ROLLOVERSTAGEREC==
                     ==:PREFIX:==  BY ==RVS-==.

FD     ADDONBUNDLESTAGE.
       COPY "ADDONBUNDLE.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONBUNDLESTAGEREC==
                     ==:PREFIX:==  BY ==ADS-==.

FD     PRIORCONTROLFILE.
       COPY "CONTROLTOTALS.cpy"
           REPLACING ==:RECNAME:== BY ==PRIORCONTROLREC==
       02  PA-INCLUDED-MINUTES      PIC 9(6).
       02  PA-INCLUDED-MESSAGES     PIC 9(6).
       02  PA-INCLUDED-MB           PIC 9(6).
       02  PA-ROLLOVER-PERIODS      PIC 99.

FD     ROLLOVERFILE.
       COPY "ALLOWANCEROLLOVER.cpy"
           REPLACING ==:RECNAME:== BY ==ROLLOVERREC==
                     ==:PREFIX:==  BY ==RCV-==.

FD     ADDONCATALOGFILE.
       COPY "ADDONCATALOG.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONCATALOGREC==
                     ==:PREFIX:==  BY ==ADC-==.

FD     ADDONPURCHASEFILE.
       COPY "ADDONPURCHASE.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONPURCHASEREC==
                     ==:PREFIX:==  BY ==ADP-==.

FD     ADDONBUNDLEFILE.
       COPY "ADDONBUNDLE.cpy"
           REPLACING ==:RECNAME:== BY ==ADDONBUNDLEREC==
                     ==:PREFIX:==  BY ==ADB-==.

FD     ACCOUNTMASTER.
       COPY "ACCOUNTMASTER.cpy"
           REPLACING ==:RECNAME:== BY ==ACCOUNTMASTERREC==
                     ==:PREFIX:==  BY ==ACM-==.

SD     POOLSORTFILE.
01     POOLSORTREC.
       02  PSR-ACCOUNTID            PIC 9(8).
       02  PSR-CALLTIMESTAMP        PIC 9(12).
       02  PSR-SUBSCRIBERID         PIC 9(10).
       02  PSR-SERVICETYPE          PIC 9.
       02  PSR-CALLDURATION         PIC 9(5).

FD     ALLOWANCEPOOLFILE.
       COPY "ALLOWANCEPOOL.cpy"
           REPLACING ==:RECNAME:== BY ==ALLOWANCEPOOLREC==
                     ==:PREFIX:==  BY ==APL-==.

FD     PLANCHARGEFILE.
01     PLANCHARGEREC.

FD     GLEXTRACTFILE.
01     GLEXTRACTREC.
       02  GLX-SERVICETYPE-CODE         PIC 99.
       02  GLX-SERVICETYPE-DESC         PIC X(20).
       02  GLX-TOTALBILLED             PIC S9(9)V99.
       02  GLX-FIRST-INVOICE            PIC 9(10).
       02  PP-RUNDATE                   PIC 9(8).

FD     LATECDRFILE.
01     LATECDRREC                  PIC X(57).

FD     MTDRATEDFILE.
01     MTDRATEDREC                 PIC X(57).

FD     RESUBMITFILE.
01     RESUBMITREC                 PIC X(57).

FD     WHOLESALERATEFILE.
       COPY "WHOLESALERATE.cpy"
           REPLACING ==:RECNAME:== BY ==WHOLESALERATEREC==
                     ==:PREFIX:==  BY ==WSR-==.

FD     WHOLESALEUSAGEFILE.
       COPY "WHOLESALEUSAGE.cpy"
           REPLACING ==:RECNAME:== BY ==WHOLESALEUSAGEREC==
                     ==:PREFIX:==  BY ==WHU-==.

FD     BILLINGPARTITIONFILE.
       COPY "BILLINGPARTITION.cpy"
           REPLACING ==:RECNAME:== BY ==BILLINGPARTITIONREC==
                     ==:PREFIX:==  BY ==BPT-==.

FD     BILLABLESERVICEFILE.
01     SUBSCRIBERREC-BSF.
          88 DATACALL              VALUE 3.
          88 ROAMINGVOICECALL      VALUE 4.
          88 ROAMINGDATACALL       VALUE 5.
          88 PREMIUMCONTENTCALL    VALUE 6.
          88 BILLABLESERVICETYPE   VALUES 1 2 3 4 5 6.
       02 SERVICECOST-BSF          PIC 9(4)V99.
       02 CALLDURATION-BSF         PIC 9(5).
       02 CALLTIMESTAMP-BSF        PIC 9(12).
       02 ROAMINGPARTNER-BSF       PIC X(4).
       02 CALLEDNUMBER-BSF         PIC X(15).
       02 CARRIERID-BSF            PIC X(4).

SD     WORKFILE.
01     WORKREC.
       02  CALLDURATION-WF         PIC 9(5).
       02  CALLTIMESTAMP-WF        PIC 9(12).
       02  FILLER                  PIC X(4).
       02  CALLEDNUMBER-WF         PIC X(15).
       02  FILLER                  PIC X(4).

SD     MERGEFILE.
01     MF-RECORD.
       02  MF-SUBSCRIBERID         PIC 9(10).
       02  FILLER                  PIC X(47).

FD     DAILYEXTRACT1.
01     DAILYEXTRACTREC1            PIC X(57).

FD     DAILYEXTRACT2.
01     DAILYEXTRACTREC2            PIC X(57).

FD     DAILYEXTRACT3.
01     DAILYEXTRACTREC3            PIC X(57).

FD     DAILYEXTRACT4.
01     DAILYEXTRACTREC4            PIC X(57).

FD     DAILYEXTRACT5.
01     DAILYEXTRACTREC5            PIC X(57).

FD     DAILYEXTRACT6.
01     DAILYEXTRACTREC6            PIC X(57).

FD     DAILYEXTRACT7.
01     DAILYEXTRACTREC7            PIC X(57).

FD     DAILYEXTRACT8.
01     DAILYEXTRACTREC8            PIC X(57).

FD     DAILYEXTRACT9.
01     DAILYEXTRACTREC9            PIC X(57).

FD     DAILYEXTRACT10.
01     DAILYEXTRACTREC10            PIC X(57).

FD     DAILYEXTRACT11.
01     DAILYEXTRACTREC11            PIC X(57).

FD     DAILYEXTRACT12.
01     DAILYEXTRACTREC12            PIC X(57).

FD     DAILYEXTRACT13.
01     DAILYEXTRACTREC13            PIC X(57).

FD     DAILYEXTRACT14.
01     DAILYEXTRACTREC14            PIC X(57).

FD     DAILYEXTRACT15.
01     DAILYEXTRACTREC15            PIC X(57).

FD     DAILYEXTRACT16.
01     DAILYEXTRACTREC16            PIC X(57).

FD     DAILYEXTRACT17.
01     DAILYEXTRACTREC17            PIC X(57).

FD     DAILYEXTRACT18.
01     DAILYEXTRACTREC18            PIC X(57).

FD     DAILYEXTRACT19.
01     DAILYEXTRACTREC19            PIC X(57).

FD     DAILYEXTRACT20.
01     DAILYEXTRACTREC20            PIC X(57).

FD     DAILYEXTRACT21.
01     DAILYEXTRACTREC21            PIC X(57).

FD     DAILYEXTRACT22.
01     DAILYEXTRACTREC22            PIC X(57).

FD     DAILYEXTRACT23.
01     DAILYEXTRACTREC23            PIC X(57).

FD     DAILYEXTRACT24.
01     DAILYEXTRACTREC24            PIC X(57).

FD     DAILYEXTRACT25.
01     DAILYEXTRACTREC25            PIC X(57).

FD     DAILYEXTRACT26.
01     DAILYEXTRACTREC26            PIC X(57).

FD     DAILYEXTRACT27.
01     DAILYEXTRACTREC27            PIC X(57).

FD     DAILYEXTRACT28.
01     DAILYEXTRACTREC28            PIC X(57).

FD     DAILYEXTRACT29.
01     DAILYEXTRACTREC29            PIC X(57).

FD     DAILYEXTRACT30.
01     DAILYEXTRACTREC30            PIC X(57).

FD     DAILYEXTRACT31.
01     DAILYEXTRACTREC31            PIC X(57).

FD     SORTEDCALLSFILE.
01     SUBSCRIBERREC.
          88  SERVICEISDATA        VALUE 3.
          88  SERVICEISROAMINGVOICE VALUE 4.
          88  SERVICEISROAMINGDATA  VALUE 5.
          88  SERVICEISPREMIUM     VALUE 6.
       02  SERVICECOST             PIC 9(4)V99.
       02  CALLDURATION            PIC 9(5).
       02  CALLTIMESTAMP           PIC 9(12).
       02  ROAMINGPARTNER          PIC X(4).
       02  CALLEDNUMBER            PIC X(15).
       02  CARRIERID               PIC X(4).

WORKING-STORAGE SECTION.
01     WS-RUN-PARM                 PIC X(8) VALUE SPACES.

01     WS-INV-FILENAME             PIC X(40).
01     WS-GLX-FILENAME             PIC X(40).
01     WS-APL-FILENAME             PIC X(40).

01     WS-EXC-FILENAME             PIC X(40)
           VALUE "Listing14-2.exc".
           VALUE "Listing14-2.qtn".
01     WS-TSE-FILENAME             PIC X(40)
           VALUE "Listing14-2.tse".
01     WS-CKP-FILENAME             PIC X(40)
           VALUE "Listing14-2.ckp".
01     WS-BHS-FILENAME             PIC X(40)
           VALUE "BillingHistoryStage.dat".

01     WS-CYCLE-PARM                PIC X(2) VALUE SPACES.
01     WS-BILLING-CYCLE             PIC X(2) VALUE SPACES.
       02  RTE-ENTRY-COUNT          PIC 9(3) VALUE ZERO.
       02  RTE-ENTRY OCCURS 200 TIMES.
           03  RTE-SERVICETYPE      PIC 9.
           03  RTE-DESTZONE         PIC X.
           03  RTE-RATEBAND         PIC X.
           03  RTE-EFFECTIVEDATE    PIC 9(8).
           03  RTE-UNITRATE         PIC 9(3)V9999.
       88  ENDOFRATETABLE           VALUE "Y".

01     WS-CALL-RATEBAND             PIC X.
01     WS-RATEBAND-BASIS            PIC X VALUE "C".
01     WS-CALL-DAYOFWEEK            PIC 9.
01     WS-CALL-DESTZONE             PIC X.
01     WS-CALL-ZERORATED            PIC X.
       88  CALL-IS-ZERO-RATED       VALUE "Y".

01     WS-PRT-STATUS                PIC XX.
01     WS-SIM-STATUS                PIC XX.
       02  PRP-ENTRY-COUNT          PIC 9(3) VALUE ZERO.
       02  PRP-ENTRY OCCURS 200 TIMES.
           03  PRP-SERVICETYPE      PIC 9.
           03  PRP-DESTZONE         PIC X.
           03  PRP-RATEBAND         PIC X.
           03  PRP-EFFECTIVEDATE    PIC 9(8).
           03  PRP-UNITRATE         PIC 9(3)V9999.
       88  FINAL-BILL-THIS-PERIOD   VALUE "F".
01     WS-SUPPRESS-SWITCH           PIC X VALUE "N".
       88  SUBSCRIBER-BILLING-SUPPRESSED VALUE "Y".
01     WS-CYCLE-ROLE                PIC X VALUE SPACE.
       88  CYCLE-ROLE-NORMAL        VALUE SPACE.
       88  CYCLE-ROLE-TRANSITION    VALUE "T".
       88  CYCLE-ROLE-JOINING       VALUE "J".
       88  CYCLE-ROLE-NOT-IN-RUN    VALUE "N".
01     WS-CYCLE-CHANGE-DAY          PIC 99.
01     WS-CYCLE-CHANGE-DAYS         PIC 99.
01     WS-CYCLE-CHANGE-FACTOR       PIC 9V9999 VALUE 1.
01     WS-CYCLE-USAGE-SWITCH        PIC X.
       88  USAGE-FOR-OTHER-CYCLE    VALUE "Y".

01     WS-TAX-STATUS                PIC XX.
01     WS-TAXRATE                   PIC 9V9999 VALUE .0825.
01     TJE-BEST-IDX                 PIC 99.
01     WS-SUBSCRIBER-TAXRATE        PIC 9V9999.

01     WS-TXE-STATUS                PIC XX.
01     WS-TXE-AVAILABLE-SWITCH      PIC X VALUE "N".
       88  TAX-EXEMPTIONS-AVAILABLE VALUE "Y".
01     WS-EXEMPT-PERCENT            PIC 9(3)V99 VALUE ZERO.
01     WS-EXEMPT-CERTIFICATE        PIC X(15) VALUE SPACES.
01     WS-EXEMPT-SALES              PIC S9(7)V99 VALUE ZERO.
01     TXE-IDX                      PIC 9.

01     ADJUSTMENTAMOUNT             PIC S9(5)V99 VALUE ZERO.

01     WS-MNB-STATUS                PIC XX.
       88  ENDOFRESUBMITFILE        VALUE "Y".
01     WS-RESUBMIT-MERGED-SWITCH    PIC X VALUE "N".
       88  RESUBMITS-MERGED         VALUE "Y".
01     WS-PARTITION-PARM            PIC X(8) VALUE SPACES.
01     WS-PARTITION-SWITCH          PIC X VALUE "N".
       88  PARTITIONED-RUN          VALUE "Y".
01     WS-PARTITION-NUMBER          PIC 9 VALUE ZERO.
01     WS-PARTITION-FIRST-NUMBER    PIC 9 VALUE ZERO.
01     WS-PARTITION-SUFFIX          PIC X(3) VALUE SPACES.
01     WS-PARTITION-LOW-ID          PIC 9(10) VALUE ZERO.
01     WS-PARTITION-HIGH-ID         PIC 9(10) VALUE 9999999999.
01     WS-PARTITION-LOWEST-ID       PIC 9(10) VALUE 9999999999.
01     WS-PARTITION-SET-PERIOD      PIC 9(6) VALUE ZERO.
01     WS-PARTITION-FOUND-SWITCH    PIC X VALUE "N".
       88  PARTITION-RANGE-FOUND    VALUE "Y".
01     WS-PARTITION-RANGE-SWITCH    PIC X VALUE "Y".
       88  RECORD-IN-PARTITION      VALUE "Y".
01     WS-BPT-STATUS                PIC XX.
01     WS-BPT-EOF-SWITCH            PIC X VALUE "N".
       88  ENDOFPARTITIONTABLE      VALUE "Y".
01     WS-PERIOD-LOCK-CYCLE         PIC X(2) VALUE SPACES.
01     WS-BATCH-LOCK-RESOURCE       PIC X(24) VALUE "SUBSCRIBERMASTER".
01     PLK-IDX                      PIC 99.

01     PRIOR-PERIOD-ACCUMULATORS.
       02  PPC-SUBSCRIBERTOTAL      PIC 9(7)V99.
       02  ORIG-SMSSUBTOTAL         PIC 9(5)V99.
       02  ORIG-DATASUBTOTAL        PIC 9(5)V99.
       02  ORIG-ROAMINGSUBTOTAL     PIC 9(5)V99.
       02  ORIG-PREMIUMSUBTOTAL     PIC 9(5)V99.
       02  ORIG-SUBSCRIBERTOTAL     PIC 9(7)V99.
       02  ORIG-TAXAMOUNT           PIC 9(6)V99.
       02  ORIG-BILLEDAMOUNT        PIC 9(7)V99.
       02  RDL-SMS                  PIC S9(9)V99 VALUE ZERO.
       02  RDL-DATA                 PIC S9(9)V99 VALUE ZERO.
       02  RDL-ROAMING              PIC S9(9)V99 VALUE ZERO.
       02  RDL-PREMIUM              PIC S9(9)V99 VALUE ZERO.

01     WS-HISTORY-WRITTEN-SWITCH    PIC X.
       88  HISTORY-VERSION-WRITTEN  VALUE "Y".
       88  ENDOFPREPAIDBUCKETS      VALUE "Y".
01     WS-PREPAID-USAGE-THIS-SUB    PIC 9(9)V99.
01     WS-BUCKET-TAKE-AMOUNT        PIC 9(7)V99.
01     WS-PPB-OPENING-BALANCE       PIC S9(7)V99.
01     WS-PMV-TYPE                  PIC X.
01     WS-PMV-SUBSCRIBERID          PIC 9(10).
01     WS-PMV-AMOUNT                PIC S9(9)V99.
01     WS-PMV-PROGRAM               PIC X(12) VALUE "LISTING14-2".
01     WS-PMV-RESULT                PIC 9.

01     WS-PAL-STATUS                PIC XX.
01     WS-PAL-AVAILABLE-SWITCH      PIC X VALUE "N".
       02  DATA-ALLOWANCE-CREDIT    PIC 9(5)V99.
       02  TOTAL-ALLOWANCE-CREDIT   PIC 9(6)V99.

01     WS-RCV-STATUS                PIC XX.
01     WS-RVS-STATUS                PIC XX.
01     WS-RCV-EOF-SWITCH            PIC X.
       88  ENDOFSUBSCRIBERROLLOVER  VALUE "Y".
01     ALLOWANCE-ENTITLEMENT.
       02  ENT-MINUTES              PIC 9(7).
       02  ENT-MESSAGES             PIC 9(7).
       02  ENT-MB                   PIC 9(7).
01     ROLLOVER-AVAILABLE.
       02  RLA-MINUTES              PIC 9(7).
       02  RLA-MESSAGES             PIC 9(7).
       02  RLA-MB                   PIC 9(7).
01     ROLLOVER-CARRIED-FORWARD.
       02  RCF-MINUTES              PIC 9(7).
       02  RCF-MESSAGES             PIC 9(7).
       02  RCF-MB                   PIC 9(7).
01     ROLLOVER-USED-UNITS.
       02  RLU-MINUTES              PIC 9(7).
       02  RLU-MESSAGES             PIC 9(7).
       02  RLU-MB                   PIC 9(7).
01     ROLLOVER-ENTRIES.
       02  RLO-COUNT                PIC 99.
       02  RLO-ENTRY OCCURS 40 TIMES.
           03  RLO-SERVICETYPE      PIC 9.
           03  RLO-ORIGIN-PERIOD    PIC 9(6).
           03  RLO-EXPIRY-PERIOD    PIC 9(6).
           03  RLO-AVAILABLE        PIC 9(7).
           03  RLO-TAKEN            PIC 9(7).
01     RLO-IDX                      PIC 99.
01     RLO-LIMIT                    PIC 99 VALUE 40.
01     RCV-SLOT-IDX                 PIC 9.
01     RCV-FOUND-SLOT               PIC 9.
01     WS-ROLLOVER-SERVICETYPE      PIC 9.
01     WS-ROLLOVER-UNITS            PIC 9(7).
01     WS-ROLLOVER-INCLUDED         PIC 9(7).
01     WS-ROLLOVER-SLOT-TOTAL       PIC 9(8).
01     WS-ROLLOVER-EXPIRY.
       02  WS-ROLLOVER-EXPIRY-YEAR  PIC 9(4).
       02  WS-ROLLOVER-EXPIRY-MONTH PIC 99.

01     WS-ADC-STATUS                PIC XX.
01     WS-ADP-STATUS                PIC XX.
01     WS-ADB-STATUS                PIC XX.
01     WS-ADS-STATUS                PIC XX.
01     WS-ADC-AVAILABLE-SWITCH      PIC X VALUE "N".
       88  ADDON-CATALOG-AVAILABLE  VALUE "Y".
01     WS-ADP-EOF-SWITCH            PIC X.
       88  ENDOFADDONPURCHASES      VALUE "Y".
01     WS-ADB-EOF-SWITCH            PIC X.
       88  ENDOFADDONLEDGER         VALUE "Y".
01     ADDON-BUNDLE-TABLE.
       02  ABT-COUNT                PIC 9(4) VALUE ZERO.
       02  ABT-ENTRY OCCURS 3000 TIMES.
           03  ABT-SUBSCRIBERID     PIC 9(10).
           03  ABT-START-STAMP      PIC 9(12).
           03  ABT-BUNDLECODE       PIC X(6).
           03  ABT-DESCRIPTION      PIC X(20).
           03  ABT-SERVICETYPE      PIC 9.
           03  ABT-END-STAMP        PIC 9(12).
           03  ABT-PRICE            PIC 9(5)V99.
           03  ABT-CHANNEL          PIC X.
           03  ABT-REFERENCE        PIC X(12).
           03  ABT-GRANTED          PIC 9(11).
           03  ABT-OPENING          PIC 9(11).
           03  ABT-POOL-TAKEN       PIC 9(11).
           03  ABT-TAKEN            PIC 9(11).
           03  ABT-NEW-SWITCH       PIC X.
               88  ABT-NEW-PURCHASE     VALUE "Y".
           03  ABT-STATUS           PIC X.
               88  ABT-USABLE           VALUE "V".
               88  ABT-UNKNOWN-BUNDLE   VALUE "U".
               88  ABT-DATE-INVALID     VALUE "D".
               88  ABT-DUPLICATE        VALUE "X".
               88  ABT-NOT-ELIGIBLE     VALUE "I".
               88  ABT-UNFUNDED         VALUE "F".
01     ABT-IDX                      PIC 9(4).
01     ABT-SCAN-IDX                 PIC 9(4).
01     ABT-FOUND-IDX                PIC 9(4).
01     ABT-LIMIT                    PIC 9(4) VALUE 3000.
01     WS-ADDON-TABLE-FULL-SWITCH   PIC X VALUE "N".
       88  ADDON-TABLE-FULL         VALUE "Y".
01     SUBSCRIBER-BUNDLES.
       02  SBD-COUNT                PIC 99 VALUE ZERO.
       02  SBD-ABT-IDX              PIC 9(4) OCCURS 20 TIMES.
01     SBD-IDX                      PIC 99.
01     SBD-LIMIT                    PIC 99 VALUE 20.
01     ADB-SLOT-IDX                 PIC 9.
01     ADB-FOUND-SLOT               PIC 9.
01     ADC-PLAN-IDX                 PIC 9.
01     WS-ADDON-SUBSCRIBERID        PIC 9(10) VALUE ZERO.
01     WS-ADDON-NEW-SWITCH          PIC X.
01     WS-ADDON-DRAW-MODE           PIC X VALUE "B".
       88  ADDON-DRAW-FOR-POOL      VALUE "P".
       88  ADDON-DRAW-FOR-BILL      VALUE "B".
01     WS-ADDON-PLAN-LIST-SWITCH    PIC X.
       88  ADDON-PLAN-LIST-PRESENT  VALUE "Y".
01     WS-ADDON-PLAN-SWITCH         PIC X.
       88  ADDON-PLAN-ELIGIBLE      VALUE "Y".
01     WS-ADDON-NEED-UNITS          PIC 9(9).
01     WS-ADDON-COVERED-UNITS       PIC 9(9).
01     WS-ADDON-AVAILABLE-UNITS     PIC 9(11).
01     WS-ADDON-TAKE-UNITS          PIC 9(11).
01     WS-ADDON-SLOT-TOTAL          PIC 9(12).
01     WS-ADDON-FULL-COST           PIC 9(4)V99.
01     WS-ADDON-FUNDS               PIC S9(7)V99.
01     WS-ADDON-DAY-NUMBER          PIC 9(7).
01     WS-ADDON-PERIOD-START-STAMP  PIC 9(12).
01     WS-ADDON-STAMP.
       02  WS-ADDON-STAMP-DATE      PIC 9(8).
       02  WS-ADDON-STAMP-PARTS REDEFINES WS-ADDON-STAMP-DATE.
           03  WS-ADDON-STAMP-YEAR  PIC 9(4).
           03  WS-ADDON-STAMP-MONTH PIC 99.
           03  WS-ADDON-STAMP-DAY   PIC 99.
       02  WS-ADDON-STAMP-HOUR      PIC 99.
       02  WS-ADDON-STAMP-MINUTE    PIC 99.

01     WS-ACM-STATUS                PIC XX.
01     WS-ACM-EOF-SWITCH            PIC X.
       88  ENDOFACCOUNTMASTER       VALUE "Y".
01     WS-APL-STATUS                PIC XX.
01     WS-PSR-EOF-SWITCH            PIC X.
       88  ENDOFPOOLSORTFILE        VALUE "Y".
01     POOL-TABLE-LIMIT             PIC 9(3) VALUE 200.
01     POOL-STORAGE.
       02  POL-COUNT                PIC 9(3) VALUE ZERO.
       02  POL-ENTRY OCCURS 200 TIMES.
           03  POL-ACCOUNTID        PIC 9(8).
           03  POL-VOICE-SECONDS    PIC 9(9).
           03  POL-SMS-MESSAGES     PIC 9(7).
           03  POL-DATA-KB          PIC 9(10).
           03  POL-USED-VOICE-SECONDS PIC 9(9).
           03  POL-USED-SMS-MESSAGES PIC 9(7).
           03  POL-USED-DATA-KB     PIC 9(10).
01     POL-IDX                      PIC 9(3).
01     POL-FOUND-IDX                PIC 9(3).
01     POOL-MEMBER-LIMIT            PIC 9(4) VALUE 1000.
01     POOL-MEMBER-STORAGE.
       02  PMB-COUNT                PIC 9(4) VALUE ZERO.
       02  PMB-ENTRY OCCURS 1000 TIMES.
           03  PMB-SUBSCRIBERID     PIC 9(10).
           03  PMB-POOL-IDX         PIC 9(3).
           03  PMB-USAGE-FROM-DATE  PIC 9(8).
           03  PMB-SUSPENSIONDATE   PIC 9(8).
           03  PMB-RESTOREDATE      PIC 9(8).
           03  PMB-DRAWN-VOICE-SECONDS PIC 9(8).
           03  PMB-DRAWN-SMS-MESSAGES PIC 9(6).
           03  PMB-DRAWN-DATA-KB    PIC 9(9).
01     PMB-IDX                      PIC 9(4).
01     PMB-FOUND-IDX                PIC 9(4).
01     WS-POOL-FULL-SWITCH          PIC X VALUE "N".
       88  POOL-TABLE-FULL          VALUE "Y".
01     WS-POOL-REMAINING            PIC 9(10).
01     WS-POOL-DRAW                 PIC 9(10).
01     WS-POOL-SUBSCRIBERID         PIC 9(10).

01     ALLOWANCEDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(22)
       88  PLANCHARGES-AVAILABLE    VALUE "Y".
01     RECURRINGCHARGEAMOUNT        PIC 9(5)V99 VALUE ZERO.
01     MIGRATIONUSAGEAMOUNT         PIC 9(7)V99 VALUE ZERO.
01     ADDONCHARGEAMOUNT            PIC 9(5)V99 VALUE ZERO.
01     ADDONCOVEREDVALUE            PIC 9(5)V99 VALUE ZERO.
01     ADDONBUNDLECOUNT             PIC 99 VALUE ZERO.
01     WS-PREMIUM-RELEASE-SWITCH    PIC X.
       88  PREMIUM-CHARGE-RELEASABLE VALUE "Y".

01     RECURRINGDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRNRECURRINGDESC        PIC X(20).

01     ADDONDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(22)
               VALUE "ADD-ON BUNDLES        ".
       02  PRNADDONCHARGE          PIC $$$,$$9.99.
       02  FILLER                  PIC X(2) VALUE SPACES.
       02  PRNADDONCOUNT           PIC Z9.
       02  FILLER                  PIC X(19)
               VALUE " BOUGHT   COVERED ".
       02  PRNADDONCOVERED         PIC $$$,$$9.99.

01     TAXEXEMPTDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(22)
               VALUE "TAX EXEMPT CERTIFICATE".
       02  FILLER                  PIC X VALUE SPACE.
       02  PRNEXEMPTCERTIFICATE    PIC X(15).
       02  FILLER                  PIC X VALUE SPACE.
       02  PRNEXEMPTPERCENT        PIC ZZ9.99.
       02  FILLER                  PIC X(16)
               VALUE "%  EXEMPT SALES ".
       02  PRNEXEMPTSALES          PIC $$$,$$9.99-.

01     CYCLECHANGEDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(22)
               VALUE "BILL CYCLE CHANGE     ".
       02  PRNCYCLECHANGETEXT      PIC X(60).

01     PREMIUMDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(22)
               VALUE "PREMIUM CONTENT       ".
       02  PRNPREMIUMCHARGE        PIC $$$,$$9.99.

01     MIGRATIONDETAILLINE.
       02  FILLER                  PIC X(12) VALUE SPACES.
       02  FILLER                  PIC X(22)
01     WS-CTR-STATUS                PIC XX.
01     WS-CTR-AVAILABLE-SWITCH      PIC X VALUE "N".
       88  CONTRACTS-AVAILABLE      VALUE "Y".
01     WS-WSR-STATUS                PIC XX.
01     WS-WSR-AVAILABLE-SWITCH      PIC X VALUE "N".
       88  WHOLESALE-RATES-AVAILABLE VALUE "Y".
01     WS-WHU-STATUS                PIC XX.
01     WS-WHU-FILENAME              PIC X(40).
01     WS-WHOLESALE-RUN-SWITCH      PIC X VALUE "N".
       88  WHOLESALE-RATING-ACTIVE  VALUE "Y".
01     WS-USAGE-TALLY-SWITCH        PIC X VALUE SPACE.
       88  TALLY-RETAIL-USAGE       VALUE "R".
       88  TALLY-WHOLESALE-USAGE    VALUE "W".
01     ETFAMOUNT                    PIC 9(5)V99 VALUE ZERO.
01     WS-ETF-MONTHS-LEFT           PIC S9(4).
01     WS-ETF-END-MONTHS            PIC 9(6).
01     SMSSUBTOTAL                 PIC 9(5)V99.
01     DATASUBTOTAL                PIC 9(5)V99.
01     ROAMINGSUBTOTAL             PIC 9(5)V99.
01     PREMIUMSUBTOTAL             PIC 9(5)V99.

01     REPORTHEADER                PIC X(100) VALUE SPACES.

       02  RT-LATEFEE-REVENUE      PIC 9(9)V99 VALUE ZERO.
       02  RT-LATEFEE-COUNT        PIC 9(7) VALUE ZERO.
       02  RT-ALLOWANCE-CREDIT     PIC 9(9)V99 VALUE ZERO.
       02  RT-ROLLOVER-DRAWN-COUNT PIC 9(7) VALUE ZERO.
       02  RT-ROLLOVER-ACCRUED-COUNT PIC 9(7) VALUE ZERO.
       02  RT-DISCOUNT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       02  RT-DISCOUNT-COUNT       PIC 9(7) VALUE ZERO.
       02  RT-CYCLE-SKIPPED-COUNT  PIC 9(7) VALUE ZERO.
       02  RT-FEED-BILLED-TOTAL    PIC S9(11)V99 VALUE ZERO.
       02  RT-VOICE-SECONDS-TOTAL  PIC 9(13) VALUE ZERO.
       02  RT-DATA-KB-TOTAL        PIC 9(13) VALUE ZERO.
       02  RT-UNBILLED-VOICE-SECONDS PIC 9(13) VALUE ZERO.
       02  RT-RECURRING-REVENUE    PIC 9(9)V99 VALUE ZERO.
       02  RT-RECURRING-COUNT      PIC 9(7) VALUE ZERO.
       02  RT-DEFERRED-COUNT       PIC 9(7) VALUE ZERO.
       02  RT-INSTALLMENT-COUNT    PIC 9(7) VALUE ZERO.
       02  RT-SUSPENDED-USAGE-COUNT PIC 9(7) VALUE ZERO.
       02  RT-SUSPENDED-USAGE-VALUE PIC 9(9)V99 VALUE ZERO.
       02  RT-ZERORATED-COUNT      PIC 9(7) VALUE ZERO.
       02  RT-ADDON-REVENUE        PIC 9(9)V99 VALUE ZERO.
       02  RT-ADDON-COUNT          PIC 9(7) VALUE ZERO.
       02  RT-ADDON-COVERED-VALUE  PIC 9(9)V99 VALUE ZERO.
       02  RT-ADDON-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       02  RT-PREPAID-ADDON-VALUE  PIC 9(9)V99 VALUE ZERO.
       02  RT-PREMIUM-REVENUE      PIC 9(9)V99 VALUE ZERO.
       02  RT-PREMIUM-COUNT        PIC 9(7) VALUE ZERO.
       02  RT-PREMIUM-BARRED-COUNT PIC 9(7) VALUE ZERO.
       02  RT-PREMIUM-BARRED-VALUE PIC 9(9)V99 VALUE ZERO.
       02  RT-PREPAID-PREMIUM-VALUE PIC 9(9)V99 VALUE ZERO.
       02  RT-WHOLESALE-REVENUE    PIC 9(9)V99 VALUE ZERO.
       02  RT-WHOLESALE-RECORDS    PIC 9(9) VALUE ZERO.
       02  RT-WHOLESALE-SUBSCRIBERS PIC 9(7) VALUE ZERO.
       02  RT-WHOLESALE-UNRATED    PIC 9(7) VALUE ZERO.

01     USAGE-BY-SERVICE-TOTALS.
       02  UBS-SERVICE OCCURS 6 TIMES.
           03  UBS-RETAIL-RECORDS   PIC 9(9) VALUE ZERO.
           03  UBS-WHOLESALE-RECORDS PIC 9(9) VALUE ZERO.
           03  UBS-SCREENED-RECORDS PIC S9(9) VALUE ZERO.
01     UBS-SUB                      PIC 99.

01     PRN-SUBSCRIBER-COUNT        PIC ZZZ,ZZ9.
01     PRN-TOTAL-REVENUE           PIC $$$,$$$,$$9.99.
       PERFORM DETERMINE-PRERATED-MODE
       PERFORM DETERMINE-TRIAL-MODE
       PERFORM DETERMINE-BILLING-CYCLE
       PERFORM DETERMINE-PARTITION-MODE
       PERFORM DETERMINE-LINES-PER-PAGE
       PERFORM DETERMINE-CSV-OUTPUT
       PERFORM BUILD-REPORT-HEADER
       IF PARTITIONED-RUN
           PERFORM LOAD-BILLING-PARTITION-RANGE
       END-IF
       PERFORM BUILD-RUNTIME-FILENAMES
       IF CSV-OUTPUT-WANTED
           PERFORM OPEN-CSV-COMPANION-FILES
       IF TRIAL-RUN
           PERFORM OPEN-TRIAL-STAGING-FILES
       END-IF
       IF PARTITIONED-RUN
           PERFORM OPEN-PARTITION-HISTORY-STAGE
       END-IF
       PERFORM LOAD-TAX-CONFIGURATION
       PERFORM LOAD-MINIMUM-BILL-CONFIG
       IF NOT SIMULATION-RUN AND NOT PARTITIONED-RUN
           PERFORM LOAD-INVOICE-NUMBER-CONTROL
       END-IF
       OPEN I-O DEFERREDCHARGEFILE
           MOVE WS-DFC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O ROLLOVERFILE
       IF WS-RCV-STATUS EQUAL TO "35"
           OPEN OUTPUT ROLLOVERFILE
           CLOSE ROLLOVERFILE
           OPEN I-O ROLLOVERFILE
       END-IF
       IF WS-RCV-STATUS NOT EQUAL TO "00"
           MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O ADDONBUNDLEFILE
       IF WS-ADB-STATUS EQUAL TO "35"
           OPEN OUTPUT ADDONBUNDLEFILE
           CLOSE ADDONBUNDLEFILE
           OPEN I-O ADDONBUNDLEFILE
       END-IF
       IF WS-ADB-STATUS NOT EQUAL TO "00"
           MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN I-O RATEDUNITSFILE
       IF WS-USG-STATUS EQUAL TO "35"
           OPEN OUTPUT RATEDUNITSFILE
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE SPACES TO QUARANTINEREC
       OPEN INPUT SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM CHECK-FOR-RESTART-CHECKPOINT
       IF SORT-STEP-ALREADY-DONE
           DISPLAY "RESTARTING FROM CHECKPOINT - SORT STEP ALREADY COMPLETE"
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF
       IF NOT SIMULATION-RUN AND NOT REBILL-RUN
               AND (NOT CYCLE-SELECTED-RUN
                   OR WS-BILLING-CYCLE EQUAL TO "01")
           SET WHOLESALE-RATING-ACTIVE TO TRUE
           OPEN OUTPUT WHOLESALEUSAGEFILE
           IF WS-WHU-STATUS NOT EQUAL TO "00"
               MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           OPEN INPUT WHOLESALERATEFILE
           IF WS-WSR-STATUS EQUAL TO "35"
               DISPLAY "NO WHOLESALE RATE CARD PRESENT - PARTNER USAGE "
                   "WRITTEN UNRATED"
           ELSE
               IF WS-WSR-STATUS NOT EQUAL TO "00"
                   MOVE "WHOLESALERATEFILE" TO ABEND-FILE-NAME
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE WS-WSR-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               SET WHOLESALE-RATES-AVAILABLE TO TRUE
           END-IF
       END-IF
       OPEN INPUT PLANCHANGEFILE
       IF WS-PLC-STATUS NOT EQUAL TO "00"
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF
       IF RUN-MODE-MONTHLY
           PERFORM BUILD-ADDON-BUNDLE-TABLE
       END-IF
       IF ALLOWANCES-AVAILABLE
           PERFORM BUILD-ALLOWANCE-POOLS
       END-IF
       PERFORM PRINT-REPORT-HEADERS
       OPEN INPUT SORTEDCALLSFILE
       IF WS-SCF-STATUS NOT EQUAL TO "00"
           END-IF
           MOVE SUBSCRIBERID TO PREVSUBSCRIBERID, PRNSUBSCRIBERID
           PERFORM LOOKUP-SUBSCRIBER-MASTER
           IF NOT SMF-OWN-BRAND
               SET TALLY-WHOLESALE-USAGE TO TRUE
               PERFORM RATE-WHOLESALE-SUBSCRIBER
           ELSE
           SET TALLY-RETAIL-USAGE TO TRUE
           PERFORM DETERMINE-LIFECYCLE-STATUS
           PERFORM DETERMINE-BILL-CYCLE-ROLE
           IF REBILL-RUN
               PERFORM CHECK-REBILL-LIST-FOR-SUBSCRIBER
           ELSE
               SET SUBSCRIBER-IN-REBILL-LIST TO TRUE
           END-IF
           IF CYCLE-ROLE-NOT-IN-RUN
                   OR SUBSCRIBER-BILLING-SUPPRESSED
                   OR NOT SUBSCRIBER-IN-REBILL-LIST
               IF SUBSCRIBER-BILLING-SUPPRESSED
                   ADD 1 TO RT-CYCLE-SKIPPED-COUNT
               END-IF
               PERFORM UNTIL SUBSCRIBERID NOT EQUAL TO PREVSUBSCRIBERID
                   IF SERVICEISVOICE
                       ADD CALLDURATION TO RT-UNBILLED-VOICE-SECONDS
                   END-IF
                   PERFORM READ-SORTEDCALLSFILE
               END-PERFORM
           ELSE
           MOVE PREVSUBSCRIBERID TO WS-ADDON-SUBSCRIBERID
           PERFORM LOAD-SUBSCRIBER-BUNDLES
           IF SMF-PAYTYPE EQUAL TO "P"
               PERFORM PROCESS-PREPAID-SUBSCRIBER
           ELSE
           MOVE ZEROS TO SUBSCRIBERTOTAL, VOICESUBTOTAL, SMSSUBTOTAL,
               DATASUBTOTAL, ROAMINGSUBTOTAL, PREMIUMSUBTOTAL
           MOVE ZEROS TO ALLOWANCE-USAGE
           MOVE "N" TO WS-MIGRATION-PPB-SWITCH
           MOVE ZERO TO MIGRATIONUSAGEAMOUNT
           PERFORM UNTIL SUBSCRIBERID NOT EQUAL TO PREVSUBSCRIBERID
               PERFORM CHECK-FOR-SUSPENDED-USAGE
               PERFORM CHECK-FOR-OTHER-CYCLE-USAGE
               IF USAGE-FOR-OTHER-CYCLE
                   IF SERVICEISVOICE
                       ADD CALLDURATION TO RT-UNBILLED-VOICE-SECONDS
                   END-IF
                   PERFORM READ-SORTEDCALLSFILE
               ELSE
               IF MIGRATING-THIS-PERIOD
                       AND NOT USAGE-DURING-SUSPENSION
                       AND CALLTIMESTAMP(1:8) LESS THAN
                           SMF-PAYTYPE-EFFDATE
                   PERFORM DECREMENT-PREPAID-FOR-MIGRATION
                   IF SERVICEISVOICE
                       ADD CALLDURATION TO RT-UNBILLED-VOICE-SECONDS
                   END-IF
                   PERFORM READ-SORTEDCALLSFILE
               ELSE
               IF USAGE-DURING-SUSPENSION
                   PERFORM WRITE-EXCEPTION-RECORD
                   ADD 1 TO RT-SUSPENDED-USAGE-COUNT
                   ADD SERVICECOST TO RT-SUSPENDED-USAGE-VALUE
                   IF SERVICEISVOICE
                       ADD CALLDURATION TO RT-UNBILLED-VOICE-SECONDS
                   END-IF
                   PERFORM READ-SORTEDCALLSFILE
               ELSE
               PERFORM CHECK-FOR-COST-OUTLIER
               SET ADDON-DRAW-FOR-BILL TO TRUE
               PERFORM DRAW-ADDON-BUNDLES
               ADD SERVICECOST TO SUBSCRIBERTOTAL
               EVALUATE TRUE
                   WHEN SERVICEISVOICE
                       ADD SERVICECOST TO VOICESUBTOTAL
                   WHEN SERVICEISROAMINGDATA
                       ADD SERVICECOST TO ROAMINGSUBTOTAL
                       ADD 1 TO RT-ROAMING-COUNT
                   WHEN SERVICEISPREMIUM
                       ADD SERVICECOST TO PREMIUMSUBTOTAL
                       ADD 1 TO RT-PREMIUM-COUNT
               END-EVALUATE
               IF WS-ADDON-COVERED-UNITS GREATER THAN ZERO
                   PERFORM REMOVE-COVERED-ALLOWANCE-USAGE
               END-IF
               PERFORM READ-SORTEDCALLSFILE
               END-IF
               END-IF
               END-IF
           END-PERFORM
           IF MIGRATION-PPB-HELD
               PERFORM RELEASE-MIGRATION-PREPAID-BALANCE
           PERFORM BILL-SUBSCRIBER-CHARGES
           END-IF
           END-IF
           END-IF
       END-PERFORM
       IF NOT REBILL-RUN
           IF PARTITIONED-RUN
               COMPUTE WS-SWEEP-LIMIT-ID = WS-PARTITION-HIGH-ID + 1
           ELSE
               MOVE 99999999999 TO WS-SWEEP-LIMIT-ID
           END-IF
           PERFORM SWEEP-ZERO-USAGE-SUBSCRIBERS
       END-IF
       IF NOT SIMULATION-RUN AND NOT REBILL-RUN
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF
       IF WHOLESALE-RATING-ACTIVE
           CLOSE WHOLESALEUSAGEFILE
           IF WS-WHU-STATUS NOT EQUAL TO "00"
               MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
               MOVE "CLOSE" TO ABEND-OPERATION
               MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           IF WHOLESALE-RATES-AVAILABLE
               CLOSE WHOLESALERATEFILE
           END-IF
       END-IF
       CLOSE SUBSCRIBERMASTER
       IF WS-SMF-STATUS NOT EQUAL TO "00"
           MOVE "SUBSCRIBERMASTER" TO ABEND-FILE-NAME
           MOVE WS-SMF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF TAX-EXEMPTIONS-AVAILABLE
           CLOSE TAXEXEMPTIONFILE
       END-IF
       IF PLANCHANGES-AVAILABLE
           CLOSE PLANCHANGEFILE
           IF WS-PLC-STATUS NOT EQUAL TO "00"
           END-IF
       END-IF
       IF NOT SIMULATION-RUN AND NOT REBILL-RUN
               AND NOT PARTITIONED-RUN
           PERFORM PRODUCE-TOPSPENDERS-REPORT
       END-IF
       IF SIMULATION-RUN
           PERFORM PRODUCE-GL-EXTRACT
       END-IF
       IF NOT SIMULATION-RUN
           IF NOT PARTITIONED-RUN
               PERFORM SAVE-INVOICE-NUMBER-CONTROL
           END-IF
           PERFORM WRITE-CONTROL-TOTALS-RECORD
       END-IF
       IF CSV-OUTPUT-WANTED
       END-IF
       IF RESUBMITS-MERGED
               AND NOT SIMULATION-RUN AND NOT REBILL-RUN
               AND NOT TRIAL-RUN AND NOT PARTITIONED-RUN
           PERFORM CLEAR-RESUBMIT-FILE
       END-IF
       IF LATE-CDR-FILE-PRESENT AND NOT TRIAL-RUN
               AND NOT PARTITIONED-RUN
           PERFORM CLEAR-LATE-CDR-FILE
       END-IF
       IF TRIAL-RUN
               BILLING-PERIOD-YYYYMM
               " - OUTPUTS HELD IN STAGING UNTIL RELEASED"
       END-IF
       IF PARTITIONED-RUN
           CLOSE BILLINGHISTORYSTAGE
           IF WS-BHS-STATUS NOT EQUAL TO "00"
               MOVE "BILLINGHISTORYSTAGE" TO ABEND-FILE-NAME
               MOVE "CLOSE" TO ABEND-OPERATION
               MOVE WS-BHS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           DISPLAY "PARTITION " WS-PARTITION-NUMBER " OF PERIOD "
               BILLING-PERIOD-YYYYMM " COMPLETE - RUN BILLINGMERGE"
               " ONCE EVERY PARTITION HAS COMPLETED"
       END-IF
       CLOSE RATEDUNITSFILE
       IF WS-USG-STATUS NOT EQUAL TO "00"
           MOVE "RATEDUNITSFILE" TO ABEND-FILE-NAME
           MOVE WS-DFC-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE ROLLOVERFILE
       IF WS-RCV-STATUS NOT EQUAL TO "00"
           MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
           MOVE "CLOSE" TO ABEND-OPERATION
           MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       CLOSE ADDONBUNDLEFILE
       IF WS-ADB-STATUS NOT EQUAL TO "00"
           MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
           MOVE "CLOSE" TO ABEND-OPERATION
           MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM RELEASE-PERIOD-RUN-LOCK
       IF NOT SIMULATION-RUN
           PERFORM RELEASE-BATCH-RESOURCE-LOCK
       PERFORM APPLY-PLAN-CHANGE-PRORATION
       PERFORM APPLY-LIFECYCLE-PRORATION
       PERFORM APPLY-RECURRING-PLAN-CHARGE
       PERFORM APPLY-ADDON-BUNDLE-CHARGES
       PERFORM APPLY-MIGRATION-USAGE-CHARGE
       PERFORM APPLY-EARLY-TERMINATION-FEE
       PERFORM APPLY-HANDSET-INSTALLMENT
       ADD SMSSUBTOTAL TO RT-SMS-REVENUE
       ADD DATASUBTOTAL TO RT-DATA-REVENUE
       ADD ROAMINGSUBTOTAL TO RT-ROAMING-REVENUE
       ADD PREMIUMSUBTOTAL TO RT-PREMIUM-REVENUE
       PERFORM APPLY-SUBSCRIBER-ADJUSTMENT
       PERFORM COMPUTE-TAX-AND-BILLED-AMOUNT
       PERFORM APPLY-DEFERRED-CHARGE-POLICY
       IF RECURRINGCHARGEAMOUNT GREATER THAN ZERO
           PERFORM PRINT-RECURRING-CHARGE-LINE
       END-IF
       IF ADDONCHARGEAMOUNT GREATER THAN ZERO
               OR ADDONCOVEREDVALUE GREATER THAN ZERO
           PERFORM PRINT-ADDON-BUNDLE-LINE
       END-IF
       IF PREMIUMSUBTOTAL GREATER THAN ZERO
           PERFORM PRINT-PREMIUM-CONTENT-LINE
       END-IF
       IF WS-EXEMPT-CERTIFICATE NOT EQUAL TO SPACES
           PERFORM PRINT-TAX-EXEMPTION-LINE
       END-IF
       IF CYCLE-ROLE-TRANSITION OR CYCLE-ROLE-JOINING
           PERFORM PRINT-CYCLE-CHANGE-LINE
       END-IF
       IF MIGRATIONUSAGEAMOUNT GREATER THAN ZERO
           PERFORM PRINT-MIGRATION-USAGE-LINE
       END-IF
       END-READ.

BILL-ONE-ZERO-USAGE-SUBSCRIBER.
       IF NOT SMF-OWN-BRAND
           CONTINUE
       ELSE
       IF SMF-PAYTYPE EQUAL TO "P"
           IF ABT-COUNT GREATER THAN ZERO
               PERFORM BILL-ZERO-USAGE-PREPAID-ADDONS
           END-IF
       ELSE
       PERFORM DETERMINE-LIFECYCLE-STATUS
       PERFORM DETERMINE-BILL-CYCLE-ROLE
       IF SUBSCRIBER-BILLING-SUPPRESSED
               OR CYCLE-ROLE-NOT-IN-RUN
           CONTINUE
       ELSE
           MOVE SMF-SUBSCRIBERID TO PREVSUBSCRIBERID,
               PRNSUBSCRIBERID
           MOVE SMF-SUBSCRIBERNAME TO PRNSUBSCRIBERNAME
           MOVE PREVSUBSCRIBERID TO WS-ADDON-SUBSCRIBERID
           PERFORM LOAD-SUBSCRIBER-BUNDLES
           PERFORM CHECK-ZERO-USAGE-CHARGES-DUE
           IF NOUSAGE-CHARGES-DUE
               MOVE ZEROS TO SUBSCRIBERTOTAL, VOICESUBTOTAL,
                   SMSSUBTOTAL, DATASUBTOTAL, ROAMINGSUBTOTAL,
                   PREMIUMSUBTOTAL
               MOVE ZEROS TO ALLOWANCE-USAGE
               MOVE "N" TO WS-MIGRATION-PPB-SWITCH
               MOVE ZERO TO MIGRATIONUSAGEAMOUNT
               PERFORM BILL-SUBSCRIBER-CHARGES
               ADD 1 TO RT-NOUSAGE-BILLED-COUNT
           ELSE
               IF SBD-COUNT GREATER THAN ZERO
                   PERFORM TALLY-NEW-ADDON-PURCHASES
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

BILL-ZERO-USAGE-PREPAID-ADDONS.
       PERFORM DETERMINE-LIFECYCLE-STATUS
       PERFORM DETERMINE-BILL-CYCLE-ROLE
       IF SUBSCRIBER-BILLING-SUPPRESSED
               OR CYCLE-ROLE-NOT-IN-RUN
           CONTINUE
       ELSE
           MOVE SMF-SUBSCRIBERID TO PREVSUBSCRIBERID,
               WS-ADDON-SUBSCRIBERID
           PERFORM LOAD-SUBSCRIBER-BUNDLES
           MOVE "N" TO WS-NOUSAGE-CHARGE-SWITCH
           PERFORM CHECK-NEW-ADDON-PURCHASES
           IF NOUSAGE-CHARGES-DUE
               PERFORM PROCESS-PREPAID-SUBSCRIBER
           ELSE
               IF SBD-COUNT GREATER THAN ZERO
                   PERFORM TALLY-NEW-ADDON-PURCHASES
               END-IF
           END-IF
       END-IF.

CHECK-ZERO-USAGE-CHARGES-DUE.
                       SET NOUSAGE-CHARGES-DUE TO TRUE
                   END-IF
           END-READ
       END-IF
       PERFORM CHECK-NEW-ADDON-PURCHASES.

CHECK-NEW-ADDON-PURCHASES.
       IF NOT NOUSAGE-CHARGES-DUE
           PERFORM VARYING SBD-IDX FROM 1 BY 1
                   UNTIL SBD-IDX GREATER THAN SBD-COUNT
               MOVE SBD-ABT-IDX(SBD-IDX) TO ABT-IDX
               IF ABT-NEW-PURCHASE(ABT-IDX) AND ABT-USABLE(ABT-IDX)
                   SET NOUSAGE-CHARGES-DUE TO TRUE
               END-IF
           END-PERFORM
       END-IF.

MERGE-DAILY-EXTRACTS.
       CLOSE CHECKPOINTFILE.

READ-SORTEDCALLSFILE.
       IF (TALLY-RETAIL-USAGE OR TALLY-WHOLESALE-USAGE)
               AND NOT ENDOFBILLABLESFILE
           PERFORM TALLY-CALL-FILE-USAGE
       END-IF
       READ SORTEDCALLSFILE AT END SET ENDOFBILLABLESFILE TO TRUE
       END-READ
       IF WS-SCF-STATUS NOT EQUAL TO "00" AND WS-SCF-STATUS NOT EQUAL TO "10"
           MOVE WS-PPD-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       IF PARTITIONED-RUN
           PERFORM CHECK-PERIOD-BILLED-WHOLE
       ELSE
       IF NOT CYCLE-SELECTED-RUN
           PERFORM CHECK-PERIOD-PARTITIONS
       END-IF
       END-IF
       MOVE BILLING-PERIOD-YYYYMM TO PP-PERIOD
       MOVE WS-PERIOD-LOCK-CYCLE TO PP-CYCLE
       READ POSTEDPERIODFILE
           INVALID KEY
               MOVE BILLING-PERIOD-YYYYMM TO PP-PERIOD
               MOVE WS-PERIOD-LOCK-CYCLE TO PP-CYCLE
               MOVE "I" TO PP-STATUS
               MOVE RUN-DATE-YYYYMMDD TO PP-RUNDATE
               WRITE POSTEDPERIODREC
           STOP RUN
       END-IF.

CHECK-PERIOD-BILLED-WHOLE.
       MOVE BILLING-PERIOD-YYYYMM TO PP-PERIOD
       MOVE SPACES TO PP-CYCLE
       READ POSTEDPERIODFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               DISPLAY "PERIOD " BILLING-PERIOD-YYYYMM
                   " IS ALREADY POSTED OR BEING BILLED AS A WHOLE -"
                   " PARTITION " WS-PARTITION-NUMBER " REFUSED"
               CLOSE POSTEDPERIODFILE
               MOVE 12 TO RETURN-CODE
               MOVE "END" TO WS-RUNHISTORY-EVENT
               MOVE 12 TO WS-RUNHISTORY-RC
               PERFORM WRITE-RUN-HISTORY-RECORD
               STOP RUN
       END-READ.

CHECK-PERIOD-PARTITIONS.
       PERFORM VARYING PLK-IDX FROM 1 BY 1 UNTIL PLK-IDX GREATER THAN 9
           MOVE BILLING-PERIOD-YYYYMM TO PP-PERIOD
           MOVE SPACES TO PP-CYCLE
           STRING "P" PLK-IDX(2:1) DELIMITED BY SIZE INTO PP-CYCLE
           END-STRING
           READ POSTEDPERIODFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "PERIOD " BILLING-PERIOD-YYYYMM
                       " IS BEING BILLED IN PARTITIONS - COMPLETE THE"
                       " PARTITIONS AND RUN BILLINGMERGE - BILLING"
                       " REFUSED"
                   CLOSE POSTEDPERIODFILE
                   MOVE 12 TO RETURN-CODE
                   MOVE "END" TO WS-RUNHISTORY-EVENT
                   MOVE 12 TO WS-RUNHISTORY-RC
                   PERFORM WRITE-RUN-HISTORY-RECORD
                   STOP RUN
           END-READ
       END-PERFORM.

RELEASE-PERIOD-RUN-LOCK.
       IF RUN-LOCK-HELD
           OPEN I-O POSTEDPERIODFILE
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE BILLING-PERIOD-YYYYMM TO PP-PERIOD
           MOVE WS-PERIOD-LOCK-CYCLE TO PP-CYCLE
           READ POSTEDPERIODFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
       END-IF.

ACQUIRE-BATCH-RESOURCE-LOCK.
       MOVE WS-BATCH-LOCK-RESOURCE TO WS-LOCK-RESOURCE
       MOVE "A" TO WS-LOCK-ACTION
       CALL "RESOURCELOCK" USING WS-LOCK-RESOURCE, WS-LOCK-ACTION,
           WS-LOCK-PROGRAM, WS-LOCK-RESULT
       END-IF.

RELEASE-BATCH-RESOURCE-LOCK.
       MOVE WS-BATCH-LOCK-RESOURCE TO WS-LOCK-RESOURCE
       MOVE "R" TO WS-LOCK-ACTION
       CALL "RESOURCELOCK" USING WS-LOCK-RESOURCE, WS-LOCK-ACTION,
           WS-LOCK-PROGRAM, WS-LOCK-RESULT.
               END-IF
           END-PERFORM
           CLOSE TAXJURISDICTIONFILE
       END-IF
       PERFORM OPEN-TAX-EXEMPTION-FILE.

OPEN-TAX-EXEMPTION-FILE.
       OPEN INPUT TAXEXEMPTIONFILE
       IF WS-TXE-STATUS EQUAL TO "35"
           DISPLAY "NO TAX EXEMPTION CERTIFICATES PRESENT - "
               "NO EXEMPTIONS APPLIED"
       ELSE
           IF WS-TXE-STATUS NOT EQUAL TO "00"
               MOVE "TAXEXEMPTIONFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-TXE-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           SET TAX-EXEMPTIONS-AVAILABLE TO TRUE
       END-IF.

READ-TAX-JURISDICTION-RECORD.
               MOVE TJE-TAXRATE(TJE-BEST-IDX)
                   TO WS-SUBSCRIBER-TAXRATE
           END-IF
       END-IF
       PERFORM FIND-TAX-EXEMPTION.

FIND-TAX-EXEMPTION.
       MOVE ZERO TO WS-EXEMPT-PERCENT
       MOVE SPACES TO WS-EXEMPT-CERTIFICATE
       IF TAX-EXEMPTIONS-AVAILABLE
           MOVE SMF-SUBSCRIBERID TO TXE-SUBSCRIBERID
           READ TAXEXEMPTIONFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TXE-EFFECTIVEDATE
                           LESS THAN OR EQUAL TO WS-PERIOD-END-DATE
                           AND TXE-EXPIRYDATE
                           GREATER THAN OR EQUAL TO WS-PERIOD-END-DATE
                       PERFORM VARYING TXE-IDX FROM 1 BY 1
                               UNTIL TXE-IDX GREATER THAN 5
                           IF TXE-EXEMPT-JURISDICTION(TXE-IDX)
                                   EQUAL TO "**"
                                   OR (TXE-EXEMPT-JURISDICTION(TXE-IDX)
                                       NOT EQUAL TO SPACES
                                   AND TXE-EXEMPT-JURISDICTION(TXE-IDX)
                                       EQUAL TO SMF-TAXJURISDICTION)
                               MOVE TXE-EXEMPT-PERCENT
                                   TO WS-EXEMPT-PERCENT
                               MOVE TXE-CERTIFICATE-NUMBER
                                   TO WS-EXEMPT-CERTIFICATE
                               MOVE 5 TO TXE-IDX
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-IF.

COMPUTE-TAX-AND-BILLED-AMOUNT.
       PERFORM DETERMINE-SUBSCRIBER-TAXRATE
       COMPUTE WS-EXEMPT-SALES ROUNDED =
           SUBSCRIBERTOTAL * WS-EXEMPT-PERCENT / 100
       COMPUTE TAXAMOUNT ROUNDED =
           (SUBSCRIBERTOTAL - WS-EXEMPT-SALES) * WS-SUBSCRIBER-TAXRATE
       COMPUTE BILLEDAMOUNT = SUBSCRIBERTOTAL + TAXAMOUNT
           + ADJUSTMENTAMOUNT
       MOVE TAXAMOUNT TO PRNTAXAMOUNT
                   COMPUTE SUBSCRIBERTOTAL =
                       VOICESUBTOTAL + SMSSUBTOTAL
                       + DATASUBTOTAL + ROAMINGSUBTOTAL
                       + PREMIUMSUBTOTAL
               END-IF
       END-READ
       END-IF.
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

APPLY-ADDON-BUNDLE-CHARGES.
       PERFORM TALLY-NEW-ADDON-PURCHASES
       ADD ADDONCHARGEAMOUNT TO SUBSCRIBERTOTAL
       ADD ADDONCHARGEAMOUNT TO RT-ADDON-REVENUE
       IF SBD-COUNT GREATER THAN ZERO
               AND NOT SIMULATION-RUN AND NOT REBILL-RUN
           PERFORM POST-ADDON-LEDGER
       END-IF.

PRINT-ADDON-BUNDLE-LINE.
       MOVE ADDONCHARGEAMOUNT TO PRNADDONCHARGE
       MOVE ADDONBUNDLECOUNT TO PRNADDONCOUNT
       MOVE ADDONCOVEREDVALUE TO PRNADDONCOVERED
       MOVE ADDONDETAILLINE TO REPORTLINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

PRINT-TAX-EXEMPTION-LINE.
       MOVE WS-EXEMPT-CERTIFICATE TO PRNEXEMPTCERTIFICATE
       MOVE WS-EXEMPT-PERCENT TO PRNEXEMPTPERCENT
       MOVE WS-EXEMPT-SALES TO PRNEXEMPTSALES
       MOVE TAXEXEMPTDETAILLINE TO REPORTLINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

PRINT-CYCLE-CHANGE-LINE.
       MOVE SPACES TO PRNCYCLECHANGETEXT
       IF CYCLE-ROLE-TRANSITION
           STRING "SHORT PERIOD BILL ON CYCLE " WS-BILLING-CYCLE
               " - CYCLE " SMF-BILLCYCLE " FROM " SMF-CYCLECHANGEDATE
               DELIMITED BY SIZE INTO PRNCYCLECHANGETEXT
           END-STRING
       ELSE
           STRING "JOINS CYCLE " SMF-BILLCYCLE " FROM "
               SMF-CYCLECHANGEDATE " - WAS CYCLE " SMF-PRIORBILLCYCLE
               DELIMITED BY SIZE INTO PRNCYCLECHANGETEXT
           END-STRING
       END-IF
       MOVE CYCLECHANGEDETAILLINE TO REPORTLINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

PRINT-PREMIUM-CONTENT-LINE.
       MOVE PREMIUMSUBTOTAL TO PRNPREMIUMCHARGE
       MOVE PREMIUMDETAILLINE TO REPORTLINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

TALLY-NEW-ADDON-PURCHASES.
       MOVE ZERO TO ADDONCHARGEAMOUNT
       MOVE ZERO TO ADDONBUNDLECOUNT
       PERFORM VARYING SBD-IDX FROM 1 BY 1
               UNTIL SBD-IDX GREATER THAN SBD-COUNT
           MOVE SBD-ABT-IDX(SBD-IDX) TO ABT-IDX
           IF ABT-NEW-PURCHASE(ABT-IDX)
               IF ABT-USABLE(ABT-IDX)
                   ADD ABT-PRICE(ABT-IDX) TO ADDONCHARGEAMOUNT
                   ADD 1 TO ADDONBUNDLECOUNT
               ELSE
                   PERFORM REJECT-ADDON-PURCHASE
               END-IF
           END-IF
       END-PERFORM
       ADD ADDONBUNDLECOUNT TO RT-ADDON-COUNT.

REJECT-ADDON-PURCHASE.
       MOVE ABT-SUBSCRIBERID(ABT-IDX) TO EXC-SUBSCRIBERID
       EVALUATE TRUE
           WHEN ABT-UNKNOWN-BUNDLE(ABT-IDX)
               MOVE "ADD-ON BUNDLE CODE NOT IN CATALOG" TO EXC-REASON
           WHEN ABT-DATE-INVALID(ABT-IDX)
               MOVE "ADD-ON PURCHASE TIMESTAMP INVALID" TO EXC-REASON
           WHEN ABT-DUPLICATE(ABT-IDX)
               MOVE "DUPLICATE ADD-ON PURCHASE IGNORED" TO EXC-REASON
           WHEN ABT-NOT-ELIGIBLE(ABT-IDX)
               MOVE "ADD-ON NOT ELIGIBLE FOR PLAN" TO EXC-REASON
           WHEN ABT-UNFUNDED(ABT-IDX)
               MOVE "PREPAID BALANCE TOO LOW FOR ADD-ON" TO EXC-REASON
       END-EVALUATE
       PERFORM WRITE-EXCEPTION-RECORD
       ADD 1 TO RT-ADDON-REJECTED-COUNT.

CHARGE-PREPAID-ADDON-BUNDLES.
       IF NOT REBILL-RUN
           MOVE PPB-BALANCE TO WS-ADDON-FUNDS
           PERFORM VARYING SBD-IDX FROM 1 BY 1
                   UNTIL SBD-IDX GREATER THAN SBD-COUNT
               MOVE SBD-ABT-IDX(SBD-IDX) TO ABT-IDX
               IF ABT-NEW-PURCHASE(ABT-IDX) AND ABT-USABLE(ABT-IDX)
                   IF WS-ADDON-FUNDS LESS THAN ABT-PRICE(ABT-IDX)
                       SET ABT-UNFUNDED(ABT-IDX) TO TRUE
                   ELSE
                       SUBTRACT ABT-PRICE(ABT-IDX) FROM WS-ADDON-FUNDS
                   END-IF
               END-IF
           END-PERFORM
       END-IF
       PERFORM TALLY-NEW-ADDON-PURCHASES
       IF ADDONCHARGEAMOUNT GREATER THAN ZERO
           SUBTRACT ADDONCHARGEAMOUNT FROM PPB-BALANCE
           ADD ADDONCHARGEAMOUNT TO WS-PREPAID-USAGE-THIS-SUB
           ADD ADDONCHARGEAMOUNT TO RT-PREPAID-ADDON-VALUE
       END-IF.

BUILD-ADDON-BUNDLE-TABLE.
       MOVE ZERO TO ABT-COUNT
       COMPUTE WS-ADDON-PERIOD-START-STAMP =
           BILLING-PERIOD-YYYYMM * 1000000 + 10000
       PERFORM LOAD-CARRIED-ADDON-BUNDLES
       IF NOT REBILL-RUN
           PERFORM LOAD-ADDON-PURCHASES
       END-IF
       IF ABT-COUNT GREATER THAN ZERO
           DISPLAY "ADD-ON BUNDLES IN FORCE THIS PERIOD: " ABT-COUNT
       END-IF.

LOAD-CARRIED-ADDON-BUNDLES.
       MOVE ZERO TO ADB-SUBSCRIBERID
       MOVE ZERO TO ADB-START-STAMP
       MOVE SPACES TO ADB-BUNDLECODE
       MOVE "N" TO WS-ADB-EOF-SWITCH
       START ADDONBUNDLEFILE KEY IS NOT LESS THAN ADB-BUNDLE-KEY
           INVALID KEY SET ENDOFADDONLEDGER TO TRUE
       END-START
       PERFORM READ-NEXT-ADDON-LEDGER
       PERFORM UNTIL ENDOFADDONLEDGER
           IF ADB-START-STAMP(1:6) LESS THAN BILLING-PERIOD-YYYYMM
                   AND ADB-END-STAMP GREATER THAN
                       WS-ADDON-PERIOD-START-STAMP
               MOVE "N" TO WS-ADDON-NEW-SWITCH
               PERFORM STORE-ADDON-LEDGER-ENTRY
           ELSE
           IF REBILL-RUN
                   AND ADB-START-STAMP(1:6) EQUAL TO BILLING-PERIOD-YYYYMM
               MOVE "Y" TO WS-ADDON-NEW-SWITCH
               PERFORM STORE-ADDON-LEDGER-ENTRY
           END-IF
           END-IF
           PERFORM READ-NEXT-ADDON-LEDGER
       END-PERFORM.

READ-NEXT-ADDON-LEDGER.
       IF NOT ENDOFADDONLEDGER
           READ ADDONBUNDLEFILE NEXT RECORD
               AT END SET ENDOFADDONLEDGER TO TRUE
           END-READ
           IF WS-ADB-STATUS NOT EQUAL TO "00"
                   AND WS-ADB-STATUS NOT EQUAL TO "10"
               MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
               MOVE "READ" TO ABEND-OPERATION
               MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF.

STORE-ADDON-LEDGER-ENTRY.
       IF ABT-COUNT NOT LESS THAN ABT-LIMIT
           PERFORM REPORT-ADDON-TABLE-FULL
       ELSE
           ADD 1 TO ABT-COUNT
           MOVE ABT-COUNT TO ABT-IDX
           MOVE ADB-SUBSCRIBERID TO ABT-SUBSCRIBERID(ABT-IDX)
           MOVE ADB-START-STAMP TO ABT-START-STAMP(ABT-IDX)
           MOVE ADB-BUNDLECODE TO ABT-BUNDLECODE(ABT-IDX)
           MOVE ADB-DESCRIPTION TO ABT-DESCRIPTION(ABT-IDX)
           MOVE ADB-SERVICETYPE TO ABT-SERVICETYPE(ABT-IDX)
           MOVE ADB-END-STAMP TO ABT-END-STAMP(ABT-IDX)
           MOVE ADB-PRICE TO ABT-PRICE(ABT-IDX)
           MOVE ADB-CHANNEL TO ABT-CHANNEL(ABT-IDX)
           MOVE ADB-REFERENCE TO ABT-REFERENCE(ABT-IDX)
           MOVE ADB-GRANTED-UNITS TO ABT-GRANTED(ABT-IDX)
           MOVE ZERO TO WS-ADDON-SLOT-TOTAL
           PERFORM VARYING ADB-SLOT-IDX FROM 1 BY 1
                   UNTIL ADB-SLOT-IDX GREATER THAN 5
               IF ADB-USED-PERIOD(ADB-SLOT-IDX) GREATER THAN ZERO
                       AND ADB-USED-PERIOD(ADB-SLOT-IDX) LESS THAN
                           BILLING-PERIOD-YYYYMM
                   ADD ADB-USED-UNITS(ADB-SLOT-IDX)
                       TO WS-ADDON-SLOT-TOTAL
               END-IF
           END-PERFORM
           IF WS-ADDON-SLOT-TOTAL LESS THAN ADB-GRANTED-UNITS
               COMPUTE ABT-OPENING(ABT-IDX) =
                   ADB-GRANTED-UNITS - WS-ADDON-SLOT-TOTAL
           ELSE
               MOVE ZERO TO ABT-OPENING(ABT-IDX)
           END-IF
           MOVE ZERO TO ABT-POOL-TAKEN(ABT-IDX), ABT-TAKEN(ABT-IDX)
           MOVE WS-ADDON-NEW-SWITCH TO ABT-NEW-SWITCH(ABT-IDX)
           SET ABT-USABLE(ABT-IDX) TO TRUE
       END-IF.

REPORT-ADDON-TABLE-FULL.
       IF NOT ADDON-TABLE-FULL
           DISPLAY "ADD-ON BUNDLE TABLE FULL AT " ABT-LIMIT
               " - REMAINING BUNDLES IGNORED THIS RUN"
           SET ADDON-TABLE-FULL TO TRUE
       END-IF.

LOAD-ADDON-PURCHASES.
       OPEN INPUT ADDONCATALOGFILE
       IF WS-ADC-STATUS EQUAL TO "35"
           DISPLAY "NO ADD-ON CATALOG PRESENT - ADD-ON PURCHASES REJECTED"
       ELSE
           IF WS-ADC-STATUS NOT EQUAL TO "00"
               MOVE "ADDONCATALOGFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ADC-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           SET ADDON-CATALOG-AVAILABLE TO TRUE
       END-IF
       OPEN INPUT ADDONPURCHASEFILE
       IF WS-ADP-STATUS EQUAL TO "35"
           DISPLAY "NO ADD-ON PURCHASE FILE PRESENT - NO BUNDLES CHARGED THIS RUN"
       ELSE
           IF WS-ADP-STATUS NOT EQUAL TO "00"
               MOVE "ADDONPURCHASEFILE" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ADP-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE "N" TO WS-ADP-EOF-SWITCH
           PERFORM READ-ADDON-PURCHASE
           PERFORM UNTIL ENDOFADDONPURCHASES
               PERFORM EXAMINE-ADDON-PURCHASE
               PERFORM READ-ADDON-PURCHASE
           END-PERFORM
           CLOSE ADDONPURCHASEFILE
       END-IF
       IF ADDON-CATALOG-AVAILABLE
           CLOSE ADDONCATALOGFILE
       END-IF.

READ-ADDON-PURCHASE.
       READ ADDONPURCHASEFILE AT END SET ENDOFADDONPURCHASES TO TRUE
       END-READ
       IF WS-ADP-STATUS NOT EQUAL TO "00" AND WS-ADP-STATUS NOT EQUAL TO "10"
           MOVE "ADDONPURCHASEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-ADP-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

EXAMINE-ADDON-PURCHASE.
       IF ADP-SUBSCRIBERID NOT NUMERIC
               OR ADP-PURCHASE-STAMP NOT NUMERIC
           DISPLAY "ADD-ON PURCHASE REJECTED - BAD SUBSCRIBER OR STAMP: "
               ADP-REFERENCE
           ADD 1 TO RT-ADDON-REJECTED-COUNT
       ELSE
           IF ADP-PURCHASE-STAMP(1:6) EQUAL TO BILLING-PERIOD-YYYYMM
                   AND ADP-SUBSCRIBERID NOT LESS THAN WS-PARTITION-LOW-ID
                   AND ADP-SUBSCRIBERID NOT GREATER THAN
                       WS-PARTITION-HIGH-ID
               PERFORM STORE-ADDON-PURCHASE
           END-IF
       END-IF.

STORE-ADDON-PURCHASE.
       IF ABT-COUNT NOT LESS THAN ABT-LIMIT
           PERFORM REPORT-ADDON-TABLE-FULL
       ELSE
           ADD 1 TO ABT-COUNT
           MOVE ABT-COUNT TO ABT-IDX
           MOVE ADP-SUBSCRIBERID TO ABT-SUBSCRIBERID(ABT-IDX)
           MOVE ADP-PURCHASE-STAMP TO ABT-START-STAMP(ABT-IDX)
           MOVE ADP-BUNDLECODE TO ABT-BUNDLECODE(ABT-IDX)
           MOVE ADP-CHANNEL TO ABT-CHANNEL(ABT-IDX)
           MOVE ADP-REFERENCE TO ABT-REFERENCE(ABT-IDX)
           MOVE SPACES TO ABT-DESCRIPTION(ABT-IDX)
           MOVE ZERO TO ABT-SERVICETYPE(ABT-IDX), ABT-END-STAMP(ABT-IDX),
               ABT-PRICE(ABT-IDX), ABT-GRANTED(ABT-IDX),
               ABT-OPENING(ABT-IDX), ABT-POOL-TAKEN(ABT-IDX),
               ABT-TAKEN(ABT-IDX)
           MOVE "Y" TO ABT-NEW-SWITCH(ABT-IDX)
           SET ABT-USABLE(ABT-IDX) TO TRUE
           PERFORM CHECK-ADDON-PURCHASE-DUPLICATE
           IF ABT-USABLE(ABT-IDX)
               PERFORM VALIDATE-ADDON-PURCHASE-STAMP
           END-IF
           IF ABT-USABLE(ABT-IDX)
               PERFORM PRICE-ADDON-PURCHASE
           END-IF
           IF ABT-USABLE(ABT-IDX)
               PERFORM CHECK-ADDON-PLAN-ELIGIBILITY
           END-IF
       END-IF.

CHECK-ADDON-PURCHASE-DUPLICATE.
       PERFORM VARYING ABT-SCAN-IDX FROM 1 BY 1
               UNTIL ABT-SCAN-IDX NOT LESS THAN ABT-IDX
           IF ABT-NEW-PURCHASE(ABT-SCAN-IDX)
                   AND ABT-SUBSCRIBERID(ABT-SCAN-IDX) EQUAL TO
                       ABT-SUBSCRIBERID(ABT-IDX)
                   AND ABT-START-STAMP(ABT-SCAN-IDX) EQUAL TO
                       ABT-START-STAMP(ABT-IDX)
                   AND ABT-BUNDLECODE(ABT-SCAN-IDX) EQUAL TO
                       ABT-BUNDLECODE(ABT-IDX)
               SET ABT-DUPLICATE(ABT-IDX) TO TRUE
           END-IF
       END-PERFORM.

VALIDATE-ADDON-PURCHASE-STAMP.
       MOVE ABT-START-STAMP(ABT-IDX) TO WS-ADDON-STAMP
       IF WS-ADDON-STAMP-MONTH LESS THAN 1
               OR WS-ADDON-STAMP-MONTH GREATER THAN 12
               OR WS-ADDON-STAMP-DAY LESS THAN 1
               OR WS-ADDON-STAMP-DAY GREATER THAN 31
               OR WS-ADDON-STAMP-HOUR GREATER THAN 23
               OR WS-ADDON-STAMP-MINUTE GREATER THAN 59
           SET ABT-DATE-INVALID(ABT-IDX) TO TRUE
       ELSE
           COMPUTE WS-ADDON-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ADDON-STAMP-DATE)
           IF FUNCTION DATE-OF-INTEGER(WS-ADDON-DAY-NUMBER)
                   NOT EQUAL TO WS-ADDON-STAMP-DATE
               SET ABT-DATE-INVALID(ABT-IDX) TO TRUE
           END-IF
       END-IF.

PRICE-ADDON-PURCHASE.
       IF NOT ADDON-CATALOG-AVAILABLE
           SET ABT-UNKNOWN-BUNDLE(ABT-IDX) TO TRUE
       ELSE
           MOVE ABT-BUNDLECODE(ABT-IDX) TO ADC-BUNDLECODE
           READ ADDONCATALOGFILE
               INVALID KEY SET ABT-UNKNOWN-BUNDLE(ABT-IDX) TO TRUE
               NOT INVALID KEY PERFORM GRANT-ADDON-BUNDLE
           END-READ
       END-IF.

GRANT-ADDON-BUNDLE.
       MOVE ADC-DESCRIPTION TO ABT-DESCRIPTION(ABT-IDX)
       MOVE ADC-SERVICETYPE TO ABT-SERVICETYPE(ABT-IDX)
       MOVE ADC-PRICE TO ABT-PRICE(ABT-IDX)
       EVALUATE ADC-SERVICETYPE
           WHEN 2
           WHEN 4
               COMPUTE ABT-GRANTED(ABT-IDX) = ADC-UNITS * 60
           WHEN 3
           WHEN 5
               COMPUTE ABT-GRANTED(ABT-IDX) = ADC-UNITS * 1024
           WHEN OTHER
               MOVE ADC-UNITS TO ABT-GRANTED(ABT-IDX)
       END-EVALUATE
       MOVE ABT-GRANTED(ABT-IDX) TO ABT-OPENING(ABT-IDX)
       MOVE ABT-START-STAMP(ABT-IDX) TO WS-ADDON-STAMP
       COMPUTE WS-ADDON-DAY-NUMBER =
           FUNCTION INTEGER-OF-DATE(WS-ADDON-STAMP-DATE)
           + ADC-VALIDITY-DAYS
       COMPUTE WS-ADDON-STAMP-DATE =
           FUNCTION DATE-OF-INTEGER(WS-ADDON-DAY-NUMBER)
       MOVE WS-ADDON-STAMP TO ABT-END-STAMP(ABT-IDX).

CHECK-ADDON-PLAN-ELIGIBILITY.
       MOVE "N" TO WS-ADDON-PLAN-LIST-SWITCH
       MOVE "N" TO WS-ADDON-PLAN-SWITCH
       PERFORM VARYING ADC-PLAN-IDX FROM 1 BY 1
               UNTIL ADC-PLAN-IDX GREATER THAN 6
           IF ADC-ELIGIBLE-PLANCODE(ADC-PLAN-IDX) NOT EQUAL TO SPACES
               SET ADDON-PLAN-LIST-PRESENT TO TRUE
           END-IF
       END-PERFORM
       IF ADDON-PLAN-LIST-PRESENT
           MOVE ABT-SUBSCRIBERID(ABT-IDX) TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM MATCH-ADDON-ELIGIBLE-PLAN
           END-READ
           IF NOT ADDON-PLAN-ELIGIBLE
               SET ABT-NOT-ELIGIBLE(ABT-IDX) TO TRUE
           END-IF
       END-IF.

MATCH-ADDON-ELIGIBLE-PLAN.
       PERFORM VARYING ADC-PLAN-IDX FROM 1 BY 1
               UNTIL ADC-PLAN-IDX GREATER THAN 6
           IF ADC-ELIGIBLE-PLANCODE(ADC-PLAN-IDX) NOT EQUAL TO SPACES
                   AND ADC-ELIGIBLE-PLANCODE(ADC-PLAN-IDX) EQUAL TO
                       SMF-PLANCODE
               SET ADDON-PLAN-ELIGIBLE TO TRUE
           END-IF
       END-PERFORM.

LOAD-SUBSCRIBER-BUNDLES.
       MOVE ZERO TO SBD-COUNT
       MOVE ZERO TO ADDONCOVEREDVALUE
       PERFORM VARYING ABT-IDX FROM 1 BY 1
               UNTIL ABT-IDX GREATER THAN ABT-COUNT
           IF ABT-SUBSCRIBERID(ABT-IDX) EQUAL TO WS-ADDON-SUBSCRIBERID
               IF SBD-COUNT LESS THAN SBD-LIMIT
                   ADD 1 TO SBD-COUNT
                   MOVE ABT-IDX TO SBD-ABT-IDX(SBD-COUNT)
               ELSE
                   DISPLAY "ADD-ON BUNDLES FOR " WS-ADDON-SUBSCRIBERID
                       " EXCEED " SBD-LIMIT " - EXCESS IGNORED"
               END-IF
           END-IF
       END-PERFORM.

DRAW-ADDON-BUNDLES.
       MOVE ZERO TO WS-ADDON-COVERED-UNITS
       IF SERVICEISSMS
           MOVE 1 TO WS-ADDON-NEED-UNITS
       ELSE
           MOVE CALLDURATION TO WS-ADDON-NEED-UNITS
       END-IF
       IF SBD-COUNT GREATER THAN ZERO
           MOVE 1 TO ABT-FOUND-IDX
           PERFORM UNTIL ABT-FOUND-IDX EQUAL TO ZERO
                   OR WS-ADDON-COVERED-UNITS NOT LESS THAN
                       WS-ADDON-NEED-UNITS
               PERFORM PICK-ADDON-BUNDLE
               IF ABT-FOUND-IDX GREATER THAN ZERO
                   PERFORM TAKE-FROM-ADDON-BUNDLE
               END-IF
           END-PERFORM
           IF ADDON-DRAW-FOR-BILL
                   AND WS-ADDON-COVERED-UNITS GREATER THAN ZERO
               PERFORM REPRICE-COVERED-USAGE
           END-IF
       END-IF.

PICK-ADDON-BUNDLE.
       MOVE ZERO TO ABT-FOUND-IDX
       PERFORM VARYING SBD-IDX FROM 1 BY 1
               UNTIL SBD-IDX GREATER THAN SBD-COUNT
           MOVE SBD-ABT-IDX(SBD-IDX) TO ABT-IDX
           IF ABT-USABLE(ABT-IDX)
                   AND ABT-SERVICETYPE(ABT-IDX) EQUAL TO SERVICETYPE
                   AND ABT-START-STAMP(ABT-IDX) NOT GREATER THAN
                       CALLTIMESTAMP
                   AND ABT-END-STAMP(ABT-IDX) GREATER THAN CALLTIMESTAMP
               PERFORM COMPUTE-ADDON-AVAILABLE
               IF WS-ADDON-AVAILABLE-UNITS GREATER THAN ZERO
                   IF ABT-FOUND-IDX EQUAL TO ZERO
                       MOVE ABT-IDX TO ABT-FOUND-IDX
                   ELSE
                   IF ABT-END-STAMP(ABT-IDX) LESS THAN
                           ABT-END-STAMP(ABT-FOUND-IDX)
                       MOVE ABT-IDX TO ABT-FOUND-IDX
                   END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

COMPUTE-ADDON-AVAILABLE.
       MOVE ZERO TO WS-ADDON-AVAILABLE-UNITS
       IF ADDON-DRAW-FOR-POOL
           IF ABT-POOL-TAKEN(ABT-IDX) LESS THAN ABT-OPENING(ABT-IDX)
               COMPUTE WS-ADDON-AVAILABLE-UNITS =
                   ABT-OPENING(ABT-IDX) - ABT-POOL-TAKEN(ABT-IDX)
           END-IF
       ELSE
           IF ABT-TAKEN(ABT-IDX) LESS THAN ABT-OPENING(ABT-IDX)
               COMPUTE WS-ADDON-AVAILABLE-UNITS =
                   ABT-OPENING(ABT-IDX) - ABT-TAKEN(ABT-IDX)
           END-IF
       END-IF.

TAKE-FROM-ADDON-BUNDLE.
       MOVE ABT-FOUND-IDX TO ABT-IDX
       PERFORM COMPUTE-ADDON-AVAILABLE
       COMPUTE WS-ADDON-TAKE-UNITS =
           WS-ADDON-NEED-UNITS - WS-ADDON-COVERED-UNITS
       IF WS-ADDON-TAKE-UNITS GREATER THAN WS-ADDON-AVAILABLE-UNITS
           MOVE WS-ADDON-AVAILABLE-UNITS TO WS-ADDON-TAKE-UNITS
       END-IF
       ADD WS-ADDON-TAKE-UNITS TO WS-ADDON-COVERED-UNITS
       IF ADDON-DRAW-FOR-POOL
           ADD WS-ADDON-TAKE-UNITS TO ABT-POOL-TAKEN(ABT-IDX)
       ELSE
           ADD WS-ADDON-TAKE-UNITS TO ABT-TAKEN(ABT-IDX)
       END-IF.

REPRICE-COVERED-USAGE.
       MOVE SERVICECOST TO WS-ADDON-FULL-COST
       IF WS-ADDON-COVERED-UNITS NOT LESS THAN WS-ADDON-NEED-UNITS
           MOVE ZERO TO SERVICECOST
       ELSE
           COMPUTE SERVICECOST ROUNDED =
               WS-ADDON-FULL-COST
               * (WS-ADDON-NEED-UNITS - WS-ADDON-COVERED-UNITS)
               / WS-ADDON-NEED-UNITS
       END-IF
       COMPUTE ADDONCOVEREDVALUE =
           ADDONCOVEREDVALUE + WS-ADDON-FULL-COST - SERVICECOST
       COMPUTE RT-ADDON-COVERED-VALUE =
           RT-ADDON-COVERED-VALUE + WS-ADDON-FULL-COST - SERVICECOST.

REMOVE-COVERED-ALLOWANCE-USAGE.
       EVALUATE TRUE
           WHEN SERVICEISVOICE
               SUBTRACT WS-ADDON-COVERED-UNITS FROM USED-VOICE-SECONDS
           WHEN SERVICEISSMS
               SUBTRACT 1 FROM USED-SMS-MESSAGES
           WHEN SERVICEISDATA
               SUBTRACT WS-ADDON-COVERED-UNITS FROM USED-DATA-KB
       END-EVALUATE.

POST-ADDON-LEDGER.
       PERFORM VARYING SBD-IDX FROM 1 BY 1
               UNTIL SBD-IDX GREATER THAN SBD-COUNT
           MOVE SBD-ABT-IDX(SBD-IDX) TO ABT-IDX
           IF ABT-USABLE(ABT-IDX)
               IF ABT-NEW-PURCHASE(ABT-IDX)
                   PERFORM POST-NEW-ADDON-BUNDLE
               ELSE
                   IF ABT-TAKEN(ABT-IDX) GREATER THAN ZERO
                       PERFORM POST-ADDON-BUNDLE-TAKE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

POST-NEW-ADDON-BUNDLE.
       MOVE ABT-SUBSCRIBERID(ABT-IDX) TO ADB-SUBSCRIBERID
       MOVE ABT-START-STAMP(ABT-IDX) TO ADB-START-STAMP
       MOVE ABT-BUNDLECODE(ABT-IDX) TO ADB-BUNDLECODE
       MOVE ABT-SERVICETYPE(ABT-IDX) TO ADB-SERVICETYPE
       MOVE ABT-GRANTED(ABT-IDX) TO ADB-GRANTED-UNITS
       MOVE ABT-END-STAMP(ABT-IDX) TO ADB-END-STAMP
       MOVE ABT-PRICE(ABT-IDX) TO ADB-PRICE
       MOVE ABT-DESCRIPTION(ABT-IDX) TO ADB-DESCRIPTION
       MOVE BILLING-PERIOD-YYYYMM TO ADB-CHARGED-PERIOD
       MOVE ABT-CHANNEL(ABT-IDX) TO ADB-CHANNEL
       MOVE ABT-REFERENCE(ABT-IDX) TO ADB-REFERENCE
       PERFORM VARYING ADB-SLOT-IDX FROM 1 BY 1
               UNTIL ADB-SLOT-IDX GREATER THAN 5
           MOVE ZERO TO ADB-USED-PERIOD(ADB-SLOT-IDX),
               ADB-USED-UNITS(ADB-SLOT-IDX)
       END-PERFORM
       IF ABT-TAKEN(ABT-IDX) GREATER THAN ZERO
           MOVE BILLING-PERIOD-YYYYMM TO ADB-USED-PERIOD(1)
           MOVE ABT-TAKEN(ABT-IDX) TO ADB-USED-UNITS(1)
       END-IF
       IF TRIAL-RUN
           PERFORM STAGE-ADDON-BUNDLE-RECORD
       ELSE
           WRITE ADDONBUNDLEREC
               INVALID KEY
                   REWRITE ADDONBUNDLEREC
           END-WRITE
           IF WS-ADB-STATUS NOT EQUAL TO "00"
               MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF.

POST-ADDON-BUNDLE-TAKE.
       MOVE ABT-SUBSCRIBERID(ABT-IDX) TO ADB-SUBSCRIBERID
       MOVE ABT-START-STAMP(ABT-IDX) TO ADB-START-STAMP
       MOVE ABT-BUNDLECODE(ABT-IDX) TO ADB-BUNDLECODE
       READ ADDONBUNDLEFILE
       IF WS-ADB-STATUS NOT EQUAL TO "00"
           MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       MOVE ZERO TO ADB-FOUND-SLOT
       PERFORM VARYING ADB-SLOT-IDX FROM 1 BY 1
               UNTIL ADB-SLOT-IDX GREATER THAN 5
           IF ADB-FOUND-SLOT EQUAL TO ZERO
                   AND (ADB-USED-PERIOD(ADB-SLOT-IDX) EQUAL TO
                           BILLING-PERIOD-YYYYMM
                       OR ADB-USED-PERIOD(ADB-SLOT-IDX) EQUAL TO ZERO)
               MOVE ADB-SLOT-IDX TO ADB-FOUND-SLOT
           END-IF
       END-PERFORM
       IF ADB-FOUND-SLOT EQUAL TO ZERO
           MOVE ABT-SUBSCRIBERID(ABT-IDX) TO EXC-SUBSCRIBERID
           MOVE "ADD-ON BUNDLE USAGE SLOTS FULL" TO EXC-REASON
           PERFORM WRITE-EXCEPTION-RECORD
       ELSE
           MOVE BILLING-PERIOD-YYYYMM TO ADB-USED-PERIOD(ADB-FOUND-SLOT)
           MOVE ABT-TAKEN(ABT-IDX) TO ADB-USED-UNITS(ADB-FOUND-SLOT)
           IF TRIAL-RUN
               PERFORM STAGE-ADDON-BUNDLE-RECORD
           ELSE
               REWRITE ADDONBUNDLEREC
               IF WS-ADB-STATUS NOT EQUAL TO "00"
                   MOVE "ADDONBUNDLEFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-ADB-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
           END-IF
       END-IF.

STAGE-ADDON-BUNDLE-RECORD.
       MOVE ADDONBUNDLEREC TO ADDONBUNDLESTAGEREC
       WRITE ADDONBUNDLESTAGEREC
       IF WS-ADS-STATUS NOT EQUAL TO "00"
           MOVE "ADDONBUNDLESTAGE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-ADS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.


APPLY-EARLY-TERMINATION-FEE.
       MOVE ZERO TO ETFAMOUNT
       IF CONTRACTS-AVAILABLE AND FINAL-BILL-THIS-PERIOD
           MOVE PREVSUBSCRIBERID TO CTR-SUBSCRIBERID
           READ CONTRACTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM COMPUTE-EARLY-TERMINATION-FEE
           END-READ
       END-IF.

COMPUTE-EARLY-TERMINATION-FEE.
       IF CTR-CONTRACT-ENDDATE GREATER THAN SMF-TERMINATIONDATE
               AND CTR-ETF-PERMONTH GREATER THAN ZERO
           MOVE CTR-CONTRACT-ENDDATE(1:4) TO WS-ETF-WORK-YEAR
           MOVE CTR-CONTRACT-ENDDATE(5:2) TO WS-ETF-WORK-MONTH
           COMPUTE WS-ETF-END-MONTHS =
               (WS-ETF-WORK-YEAR * 12) + WS-ETF-WORK-MONTH
           MOVE SMF-TERMINATIONDATE(1:4) TO WS-ETF-WORK-YEAR
           MOVE SMF-TERMINATIONDATE(5:2) TO WS-ETF-WORK-MONTH
           COMPUTE WS-ETF-TERM-MONTHS =
               (WS-ETF-WORK-YEAR * 12) + WS-ETF-WORK-MONTH
           COMPUTE WS-ETF-MONTHS-LEFT =
               WS-ETF-END-MONTHS - WS-ETF-TERM-MONTHS
           IF WS-ETF-MONTHS-LEFT GREATER THAN ZERO
               COMPUTE ETFAMOUNT =
                   CTR-ETF-PERMONTH * WS-ETF-MONTHS-LEFT
               IF CTR-ETF-FULL GREATER THAN ZERO
                       AND ETFAMOUNT GREATER THAN CTR-ETF-FULL
                   MOVE CTR-ETF-FULL TO ETFAMOUNT
               END-IF
               ADD ETFAMOUNT TO SUBSCRIBERTOTAL
               ADD ETFAMOUNT TO RT-ETF-REVENUE
               ADD 1 TO RT-ETF-COUNT
           END-IF
       END-IF.

PRINT-ETF-LINE.
       MOVE ETFAMOUNT TO PRNETFAMOUNT
       MOVE WS-ETF-MONTHS-LEFT TO PRNETFMONTHS
       MOVE ETFDETAILLINE TO REPORTLINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

APPLY-HANDSET-INSTALLMENT.
       MOVE ZERO TO INSTALLMENTAMOUNT
       MOVE "N" TO WS-INSTALLMENT-PAYOFF-SWITCH
       IF NOT INSTALLMENTS-AVAILABLE
               OR SIMULATION-RUN OR REBILL-RUN
           CONTINUE
       ELSE
       MOVE PREVSUBSCRIBERID TO INS-SUBSCRIBERID
       READ INSTALLMENTFILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF INS-REMAININGBALANCE GREATER THAN ZERO
                       AND INS-LASTBILLEDPERIOD NOT EQUAL TO
                           BILLING-PERIOD-YYYYMM
                   PERFORM BILL-ONE-INSTALLMENT
               END-IF
       END-READ
       END-IF.

BILL-ONE-INSTALLMENT.
       IF FINAL-BILL-THIS-PERIOD

APPLY-LATE-FEE.
       MOVE ZERO TO LATEFEEAMOUNT
       IF LATEFEES-AVAILABLE AND NOT CYCLE-ROLE-TRANSITION
           MOVE PREVSUBSCRIBERID TO LF-SUBSCRIBERID
           READ LATEFEEFILE
               INVALID KEY CONTINUE
               MOVE BH-SMSSUBTOTAL TO ORIG-SMSSUBTOTAL
               MOVE BH-DATASUBTOTAL TO ORIG-DATASUBTOTAL
               MOVE BH-ROAMINGSUBTOTAL TO ORIG-ROAMINGSUBTOTAL
               MOVE BH-PREMIUMSUBTOTAL TO ORIG-PREMIUMSUBTOTAL
               MOVE BH-SUBSCRIBERTOTAL TO ORIG-SUBSCRIBERTOTAL
               MOVE BH-TAXAMOUNT TO ORIG-TAXAMOUNT
               MOVE BH-BILLEDAMOUNT TO ORIG-BILLEDAMOUNT
       MOVE PREVSUBSCRIBERID TO BH-SUBSCRIBERID
       MOVE BILLING-PERIOD-YYYYMM TO BH-PERIOD
       MOVE ZERO TO BH-VERSION
       IF (CYCLE-ROLE-TRANSITION OR CYCLE-ROLE-JOINING)
               AND NOT TRIAL-RUN AND NOT REBILL-RUN
           PERFORM MERGE-CYCLE-CHANGE-HISTORY
       ELSE
       MOVE VOICESUBTOTAL TO BH-VOICESUBTOTAL
       MOVE SMSSUBTOTAL TO BH-SMSSUBTOTAL
       MOVE DATASUBTOTAL TO BH-DATASUBTOTAL
       MOVE ROAMINGSUBTOTAL TO BH-ROAMINGSUBTOTAL
       MOVE PREMIUMSUBTOTAL TO BH-PREMIUMSUBTOTAL
       MOVE SUBSCRIBERTOTAL TO BH-SUBSCRIBERTOTAL
       MOVE TAXAMOUNT TO BH-TAXAMOUNT
       MOVE BILLEDAMOUNT TO BH-BILLEDAMOUNT
       IF TRIAL-RUN OR PARTITIONED-RUN
           WRITE BILLINGHISTORYSTAGEREC FROM BILLINGHISTORYREC
           IF WS-BHS-STATUS NOT EQUAL TO "00"
               MOVE "BILLINGHISTORYSTAGE" TO ABEND-FILE-NAME
                   END-IF
           END-WRITE
       END-IF
       END-IF
       END-IF.

MERGE-CYCLE-CHANGE-HISTORY.
       READ BILLINGHISTORYFILE
           INVALID KEY
               MOVE PREVSUBSCRIBERID TO BH-SUBSCRIBERID
               MOVE BILLING-PERIOD-YYYYMM TO BH-PERIOD
               MOVE ZERO TO BH-VERSION
               MOVE VOICESUBTOTAL TO BH-VOICESUBTOTAL
               MOVE SMSSUBTOTAL TO BH-SMSSUBTOTAL
               MOVE DATASUBTOTAL TO BH-DATASUBTOTAL
               MOVE ROAMINGSUBTOTAL TO BH-ROAMINGSUBTOTAL
               MOVE PREMIUMSUBTOTAL TO BH-PREMIUMSUBTOTAL
               MOVE SUBSCRIBERTOTAL TO BH-SUBSCRIBERTOTAL
               MOVE TAXAMOUNT TO BH-TAXAMOUNT
               MOVE BILLEDAMOUNT TO BH-BILLEDAMOUNT
               WRITE BILLINGHISTORYREC
               IF WS-BHI-STATUS NOT EQUAL TO "00"
                   MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
           NOT INVALID KEY
               ADD VOICESUBTOTAL TO BH-VOICESUBTOTAL
               ADD SMSSUBTOTAL TO BH-SMSSUBTOTAL
               ADD DATASUBTOTAL TO BH-DATASUBTOTAL
               ADD ROAMINGSUBTOTAL TO BH-ROAMINGSUBTOTAL
               ADD PREMIUMSUBTOTAL TO BH-PREMIUMSUBTOTAL
               ADD SUBSCRIBERTOTAL TO BH-SUBSCRIBERTOTAL
               ADD TAXAMOUNT TO BH-TAXAMOUNT
               ADD BILLEDAMOUNT TO BH-BILLEDAMOUNT
               REWRITE BILLINGHISTORYREC
               IF WS-BHI-STATUS NOT EQUAL TO "00"
                   MOVE "BILLINGHISTORYFILE" TO ABEND-FILE-NAME
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE WS-BHI-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
       END-READ.

WRITE-NEXT-HISTORY-VERSION.
       MOVE "N" TO WS-HISTORY-WRITTEN-SWITCH
       MOVE 1 TO BH-VERSION
                       WRITE PREPAIDBALANCEREC
                   END-IF
           END-READ
           MOVE PPB-BALANCE TO WS-PPB-OPENING-BALANCE
           SET MIGRATION-PPB-HELD TO TRUE
       END-IF
       SUBTRACT SERVICECOST FROM PPB-BALANCE
                   MOVE WS-PPB-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE PPB-SUBSCRIBERID TO WS-PMV-SUBSCRIBERID
               MOVE "U" TO WS-PMV-TYPE
               COMPUTE WS-PMV-AMOUNT = PPB-BALANCE
                   - MIGRATIONUSAGEAMOUNT - WS-PPB-OPENING-BALANCE
               PERFORM LOG-PREPAID-MOVEMENT
               MOVE "M" TO WS-PMV-TYPE
               MOVE MIGRATIONUSAGEAMOUNT TO WS-PMV-AMOUNT
               PERFORM LOG-PREPAID-MOVEMENT
           END-IF
       END-IF
       MOVE "N" TO WS-MIGRATION-PPB-SWITCH.

LOG-PREPAID-MOVEMENT.
       CALL "PREPAIDMOVEMENT" USING WS-PMV-TYPE, WS-PMV-SUBSCRIBERID,
           WS-PMV-AMOUNT, WS-PMV-PROGRAM, WS-PMV-RESULT.

PROCESS-PREPAID-SUBSCRIBER.
       MOVE "N" TO WS-CUTOFF-SWITCH
       MOVE PREVSUBSCRIBERID TO PPB-SUBSCRIBERID
                   END-IF
               END-IF
       END-READ
       MOVE PPB-BALANCE TO WS-PPB-OPENING-BALANCE
       MOVE ZERO TO WS-PREPAID-USAGE-THIS-SUB
       IF SBD-COUNT GREATER THAN ZERO
           PERFORM CHARGE-PREPAID-ADDON-BUNDLES
       END-IF
       PERFORM UNTIL SUBSCRIBERID NOT EQUAL TO PREVSUBSCRIBERID
           SET ADDON-DRAW-FOR-BILL TO TRUE
           PERFORM DRAW-ADDON-BUNDLES
           SUBTRACT SERVICECOST FROM PPB-BALANCE
           ADD SERVICECOST TO RT-PREPAID-USAGE
           IF SERVICEISVOICE
               ADD CALLDURATION TO RT-UNBILLED-VOICE-SECONDS
           END-IF
           IF SERVICEISPREMIUM
               ADD SERVICECOST TO RT-PREPAID-PREMIUM-VALUE
           END-IF
           ADD SERVICECOST TO WS-PREPAID-USAGE-THIS-SUB
           IF PPB-BALANCE LESS THAN OR EQUAL TO ZERO
                   AND NOT CUTOFF-ALREADY-EMITTED
                   MOVE WS-PPB-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               MOVE "U" TO WS-PMV-TYPE
               MOVE PPB-SUBSCRIBERID TO WS-PMV-SUBSCRIBERID
               COMPUTE WS-PMV-AMOUNT =
                   PPB-BALANCE - WS-PPB-OPENING-BALANCE
               PERFORM LOG-PREPAID-MOVEMENT
           END-IF
       END-IF
       IF SBD-COUNT GREATER THAN ZERO
               AND NOT SIMULATION-RUN AND NOT REBILL-RUN
           PERFORM POST-ADDON-LEDGER
       END-IF
       IF PREPAID-BUCKETS-AVAILABLE
               AND WS-PREPAID-USAGE-THIS-SUB GREATER THAN ZERO
               AND NOT SIMULATION-RUN AND NOT REBILL-RUN

APPLY-PROMOTION-DISCOUNT.
       MOVE ZERO TO DISCOUNTAMOUNT
       IF PROMOTIONS-AVAILABLE AND NOT CYCLE-ROLE-TRANSITION
           MOVE PREVSUBSCRIBERID TO ENR-SUBSCRIBERID
           READ PROMOENROLLFILE
               INVALID KEY CONTINUE
APPLY-SUBSCRIBER-ADJUSTMENT.
       MOVE ZERO TO ADJUSTMENTAMOUNT
       MOVE SPACE TO PRNADJUSTMENTSIGN
       IF ADJUSTMENTS-AVAILABLE AND NOT CYCLE-ROLE-TRANSITION
           MOVE PREVSUBSCRIBERID TO ADJ-SUBSCRIBERID
           READ ADJUSTMENTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF YTD-LASTPOSTEDPERIOD EQUAL TO
                           BILLING-PERIOD-YYYYMM
                           AND CYCLE-ROLE-NORMAL
                       CONTINUE
                   ELSE
                       ADD SUBSCRIBERTOTAL TO YTD-TOTAL
               MOVE SPACES TO SMF-PORTCARRIER
               MOVE "P" TO SMF-DELIVERYMETHOD
               MOVE SPACES TO SMF-SALESCHANNEL
               MOVE "N" TO SMF-PREMIUMBAR
               MOVE SPACES TO SMF-BRANDCODE
               MOVE SPACES TO SMF-PRIORBILLCYCLE
               MOVE ZERO TO SMF-CYCLECHANGEDATE
       END-READ
       MOVE SMF-SUBSCRIBERNAME TO PRNSUBSCRIBERNAME.

           END-IF
       END-IF.

DETERMINE-BILL-CYCLE-ROLE.
       SET CYCLE-ROLE-NORMAL TO TRUE
       MOVE 1 TO WS-CYCLE-CHANGE-FACTOR
       IF SMF-PRIORBILLCYCLE EQUAL TO SPACES
               OR SMF-CYCLECHANGEDATE NOT GREATER THAN
                   WS-PERIOD-START-DATE
           IF CYCLE-SELECTED-RUN
                   AND SMF-BILLCYCLE NOT EQUAL TO WS-BILLING-CYCLE
               SET CYCLE-ROLE-NOT-IN-RUN TO TRUE
           END-IF
       ELSE
       IF SMF-CYCLECHANGEDATE GREATER THAN WS-PERIOD-END-DATE
               OR NOT RUN-MODE-MONTHLY
           IF CYCLE-SELECTED-RUN
                   AND SMF-PRIORBILLCYCLE NOT EQUAL TO WS-BILLING-CYCLE
               SET CYCLE-ROLE-NOT-IN-RUN TO TRUE
           END-IF
       ELSE
       IF NOT CYCLE-SELECTED-RUN
           CONTINUE
       ELSE
       IF SMF-PRIORBILLCYCLE EQUAL TO WS-BILLING-CYCLE
           SET CYCLE-ROLE-TRANSITION TO TRUE
           PERFORM COMPUTE-CYCLE-CHANGE-FACTOR
       ELSE
       IF SMF-BILLCYCLE EQUAL TO WS-BILLING-CYCLE
           SET CYCLE-ROLE-JOINING TO TRUE
           PERFORM COMPUTE-CYCLE-CHANGE-FACTOR
       ELSE
           SET CYCLE-ROLE-NOT-IN-RUN TO TRUE
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF.

COMPUTE-CYCLE-CHANGE-FACTOR.
       MOVE SMF-CYCLECHANGEDATE(7:2) TO WS-CYCLE-CHANGE-DAY
       IF WS-CYCLE-CHANGE-DAY GREATER THAN WS-DAYS-IN-CYCLE
           MOVE WS-DAYS-IN-CYCLE TO WS-CYCLE-CHANGE-DAY
       END-IF
       IF CYCLE-ROLE-TRANSITION
           COMPUTE WS-CYCLE-CHANGE-DAYS = WS-CYCLE-CHANGE-DAY - 1
       ELSE
           COMPUTE WS-CYCLE-CHANGE-DAYS =
               WS-DAYS-IN-CYCLE - WS-CYCLE-CHANGE-DAY + 1
       END-IF
       COMPUTE WS-CYCLE-CHANGE-FACTOR ROUNDED =
           WS-CYCLE-CHANGE-DAYS / WS-DAYS-IN-CYCLE
       COMPUTE WS-RECURRING-FACTOR ROUNDED =
           WS-RECURRING-FACTOR * WS-CYCLE-CHANGE-FACTOR.

CHECK-FOR-OTHER-CYCLE-USAGE.
       MOVE "N" TO WS-CYCLE-USAGE-SWITCH
       IF CYCLE-ROLE-TRANSITION
               AND CALLTIMESTAMP(1:8) NOT LESS THAN SMF-CYCLECHANGEDATE
           SET USAGE-FOR-OTHER-CYCLE TO TRUE
       END-IF
       IF CYCLE-ROLE-JOINING
               AND CALLTIMESTAMP(1:8) LESS THAN SMF-CYCLECHANGEDATE
           SET USAGE-FOR-OTHER-CYCLE TO TRUE
       END-IF.

APPLY-LIFECYCLE-PRORATION.
       IF WS-LIFECYCLE-FACTOR LESS THAN 1
           COMPUTE VOICESUBTOTAL ROUNDED =
           COMPUTE SUBSCRIBERTOTAL =
               VOICESUBTOTAL + SMSSUBTOTAL
               + DATASUBTOTAL + ROAMINGSUBTOTAL
               + PREMIUMSUBTOTAL
       END-IF.

APPLY-PLAN-ALLOWANCES.
       MOVE ZEROS TO ALLOWANCE-CREDITS
       MOVE ZEROS TO ROLLOVER-AVAILABLE, ROLLOVER-CARRIED-FORWARD
       MOVE ZEROS TO ROLLOVER-USED-UNITS
       MOVE ZERO TO RLO-COUNT
       MOVE PREVSUBSCRIBERID TO WS-POOL-SUBSCRIBERID
       PERFORM FIND-POOL-MEMBER
       IF PMB-FOUND-IDX GREATER THAN ZERO
           PERFORM COMPUTE-POOLED-ALLOWANCE-CREDITS
       ELSE
       IF ALLOWANCES-AVAILABLE AND SMF-PLANCODE NOT EQUAL TO SPACES
           MOVE SMF-PLANCODE TO PA-PLANCODE
           READ PLANALLOWANCEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-CYCLE-CHANGE-FACTOR LESS THAN 1
                       PERFORM PRORATE-CYCLE-CHANGE-ALLOWANCE
                   END-IF
                   IF RUN-MODE-MONTHLY AND NOT CYCLE-ROLE-TRANSITION
                       PERFORM LOAD-SUBSCRIBER-ROLLOVER
                   END-IF
                   PERFORM COMPUTE-ALLOWANCE-CREDITS
                   IF RUN-MODE-MONTHLY AND NOT CYCLE-ROLE-TRANSITION
                       PERFORM ALLOCATE-ROLLOVER-USAGE
                   END-IF
                   IF RUN-MODE-MONTHLY AND NOT REBILL-RUN
                           AND NOT SIMULATION-RUN
                           AND NOT CYCLE-ROLE-TRANSITION
                       PERFORM UPDATE-ROLLOVER-LEDGER
                   END-IF
           END-READ
       END-IF
       END-IF.

PRORATE-CYCLE-CHANGE-ALLOWANCE.
       COMPUTE PA-INCLUDED-MINUTES ROUNDED =
           PA-INCLUDED-MINUTES * WS-CYCLE-CHANGE-FACTOR
       COMPUTE PA-INCLUDED-MESSAGES ROUNDED =
           PA-INCLUDED-MESSAGES * WS-CYCLE-CHANGE-FACTOR
       COMPUTE PA-INCLUDED-MB ROUNDED =
           PA-INCLUDED-MB * WS-CYCLE-CHANGE-FACTOR.

COMPUTE-ALLOWANCE-CREDITS.
       COMPUTE USED-VOICE-MINUTES ROUNDED = USED-VOICE-SECONDS / 60
       COMPUTE USED-DATA-MB ROUNDED = USED-DATA-KB / 1024
       COMPUTE ENT-MINUTES = PA-INCLUDED-MINUTES + RLA-MINUTES
       COMPUTE ENT-MESSAGES = PA-INCLUDED-MESSAGES + RLA-MESSAGES
       COMPUTE ENT-MB = PA-INCLUDED-MB + RLA-MB
       IF USED-VOICE-MINUTES GREATER THAN ZERO
               AND ENT-MINUTES GREATER THAN ZERO
           IF USED-VOICE-MINUTES LESS THAN OR EQUAL TO ENT-MINUTES
               MOVE VOICESUBTOTAL TO VOICE-ALLOWANCE-CREDIT
           ELSE
               COMPUTE VOICE-ALLOWANCE-CREDIT ROUNDED =
                   VOICESUBTOTAL *
                   (ENT-MINUTES / USED-VOICE-MINUTES)
           END-IF
       END-IF
       IF USED-SMS-MESSAGES GREATER THAN ZERO
               AND ENT-MESSAGES GREATER THAN ZERO
           IF USED-SMS-MESSAGES LESS THAN OR EQUAL TO ENT-MESSAGES
               MOVE SMSSUBTOTAL TO SMS-ALLOWANCE-CREDIT
           ELSE
               COMPUTE SMS-ALLOWANCE-CREDIT ROUNDED =
                   SMSSUBTOTAL *
                   (ENT-MESSAGES / USED-SMS-MESSAGES)
           END-IF
       END-IF
       IF USED-DATA-MB GREATER THAN ZERO
               AND ENT-MB GREATER THAN ZERO
           IF USED-DATA-MB LESS THAN OR EQUAL TO ENT-MB
               MOVE DATASUBTOTAL TO DATA-ALLOWANCE-CREDIT
           ELSE
               COMPUTE DATA-ALLOWANCE-CREDIT ROUNDED =
                   DATASUBTOTAL * (ENT-MB / USED-DATA-MB)
           END-IF
       END-IF
       PERFORM POST-ALLOWANCE-CREDITS.

LOAD-SUBSCRIBER-ROLLOVER.
       MOVE PREVSUBSCRIBERID TO RCV-SUBSCRIBERID
       MOVE ZERO TO RCV-SERVICETYPE
       MOVE ZERO TO RCV-ORIGIN-PERIOD
       MOVE "N" TO WS-RCV-EOF-SWITCH
       START ROLLOVERFILE KEY IS NOT LESS THAN RCV-ROLLOVER-KEY
           INVALID KEY SET ENDOFSUBSCRIBERROLLOVER TO TRUE
       END-START
       PERFORM READ-NEXT-SUBSCRIBER-ROLLOVER
       PERFORM UNTIL ENDOFSUBSCRIBERROLLOVER
           IF RCV-ORIGIN-PERIOD LESS THAN BILLING-PERIOD-YYYYMM
                   AND RCV-EXPIRY-PERIOD NOT LESS THAN
                       BILLING-PERIOD-YYYYMM
                   AND RLO-COUNT LESS THAN RLO-LIMIT
               PERFORM STORE-SUBSCRIBER-ROLLOVER
           END-IF
           PERFORM READ-NEXT-SUBSCRIBER-ROLLOVER
       END-PERFORM.

READ-NEXT-SUBSCRIBER-ROLLOVER.
       IF NOT ENDOFSUBSCRIBERROLLOVER
           READ ROLLOVERFILE NEXT RECORD
               AT END SET ENDOFSUBSCRIBERROLLOVER TO TRUE
           END-READ
           IF NOT ENDOFSUBSCRIBERROLLOVER
                   AND RCV-SUBSCRIBERID NOT EQUAL TO PREVSUBSCRIBERID
               SET ENDOFSUBSCRIBERROLLOVER TO TRUE
           END-IF
       END-IF.

STORE-SUBSCRIBER-ROLLOVER.
       MOVE ZERO TO WS-ROLLOVER-SLOT-TOTAL
       PERFORM VARYING RCV-SLOT-IDX FROM 1 BY 1
               UNTIL RCV-SLOT-IDX GREATER THAN 6
           IF RCV-USED-PERIOD(RCV-SLOT-IDX) GREATER THAN ZERO
                   AND RCV-USED-PERIOD(RCV-SLOT-IDX) LESS THAN
                       BILLING-PERIOD-YYYYMM
               ADD RCV-USED-UNITS(RCV-SLOT-IDX) TO WS-ROLLOVER-SLOT-TOTAL
           END-IF
       END-PERFORM
       IF WS-ROLLOVER-SLOT-TOTAL LESS THAN RCV-GRANTED-UNITS
           ADD 1 TO RLO-COUNT
           MOVE RCV-SERVICETYPE TO RLO-SERVICETYPE(RLO-COUNT)
           MOVE RCV-ORIGIN-PERIOD TO RLO-ORIGIN-PERIOD(RLO-COUNT)
           MOVE RCV-EXPIRY-PERIOD TO RLO-EXPIRY-PERIOD(RLO-COUNT)
           COMPUTE RLO-AVAILABLE(RLO-COUNT) =
               RCV-GRANTED-UNITS - WS-ROLLOVER-SLOT-TOTAL
           MOVE ZERO TO RLO-TAKEN(RLO-COUNT)
           EVALUATE RCV-SERVICETYPE
               WHEN 1 ADD RLO-AVAILABLE(RLO-COUNT) TO RLA-MESSAGES
               WHEN 2 ADD RLO-AVAILABLE(RLO-COUNT) TO RLA-MINUTES
               WHEN 3 ADD RLO-AVAILABLE(RLO-COUNT) TO RLA-MB
           END-EVALUATE
       END-IF.

ALLOCATE-ROLLOVER-USAGE.
       COMPUTE RLU-MINUTES ROUNDED = USED-VOICE-SECONDS / 60
       MOVE USED-SMS-MESSAGES TO RLU-MESSAGES
       COMPUTE RLU-MB ROUNDED = USED-DATA-KB / 1024
       PERFORM VARYING RLO-IDX FROM 1 BY 1 UNTIL RLO-IDX GREATER THAN RLO-COUNT
           EVALUATE RLO-SERVICETYPE(RLO-IDX)
               WHEN 1 MOVE RLU-MESSAGES TO WS-ROLLOVER-UNITS
               WHEN 2 MOVE RLU-MINUTES TO WS-ROLLOVER-UNITS
               WHEN 3 MOVE RLU-MB TO WS-ROLLOVER-UNITS
           END-EVALUATE
           IF WS-ROLLOVER-UNITS GREATER THAN RLO-AVAILABLE(RLO-IDX)
               MOVE RLO-AVAILABLE(RLO-IDX) TO RLO-TAKEN(RLO-IDX)
           ELSE
               MOVE WS-ROLLOVER-UNITS TO RLO-TAKEN(RLO-IDX)
           END-IF
           EVALUATE RLO-SERVICETYPE(RLO-IDX)
               WHEN 1 SUBTRACT RLO-TAKEN(RLO-IDX) FROM RLU-MESSAGES
               WHEN 2 SUBTRACT RLO-TAKEN(RLO-IDX) FROM RLU-MINUTES
               WHEN 3 SUBTRACT RLO-TAKEN(RLO-IDX) FROM RLU-MB
           END-EVALUATE
           IF RLO-EXPIRY-PERIOD(RLO-IDX) GREATER THAN BILLING-PERIOD-YYYYMM
               COMPUTE WS-ROLLOVER-UNITS =
                   RLO-AVAILABLE(RLO-IDX) - RLO-TAKEN(RLO-IDX)
               EVALUATE RLO-SERVICETYPE(RLO-IDX)
                   WHEN 1 ADD WS-ROLLOVER-UNITS TO RCF-MESSAGES
                   WHEN 2 ADD WS-ROLLOVER-UNITS TO RCF-MINUTES
                   WHEN 3 ADD WS-ROLLOVER-UNITS TO RCF-MB
               END-EVALUATE
           END-IF
           IF RLO-TAKEN(RLO-IDX) GREATER THAN ZERO
               ADD 1 TO RT-ROLLOVER-DRAWN-COUNT
           END-IF
       END-PERFORM
       IF PA-ROLLOVER-PERIODS GREATER THAN ZERO
           IF RLU-MESSAGES LESS THAN PA-INCLUDED-MESSAGES
               COMPUTE RCF-MESSAGES =
                   RCF-MESSAGES + PA-INCLUDED-MESSAGES - RLU-MESSAGES
           END-IF
           IF RLU-MINUTES LESS THAN PA-INCLUDED-MINUTES
               COMPUTE RCF-MINUTES =
                   RCF-MINUTES + PA-INCLUDED-MINUTES - RLU-MINUTES
           END-IF
           IF RLU-MB LESS THAN PA-INCLUDED-MB
               COMPUTE RCF-MB = RCF-MB + PA-INCLUDED-MB - RLU-MB
           END-IF
       END-IF.

UPDATE-ROLLOVER-LEDGER.
       PERFORM VARYING RLO-IDX FROM 1 BY 1 UNTIL RLO-IDX GREATER THAN RLO-COUNT
           PERFORM POST-ROLLOVER-TAKE
       END-PERFORM
       IF PA-ROLLOVER-PERIODS GREATER THAN ZERO
           COMPUTE WS-ROLLOVER-EXPIRY-MONTH =
               WS-BILLING-MONTH + PA-ROLLOVER-PERIODS
           MOVE WS-BILLING-YEAR TO WS-ROLLOVER-EXPIRY-YEAR
           IF WS-ROLLOVER-EXPIRY-MONTH GREATER THAN 12
               SUBTRACT 12 FROM WS-ROLLOVER-EXPIRY-MONTH
               ADD 1 TO WS-ROLLOVER-EXPIRY-YEAR
           END-IF
           MOVE 1 TO WS-ROLLOVER-SERVICETYPE
           MOVE PA-INCLUDED-MESSAGES TO WS-ROLLOVER-INCLUDED
           MOVE RLU-MESSAGES TO WS-ROLLOVER-UNITS
           PERFORM POST-ROLLOVER-ACCRUAL
           MOVE 2 TO WS-ROLLOVER-SERVICETYPE
           MOVE PA-INCLUDED-MINUTES TO WS-ROLLOVER-INCLUDED
           MOVE RLU-MINUTES TO WS-ROLLOVER-UNITS
           PERFORM POST-ROLLOVER-ACCRUAL
           MOVE 3 TO WS-ROLLOVER-SERVICETYPE
           MOVE PA-INCLUDED-MB TO WS-ROLLOVER-INCLUDED
           MOVE RLU-MB TO WS-ROLLOVER-UNITS
           PERFORM POST-ROLLOVER-ACCRUAL
       END-IF.

POST-ROLLOVER-TAKE.
       MOVE PREVSUBSCRIBERID TO RCV-SUBSCRIBERID
       MOVE RLO-SERVICETYPE(RLO-IDX) TO RCV-SERVICETYPE
       MOVE RLO-ORIGIN-PERIOD(RLO-IDX) TO RCV-ORIGIN-PERIOD
       READ ROLLOVERFILE
           INVALID KEY
               MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
               MOVE "READ" TO ABEND-OPERATION
               MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
       END-READ
       MOVE ZERO TO RCV-FOUND-SLOT
       PERFORM VARYING RCV-SLOT-IDX FROM 1 BY 1
               UNTIL RCV-SLOT-IDX GREATER THAN 6
           IF RCV-USED-PERIOD(RCV-SLOT-IDX) EQUAL TO BILLING-PERIOD-YYYYMM
               MOVE RCV-SLOT-IDX TO RCV-FOUND-SLOT
               MOVE 6 TO RCV-SLOT-IDX
           END-IF
       END-PERFORM
       IF RCV-FOUND-SLOT EQUAL TO ZERO
           PERFORM VARYING RCV-SLOT-IDX FROM 1 BY 1
                   UNTIL RCV-SLOT-IDX GREATER THAN 6
               IF RCV-USED-PERIOD(RCV-SLOT-IDX) EQUAL TO ZERO
                   MOVE RCV-SLOT-IDX TO RCV-FOUND-SLOT
                   MOVE 6 TO RCV-SLOT-IDX
               END-IF
           END-PERFORM
       END-IF
       IF RCV-FOUND-SLOT GREATER THAN ZERO
               AND (RLO-TAKEN(RLO-IDX) GREATER THAN ZERO
                   OR RCV-USED-PERIOD(RCV-FOUND-SLOT) GREATER THAN ZERO)
           MOVE BILLING-PERIOD-YYYYMM TO RCV-USED-PERIOD(RCV-FOUND-SLOT)
           MOVE RLO-TAKEN(RLO-IDX) TO RCV-USED-UNITS(RCV-FOUND-SLOT)
           MOVE ZERO TO WS-ROLLOVER-SLOT-TOTAL
           PERFORM VARYING RCV-SLOT-IDX FROM 1 BY 1
                   UNTIL RCV-SLOT-IDX GREATER THAN 6
               ADD RCV-USED-UNITS(RCV-SLOT-IDX) TO WS-ROLLOVER-SLOT-TOTAL
           END-PERFORM
           IF WS-ROLLOVER-SLOT-TOTAL LESS THAN RCV-GRANTED-UNITS
               COMPUTE RCV-REMAINING-UNITS =
                   RCV-GRANTED-UNITS - WS-ROLLOVER-SLOT-TOTAL
           ELSE
               MOVE ZERO TO RCV-REMAINING-UNITS
           END-IF
           PERFORM REWRITE-ROLLOVER-RECORD
       END-IF.

POST-ROLLOVER-ACCRUAL.
       MOVE PREVSUBSCRIBERID TO RCV-SUBSCRIBERID
       MOVE WS-ROLLOVER-SERVICETYPE TO RCV-SERVICETYPE
       MOVE BILLING-PERIOD-YYYYMM TO RCV-ORIGIN-PERIOD
       IF WS-ROLLOVER-UNITS LESS THAN WS-ROLLOVER-INCLUDED
           COMPUTE WS-ROLLOVER-UNITS =
               WS-ROLLOVER-INCLUDED - WS-ROLLOVER-UNITS
       ELSE
           MOVE ZERO TO WS-ROLLOVER-UNITS
       END-IF
       READ ROLLOVERFILE
           INVALID KEY
               IF WS-ROLLOVER-UNITS GREATER THAN ZERO
                   MOVE PREVSUBSCRIBERID TO RCV-SUBSCRIBERID
                   MOVE WS-ROLLOVER-SERVICETYPE TO RCV-SERVICETYPE
                   MOVE BILLING-PERIOD-YYYYMM TO RCV-ORIGIN-PERIOD
                   MOVE WS-ROLLOVER-UNITS TO RCV-GRANTED-UNITS
                   MOVE WS-ROLLOVER-UNITS TO RCV-REMAINING-UNITS
                   MOVE WS-ROLLOVER-EXPIRY TO RCV-EXPIRY-PERIOD
                   SET RCV-ROLLOVER-ACTIVE TO TRUE
                   MOVE ZEROS TO RCV-USAGE-SLOT(1), RCV-USAGE-SLOT(2),
                       RCV-USAGE-SLOT(3), RCV-USAGE-SLOT(4),
                       RCV-USAGE-SLOT(5), RCV-USAGE-SLOT(6)
                   ADD 1 TO RT-ROLLOVER-ACCRUED-COUNT
                   PERFORM WRITE-ROLLOVER-RECORD
               END-IF
           NOT INVALID KEY
               MOVE WS-ROLLOVER-UNITS TO RCV-GRANTED-UNITS
               MOVE WS-ROLLOVER-UNITS TO RCV-REMAINING-UNITS
               MOVE WS-ROLLOVER-EXPIRY TO RCV-EXPIRY-PERIOD
               SET RCV-ROLLOVER-ACTIVE TO TRUE
               IF WS-ROLLOVER-UNITS GREATER THAN ZERO
                   ADD 1 TO RT-ROLLOVER-ACCRUED-COUNT
               END-IF
               PERFORM REWRITE-ROLLOVER-RECORD
       END-READ.

WRITE-ROLLOVER-RECORD.
       IF TRIAL-RUN
           MOVE ROLLOVERREC TO ROLLOVERSTAGEREC
           WRITE ROLLOVERSTAGEREC
           IF WS-RVS-STATUS NOT EQUAL TO "00"
               MOVE "ROLLOVERSTAGE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-RVS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       ELSE
           WRITE ROLLOVERREC
           IF WS-RCV-STATUS NOT EQUAL TO "00"
               MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF.

REWRITE-ROLLOVER-RECORD.
       IF TRIAL-RUN
           MOVE ROLLOVERREC TO ROLLOVERSTAGEREC
           WRITE ROLLOVERSTAGEREC
           IF WS-RVS-STATUS NOT EQUAL TO "00"
               MOVE "ROLLOVERSTAGE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-RVS-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       ELSE
           REWRITE ROLLOVERREC
           IF WS-RCV-STATUS NOT EQUAL TO "00"
               MOVE "ROLLOVERFILE" TO ABEND-FILE-NAME
               MOVE "REWRITE" TO ABEND-OPERATION
               MOVE WS-RCV-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-IF.

COMPUTE-POOLED-ALLOWANCE-CREDITS.
       IF USED-VOICE-SECONDS GREATER THAN ZERO
           IF PMB-DRAWN-VOICE-SECONDS(PMB-FOUND-IDX) NOT LESS THAN
                   USED-VOICE-SECONDS
               MOVE VOICESUBTOTAL TO VOICE-ALLOWANCE-CREDIT
           ELSE
               COMPUTE VOICE-ALLOWANCE-CREDIT ROUNDED =
                   VOICESUBTOTAL *
                   (PMB-DRAWN-VOICE-SECONDS(PMB-FOUND-IDX)
                       / USED-VOICE-SECONDS)
           END-IF
       END-IF
       IF USED-SMS-MESSAGES GREATER THAN ZERO
           IF PMB-DRAWN-SMS-MESSAGES(PMB-FOUND-IDX) NOT LESS THAN
                   USED-SMS-MESSAGES
               MOVE SMSSUBTOTAL TO SMS-ALLOWANCE-CREDIT
           ELSE
               COMPUTE SMS-ALLOWANCE-CREDIT ROUNDED =
                   SMSSUBTOTAL *
                   (PMB-DRAWN-SMS-MESSAGES(PMB-FOUND-IDX)
                       / USED-SMS-MESSAGES)
           END-IF
       END-IF
       IF USED-DATA-KB GREATER THAN ZERO
           IF PMB-DRAWN-DATA-KB(PMB-FOUND-IDX) NOT LESS THAN
                   USED-DATA-KB
               MOVE DATASUBTOTAL TO DATA-ALLOWANCE-CREDIT
           ELSE
               COMPUTE DATA-ALLOWANCE-CREDIT ROUNDED =
                   DATASUBTOTAL *
                   (PMB-DRAWN-DATA-KB(PMB-FOUND-IDX) / USED-DATA-KB)
           END-IF
       END-IF
       PERFORM POST-ALLOWANCE-CREDITS.

POST-ALLOWANCE-CREDITS.
       COMPUTE TOTAL-ALLOWANCE-CREDIT =
           VOICE-ALLOWANCE-CREDIT + SMS-ALLOWANCE-CREDIT
           + DATA-ALLOWANCE-CREDIT
       SUBTRACT VOICE-ALLOWANCE-CREDIT FROM VOICESUBTOTAL
       SUBTRACT SMS-ALLOWANCE-CREDIT FROM SMSSUBTOTAL
       SUBTRACT DATA-ALLOWANCE-CREDIT FROM DATASUBTOTAL
       SUBTRACT TOTAL-ALLOWANCE-CREDIT FROM SUBSCRIBERTOTAL
       ADD TOTAL-ALLOWANCE-CREDIT TO RT-ALLOWANCE-CREDIT.

PRINT-ALLOWANCE-LINE.
       MOVE TOTAL-ALLOWANCE-CREDIT TO PRNALLOWANCECREDIT
       MOVE ALLOWANCEDETAILLINE TO REPORTLINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO LINESONPAGE.

BUILD-ALLOWANCE-POOLS.
       MOVE ZERO TO POL-COUNT, PMB-COUNT
       OPEN INPUT ACCOUNTMASTER
       IF WS-ACM-STATUS EQUAL TO "35"
           DISPLAY "NO ACCOUNT MASTER PRESENT - NO SHARED ALLOWANCE POOLS"
       ELSE
           IF WS-ACM-STATUS NOT EQUAL TO "00"
               MOVE "ACCOUNTMASTER" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE WS-ACM-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
           MOVE "N" TO WS-ACM-EOF-SWITCH
           PERFORM READ-NEXT-ACCOUNT-MEMBER
           PERFORM UNTIL ENDOFACCOUNTMASTER
               IF ACM-POOLED-ALLOWANCE
                       AND ACM-SUBSCRIBERID NOT LESS THAN
                           WS-PARTITION-LOW-ID
                       AND ACM-SUBSCRIBERID NOT GREATER THAN
                           WS-PARTITION-HIGH-ID
                       AND ACM-EFFECTIVE-DATE NOT GREATER THAN
                           WS-PERIOD-END-DATE
                       AND (ACM-END-DATE EQUAL TO ZERO
                           OR ACM-END-DATE NOT LESS THAN
                               WS-PERIOD-START-DATE)
                   PERFORM ADD-MEMBER-TO-ALLOWANCE-POOL
               END-IF
               PERFORM READ-NEXT-ACCOUNT-MEMBER
           END-PERFORM
           CLOSE ACCOUNTMASTER
       END-IF
       IF PMB-COUNT GREATER THAN ZERO
           SORT POOLSORTFILE ON ASCENDING KEY PSR-ACCOUNTID
               PSR-CALLTIMESTAMP PSR-SUBSCRIBERID
               INPUT PROCEDURE IS RELEASE-POOLED-USAGE
               OUTPUT PROCEDURE IS DRAW-ALLOWANCE-POOLS
           IF NOT SIMULATION-RUN
               PERFORM WRITE-ALLOWANCE-POOL-FILE
           END-IF
           DISPLAY "SHARED ALLOWANCE POOLS: " POL-COUNT
               " ACCOUNT(S), " PMB-COUNT " MEMBER(S)"
       END-IF.

READ-NEXT-ACCOUNT-MEMBER.
       READ ACCOUNTMASTER NEXT RECORD
           AT END SET ENDOFACCOUNTMASTER TO TRUE
       END-READ.

ADD-MEMBER-TO-ALLOWANCE-POOL.
       MOVE ACM-SUBSCRIBERID TO SMF-SUBSCRIBERID
       READ SUBSCRIBERMASTER
           INVALID KEY MOVE SPACES TO SMF-PLANCODE
       END-READ
       IF SMF-PLANCODE NOT EQUAL TO SPACES
               AND SMF-PAYTYPE NOT EQUAL TO "P"
           MOVE SMF-PLANCODE TO PA-PLANCODE
           READ PLANALLOWANCEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM STORE-POOL-MEMBER
           END-READ
       END-IF.

STORE-POOL-MEMBER.
       MOVE ZERO TO POL-FOUND-IDX
       PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX GREATER THAN POL-COUNT
           IF POL-ACCOUNTID(POL-IDX) EQUAL TO ACM-ACCOUNTID
               MOVE POL-IDX TO POL-FOUND-IDX
               MOVE POL-COUNT TO POL-IDX
           END-IF
       END-PERFORM
       IF POL-FOUND-IDX EQUAL TO ZERO
           IF POL-COUNT LESS THAN POOL-TABLE-LIMIT
               ADD 1 TO POL-COUNT
               MOVE POL-COUNT TO POL-FOUND-IDX
               MOVE ACM-ACCOUNTID TO POL-ACCOUNTID(POL-FOUND-IDX)
               MOVE ZERO TO POL-VOICE-SECONDS(POL-FOUND-IDX)
                   POL-SMS-MESSAGES(POL-FOUND-IDX)
                   POL-DATA-KB(POL-FOUND-IDX)
                   POL-USED-VOICE-SECONDS(POL-FOUND-IDX)
                   POL-USED-SMS-MESSAGES(POL-FOUND-IDX)
                   POL-USED-DATA-KB(POL-FOUND-IDX)
           ELSE
               IF NOT POOL-TABLE-FULL
                   DISPLAY "ALLOWANCE POOL TABLE FULL AT "
                       POOL-TABLE-LIMIT
                       " ACCOUNTS - REMAINING MEMBERS BILLED ALONE"
                   SET POOL-TABLE-FULL TO TRUE
               END-IF
           END-IF
       END-IF
       IF POL-FOUND-IDX GREATER THAN ZERO
           IF PMB-COUNT LESS THAN POOL-MEMBER-LIMIT
               ADD 1 TO PMB-COUNT
               MOVE ACM-SUBSCRIBERID TO PMB-SUBSCRIBERID(PMB-COUNT)
               MOVE POL-FOUND-IDX TO PMB-POOL-IDX(PMB-COUNT)
               MOVE ZERO TO PMB-USAGE-FROM-DATE(PMB-COUNT)
               IF SMF-PRIOR-PAYTYPE EQUAL TO "P"
                       AND SMF-PAYTYPE-EFFDATE NOT LESS THAN
                           WS-PERIOD-START-DATE
                   MOVE SMF-PAYTYPE-EFFDATE
                       TO PMB-USAGE-FROM-DATE(PMB-COUNT)
               END-IF
               MOVE SMF-SUSPENSIONDATE TO PMB-SUSPENSIONDATE(PMB-COUNT)
               MOVE SMF-RESTOREDATE TO PMB-RESTOREDATE(PMB-COUNT)
               MOVE ZERO TO PMB-DRAWN-VOICE-SECONDS(PMB-COUNT)
                   PMB-DRAWN-SMS-MESSAGES(PMB-COUNT)
                   PMB-DRAWN-DATA-KB(PMB-COUNT)
               COMPUTE POL-VOICE-SECONDS(POL-FOUND-IDX) =
                   POL-VOICE-SECONDS(POL-FOUND-IDX)
                   + (PA-INCLUDED-MINUTES * 60)
               ADD PA-INCLUDED-MESSAGES
                   TO POL-SMS-MESSAGES(POL-FOUND-IDX)
               COMPUTE POL-DATA-KB(POL-FOUND-IDX) =
                   POL-DATA-KB(POL-FOUND-IDX)
                   + (PA-INCLUDED-MB * 1024)
           ELSE
               IF NOT POOL-TABLE-FULL
                   DISPLAY "ALLOWANCE POOL MEMBER TABLE FULL AT "
                       POOL-MEMBER-LIMIT
                       " - REMAINING MEMBERS BILLED ALONE"
                   SET POOL-TABLE-FULL TO TRUE
               END-IF
           END-IF
       END-IF.

FIND-POOL-MEMBER.
       MOVE ZERO TO PMB-FOUND-IDX
       PERFORM VARYING PMB-IDX FROM 1 BY 1
               UNTIL PMB-IDX GREATER THAN PMB-COUNT
           IF PMB-SUBSCRIBERID(PMB-IDX) EQUAL TO WS-POOL-SUBSCRIBERID
               MOVE PMB-IDX TO PMB-FOUND-IDX
               MOVE PMB-COUNT TO PMB-IDX
           END-IF
       END-PERFORM.

RELEASE-POOLED-USAGE.
       OPEN INPUT SORTEDCALLSFILE
       IF WS-SCF-STATUS NOT EQUAL TO "00"
           MOVE "SORTEDCALLSFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM READ-SORTEDCALLSFILE
       PERFORM UNTIL ENDOFBILLABLESFILE
           IF SERVICEISVOICE OR SERVICEISSMS OR SERVICEISDATA
               MOVE SUBSCRIBERID TO WS-POOL-SUBSCRIBERID
               PERFORM FIND-POOL-MEMBER
               IF PMB-FOUND-IDX GREATER THAN ZERO
                   PERFORM RELEASE-ONE-POOLED-CALL
               END-IF
           END-IF
           PERFORM READ-SORTEDCALLSFILE
       END-PERFORM
       CLOSE SORTEDCALLSFILE.

RELEASE-ONE-POOLED-CALL.
       MOVE "N" TO WS-SUSPENDED-USAGE-SWITCH
       IF PMB-SUSPENSIONDATE(PMB-FOUND-IDX) GREATER THAN ZERO
               AND CALLTIMESTAMP(1:8) NOT LESS THAN
                   PMB-SUSPENSIONDATE(PMB-FOUND-IDX)
           IF PMB-RESTOREDATE(PMB-FOUND-IDX) EQUAL TO ZERO
                   OR CALLTIMESTAMP(1:8) LESS THAN
                       PMB-RESTOREDATE(PMB-FOUND-IDX)
               SET USAGE-DURING-SUSPENSION TO TRUE
           END-IF
       END-IF
       IF NOT USAGE-DURING-SUSPENSION
               AND CALLTIMESTAMP(1:8) NOT LESS THAN
                   PMB-USAGE-FROM-DATE(PMB-FOUND-IDX)
           IF SUBSCRIBERID NOT EQUAL TO WS-ADDON-SUBSCRIBERID
               MOVE SUBSCRIBERID TO WS-ADDON-SUBSCRIBERID
               PERFORM LOAD-SUBSCRIBER-BUNDLES
           END-IF
           SET ADDON-DRAW-FOR-POOL TO TRUE
           PERFORM DRAW-ADDON-BUNDLES
           IF WS-ADDON-COVERED-UNITS LESS THAN WS-ADDON-NEED-UNITS
               MOVE PMB-POOL-IDX(PMB-FOUND-IDX) TO POL-IDX
               MOVE POL-ACCOUNTID(POL-IDX) TO PSR-ACCOUNTID
               MOVE CALLTIMESTAMP TO PSR-CALLTIMESTAMP
               MOVE SUBSCRIBERID TO PSR-SUBSCRIBERID
               MOVE SERVICETYPE TO PSR-SERVICETYPE
               COMPUTE PSR-CALLDURATION =
                   CALLDURATION - WS-ADDON-COVERED-UNITS
               RELEASE POOLSORTREC
           END-IF
       END-IF.

DRAW-ALLOWANCE-POOLS.
       MOVE "N" TO WS-PSR-EOF-SWITCH
       PERFORM RETURN-POOLSORT-RECORD
       PERFORM UNTIL ENDOFPOOLSORTFILE
           MOVE PSR-SUBSCRIBERID TO WS-POOL-SUBSCRIBERID
           PERFORM FIND-POOL-MEMBER
           MOVE PMB-POOL-IDX(PMB-FOUND-IDX) TO POL-IDX
           EVALUATE PSR-SERVICETYPE
               WHEN 2
                   COMPUTE WS-POOL-REMAINING =
                       POL-VOICE-SECONDS(POL-IDX)
                       - POL-USED-VOICE-SECONDS(POL-IDX)
                   MOVE PSR-CALLDURATION TO WS-POOL-DRAW
                   IF WS-POOL-DRAW GREATER THAN WS-POOL-REMAINING
                       MOVE WS-POOL-REMAINING TO WS-POOL-DRAW
                   END-IF
                   ADD WS-POOL-DRAW TO POL-USED-VOICE-SECONDS(POL-IDX)
                       PMB-DRAWN-VOICE-SECONDS(PMB-FOUND-IDX)
               WHEN 1
                   IF POL-USED-SMS-MESSAGES(POL-IDX) LESS THAN
                           POL-SMS-MESSAGES(POL-IDX)
                       ADD 1 TO POL-USED-SMS-MESSAGES(POL-IDX)
                           PMB-DRAWN-SMS-MESSAGES(PMB-FOUND-IDX)
                   END-IF
               WHEN 3
                   COMPUTE WS-POOL-REMAINING =
                       POL-DATA-KB(POL-IDX) - POL-USED-DATA-KB(POL-IDX)
                   MOVE PSR-CALLDURATION TO WS-POOL-DRAW
                   IF WS-POOL-DRAW GREATER THAN WS-POOL-REMAINING
                       MOVE WS-POOL-REMAINING TO WS-POOL-DRAW
                   END-IF
                   ADD WS-POOL-DRAW TO POL-USED-DATA-KB(POL-IDX)
                       PMB-DRAWN-DATA-KB(PMB-FOUND-IDX)
           END-EVALUATE
           PERFORM RETURN-POOLSORT-RECORD
       END-PERFORM.

RETURN-POOLSORT-RECORD.
       RETURN POOLSORTFILE AT END SET ENDOFPOOLSORTFILE TO TRUE
       END-RETURN.

WRITE-ALLOWANCE-POOL-FILE.
       OPEN OUTPUT ALLOWANCEPOOLFILE
       IF WS-APL-STATUS NOT EQUAL TO "00"
           MOVE "ALLOWANCEPOOLFILE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-APL-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       PERFORM VARYING PMB-IDX FROM 1 BY 1
               UNTIL PMB-IDX GREATER THAN PMB-COUNT
           MOVE PMB-POOL-IDX(PMB-IDX) TO POL-IDX
           MOVE POL-ACCOUNTID(POL-IDX) TO APL-ACCOUNTID
           MOVE PMB-SUBSCRIBERID(PMB-IDX) TO APL-SUBSCRIBERID
           MOVE BILLING-PERIOD-YYYYMM TO APL-BILLINGPERIOD
           COMPUTE APL-POOL-MINUTES ROUNDED =
               POL-VOICE-SECONDS(POL-IDX) / 60
           MOVE POL-SMS-MESSAGES(POL-IDX) TO APL-POOL-MESSAGES
           COMPUTE APL-POOL-MB ROUNDED = POL-DATA-KB(POL-IDX) / 1024
           COMPUTE APL-USED-MINUTES ROUNDED =
               POL-USED-VOICE-SECONDS(POL-IDX) / 60
           MOVE POL-USED-SMS-MESSAGES(POL-IDX) TO APL-USED-MESSAGES
           COMPUTE APL-USED-MB ROUNDED =
               POL-USED-DATA-KB(POL-IDX) / 1024
           COMPUTE APL-SHARE-MINUTES ROUNDED =
               PMB-DRAWN-VOICE-SECONDS(PMB-IDX) / 60
           MOVE PMB-DRAWN-SMS-MESSAGES(PMB-IDX) TO APL-SHARE-MESSAGES
           COMPUTE APL-SHARE-MB ROUNDED =
               PMB-DRAWN-DATA-KB(PMB-IDX) / 1024
           WRITE ALLOWANCEPOOLREC
           IF WS-APL-STATUS NOT EQUAL TO "00"
               MOVE "ALLOWANCEPOOLFILE" TO ABEND-FILE-NAME
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE WS-APL-STATUS TO ABEND-FILE-STATUS
               PERFORM FILE-ERROR-HANDLER
           END-IF
       END-PERFORM
       CLOSE ALLOWANCEPOOLFILE.

CHECK-FOR-COST-OUTLIER.
       IF SERVICECOST LESS THAN MIN-SERVICECOST

WRITE-ABEND-DIAGNOSTIC-REPORT.
       MOVE SPACES TO WS-ABD-FILENAME
       STRING "AbendReport-" RUN-DATE-YYYYMMDD WS-PARTITION-SUFFIX
           DELIMITED BY SPACE
           ".dat" DELIMITED BY SIZE INTO WS-ABD-FILENAME
       END-STRING
       OPEN OUTPUT ABENDREPORTFILE
       IF WS-ABD-STATUS NOT EQUAL TO "00"
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-PBS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT ROLLOVERSTAGE
       IF WS-RVS-STATUS NOT EQUAL TO "00"
           MOVE "ROLLOVERSTAGE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-RVS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF
       OPEN OUTPUT ADDONBUNDLESTAGE
       IF WS-ADS-STATUS NOT EQUAL TO "00"
           MOVE "ADDONBUNDLESTAGE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-ADS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CLOSE-TRIAL-STAGING-FILES.
       CLOSE PREPAIDSTAGE
       CLOSE DEFERREDSTAGE
       CLOSE INSTALLMENTSTAGE
       CLOSE PREPAIDBUCKETSTAGE
       CLOSE ROLLOVERSTAGE
       CLOSE ADDONBUNDLESTAGE.

PRODUCE-TRIAL-VARIANCE-REPORT.
       MOVE BILLING-PERIOD-YYYYMM(1:4) TO WS-PRIOR-YEAR
           MOVE 30 TO WS-DAYS-IN-CYCLE
       END-IF.

DETERMINE-PARTITION-MODE.
       MOVE WS-BILLING-CYCLE TO WS-PERIOD-LOCK-CYCLE
       ACCEPT WS-PARTITION-PARM FROM ENVIRONMENT "BILLINGPARTITION"
       IF WS-PARTITION-PARM NOT EQUAL TO SPACES
           IF WS-PARTITION-PARM(1:1) NOT NUMERIC
                   OR WS-PARTITION-PARM(1:1) EQUAL TO "0"
                   OR WS-PARTITION-PARM(2:7) NOT EQUAL TO SPACES
               DISPLAY "BILLINGPARTITION MUST BE A PARTITION NUMBER"
                   " FROM 1 TO 9 - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SIMULATION-RUN OR REBILL-RUN OR TRIAL-RUN
                   OR CYCLE-SELECTED-RUN OR NOT RUN-MODE-MONTHLY
               DISPLAY "A PARTITIONED RUN IS A MONTHLY PRODUCTION RUN"
                   " ONLY - IT CANNOT BE COMBINED WITH SIMULATION,"
                   " RE-BILL, TRIAL, WEEKLY OR CYCLE SELECTION -"
                   " RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PARTITIONED-RUN TO TRUE
           MOVE WS-PARTITION-PARM(1:1) TO WS-PARTITION-NUMBER
           MOVE SPACES TO WS-PARTITION-SUFFIX
           STRING "-P" WS-PARTITION-NUMBER
               DELIMITED BY SIZE INTO WS-PARTITION-SUFFIX
           END-STRING
           MOVE SPACES TO WS-PERIOD-LOCK-CYCLE
           STRING "P" WS-PARTITION-NUMBER
               DELIMITED BY SIZE INTO WS-PERIOD-LOCK-CYCLE
           END-STRING
           MOVE SPACES TO WS-BATCH-LOCK-RESOURCE
           STRING "SUBSCRIBERMASTER" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-BATCH-LOCK-RESOURCE
           END-STRING
           MOVE SPACES TO WS-CYCLE-LABEL
           STRING "  PART " WS-PARTITION-NUMBER
               DELIMITED BY SIZE INTO WS-CYCLE-LABEL
           END-STRING
           COMPUTE WS-EXCEPTION-SEQUENCE = WS-PARTITION-NUMBER * 100000
       END-IF.

LOAD-BILLING-PARTITION-RANGE.
       OPEN INPUT BILLINGPARTITIONFILE
       IF WS-BPT-STATUS NOT EQUAL TO "00"
           DISPLAY "PARTITIONED RUN REQUESTED BUT BillingPartitions.tbl"
               " CANNOT BE OPENED - FILE STATUS " WS-BPT-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "N" TO WS-BPT-EOF-SWITCH
       PERFORM READ-BILLING-PARTITION-RECORD
       PERFORM UNTIL ENDOFPARTITIONTABLE
           IF BPT-EFFECTIVE-PERIOD NOT GREATER THAN BILLING-PERIOD-YYYYMM
                   AND BPT-EFFECTIVE-PERIOD NOT LESS THAN
                       WS-PARTITION-SET-PERIOD
               IF BPT-EFFECTIVE-PERIOD GREATER THAN
                       WS-PARTITION-SET-PERIOD
                   MOVE BPT-EFFECTIVE-PERIOD TO WS-PARTITION-SET-PERIOD
                   MOVE "N" TO WS-PARTITION-FOUND-SWITCH
                   MOVE 9999999999 TO WS-PARTITION-LOWEST-ID
               END-IF
               IF BPT-LOW-ID NOT GREATER THAN WS-PARTITION-LOWEST-ID
                   MOVE BPT-LOW-ID TO WS-PARTITION-LOWEST-ID
                   MOVE BPT-PARTITION TO WS-PARTITION-FIRST-NUMBER
               END-IF
               IF BPT-PARTITION EQUAL TO WS-PARTITION-NUMBER
                   MOVE BPT-LOW-ID TO WS-PARTITION-LOW-ID
                   MOVE BPT-HIGH-ID TO WS-PARTITION-HIGH-ID
                   SET PARTITION-RANGE-FOUND TO TRUE
               END-IF
           END-IF
           PERFORM READ-BILLING-PARTITION-RECORD
       END-PERFORM
       CLOSE BILLINGPARTITIONFILE
       IF NOT PARTITION-RANGE-FOUND
               OR WS-PARTITION-LOW-ID GREATER THAN WS-PARTITION-HIGH-ID
           DISPLAY "PARTITION " WS-PARTITION-NUMBER
               " HAS NO VALID RANGE IN THE PARTITION SET IN FORCE FOR"
               " PERIOD " BILLING-PERIOD-YYYYMM " - RUN REFUSED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-PARTITION-LOW-ID TO WS-SWEEP-NEXT-ID
       DISPLAY "PARTITIONED RUN - PARTITION " WS-PARTITION-NUMBER
           " BILLS SUBSCRIBERS " WS-PARTITION-LOW-ID " TO "
           WS-PARTITION-HIGH-ID.

READ-BILLING-PARTITION-RECORD.
       READ BILLINGPARTITIONFILE AT END SET ENDOFPARTITIONTABLE TO TRUE
       END-READ
       IF WS-BPT-STATUS NOT EQUAL TO "00" AND WS-BPT-STATUS NOT EQUAL TO "10"
           MOVE "BILLINGPARTITIONFILE" TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE WS-BPT-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

CHECK-PARTITION-RANGE.
       MOVE "Y" TO WS-PARTITION-RANGE-SWITCH
       IF PARTITIONED-RUN
           IF SUBSCRIBERID-BSF NOT NUMERIC
               IF WS-PARTITION-NUMBER NOT EQUAL TO
                       WS-PARTITION-FIRST-NUMBER
                   MOVE "N" TO WS-PARTITION-RANGE-SWITCH
               END-IF
           ELSE
           IF SUBSCRIBERID-BSF LESS THAN WS-PARTITION-LOW-ID
                   OR SUBSCRIBERID-BSF GREATER THAN WS-PARTITION-HIGH-ID
               MOVE "N" TO WS-PARTITION-RANGE-SWITCH
           END-IF
           END-IF
       END-IF.

BUILD-PARTITION-FILENAMES.
       MOVE SPACES TO WS-BSF-FILENAME
       STRING "Listing14-1-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX ".dat"
           DELIMITED BY SIZE INTO WS-BSF-FILENAME
       END-STRING
       MOVE SPACES TO WS-WRK-FILENAME
       STRING "Work-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX ".tmp"
           DELIMITED BY SIZE INTO WS-WRK-FILENAME
       END-STRING
       MOVE SPACES TO WS-SCF-FILENAME
       STRING "Listing14-2-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX ".srt"
           DELIMITED BY SIZE INTO WS-SCF-FILENAME
       END-STRING
       MOVE SPACES TO WS-RPT-FILENAME
       STRING "Listing14-2-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-FILENAME
       END-STRING
       MOVE SPACES TO WS-CTL-FILENAME
       STRING "Listing14-2-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX ".ctl"
           DELIMITED BY SIZE INTO WS-CTL-FILENAME
       END-STRING
       MOVE SPACES TO WS-INV-FILENAME
       STRING "Listing14-2-invoice" WS-PARTITION-SUFFIX ".feed"
           DELIMITED BY SIZE INTO WS-INV-FILENAME
       END-STRING
       MOVE SPACES TO WS-APL-FILENAME
       STRING "Listing14-2-pool" WS-PARTITION-SUFFIX ".dat"
           DELIMITED BY SIZE INTO WS-APL-FILENAME
       END-STRING
       MOVE SPACES TO WS-GLX-FILENAME
       STRING "Listing14-2" WS-PARTITION-SUFFIX ".gl"
           DELIMITED BY SIZE INTO WS-GLX-FILENAME
       END-STRING
       MOVE SPACES TO WS-TSE-FILENAME
       STRING "Listing14-2" WS-PARTITION-SUFFIX ".tse"
           DELIMITED BY SIZE INTO WS-TSE-FILENAME
       END-STRING
       MOVE SPACES TO WS-EXC-FILENAME
       STRING "Listing14-2" WS-PARTITION-SUFFIX ".exc"
           DELIMITED BY SIZE INTO WS-EXC-FILENAME
       END-STRING
       MOVE SPACES TO WS-QTN-FILENAME
       STRING "Listing14-2" WS-PARTITION-SUFFIX ".qtn"
           DELIMITED BY SIZE INTO WS-QTN-FILENAME
       END-STRING
       MOVE SPACES TO WS-CKP-FILENAME
       STRING "Listing14-2" WS-PARTITION-SUFFIX ".ckp"
           DELIMITED BY SIZE INTO WS-CKP-FILENAME
       END-STRING
       MOVE SPACES TO WS-WHU-FILENAME
       STRING "Wholesale-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX ".dtl"
           DELIMITED BY SIZE INTO WS-WHU-FILENAME
       END-STRING
       MOVE SPACES TO WS-PCF-FILENAME
       STRING "PrepaidCutoff" WS-PARTITION-SUFFIX ".feed"
           DELIMITED BY SIZE INTO WS-PCF-FILENAME
       END-STRING
       MOVE SPACES TO WS-BHS-FILENAME
       STRING "BillingHistoryStage" WS-PARTITION-SUFFIX ".dat"
           DELIMITED BY SIZE INTO WS-BHS-FILENAME
       END-STRING.

OPEN-PARTITION-HISTORY-STAGE.
       OPEN OUTPUT BILLINGHISTORYSTAGE
       IF WS-BHS-STATUS NOT EQUAL TO "00"
           MOVE "BILLINGHISTORYSTAGE" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE WS-BHS-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

DETERMINE-CSV-OUTPUT.
       ACCEPT WS-CSV-PARM FROM ENVIRONMENT "BILLINGCSV"
       IF WS-CSV-PARM(1:1) EQUAL TO "Y"
           STRING "Listing14-2-topspenders-" WS-BILLING-CYCLE ".csv"
               DELIMITED BY SIZE INTO WS-CST-FILENAME
           END-STRING
       ELSE
       IF PARTITIONED-RUN
           MOVE SPACES TO WS-CSV-FILENAME
           STRING "Listing14-2-" WS-RUN-PARM(1:6) WS-PARTITION-SUFFIX
               ".csv"
               DELIMITED BY SIZE INTO WS-CSV-FILENAME
           END-STRING
           MOVE SPACES TO WS-CSS-FILENAME
           STRING "Listing14-2-servicetypes" WS-PARTITION-SUFFIX ".csv"
               DELIMITED BY SIZE INTO WS-CSS-FILENAME
           END-STRING
           MOVE SPACES TO WS-CST-FILENAME
           STRING "Listing14-2-topspenders" WS-PARTITION-SUFFIX ".csv"
               DELIMITED BY SIZE INTO WS-CST-FILENAME
           END-STRING
       ELSE
           MOVE SPACES TO WS-CSV-FILENAME
           STRING "Listing14-2-" WS-RUN-PARM(1:6) ".csv"
       END-IF
       END-IF
       END-IF
       END-IF
       OPEN OUTPUT CSVSUBSCRIBERFILE
       IF WS-CSV-STATUS NOT EQUAL TO "00"
           MOVE "CSVSUBSCRIBERFILE" TO ABEND-FILE-NAME
       STRING "ROAMING," RT-ROAMING-COUNT "," CSV-AMOUNT
           DELIMITED BY SIZE INTO CSVSERVICELINE
       END-STRING
       WRITE CSVSERVICELINE
       MOVE SPACES TO CSVSERVICELINE
       MOVE RT-PREMIUM-REVENUE TO CSV-AMOUNT
       STRING "PREMIUM," RT-PREMIUM-COUNT "," CSV-AMOUNT
           DELIMITED BY SIZE INTO CSVSERVICELINE
       END-STRING
       WRITE CSVSERVICELINE.

WRITE-CSV-TOPSPENDER-ROW.
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           MOVE "Listing14-2-rebill.feed" TO WS-INV-FILENAME
           MOVE "Listing14-2-rebill.pool" TO WS-APL-FILENAME
           MOVE "Listing14-2-rebill.gl" TO WS-GLX-FILENAME
           MOVE "Listing14-2-rebill.ctl" TO WS-CTL-FILENAME
       ELSE
           STRING "Listing14-2-invoice-" WS-BILLING-CYCLE ".feed"
               DELIMITED BY SIZE INTO WS-INV-FILENAME
           END-STRING
           MOVE SPACES TO WS-APL-FILENAME
           STRING "Listing14-2-pool-" WS-BILLING-CYCLE ".dat"
               DELIMITED BY SIZE INTO WS-APL-FILENAME
           END-STRING
           MOVE SPACES TO WS-GLX-FILENAME
           STRING "Listing14-2-" WS-BILLING-CYCLE ".gl"
               DELIMITED BY SIZE INTO WS-GLX-FILENAME
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           MOVE "Listing14-2-invoice.feed" TO WS-INV-FILENAME
           MOVE "Listing14-2-pool.dat" TO WS-APL-FILENAME
           MOVE "Listing14-2.gl" TO WS-GLX-FILENAME
           MOVE SPACES TO WS-CTL-FILENAME
           STRING "Listing14-2-" WS-RUN-PARM(1:6) ".ctl"
           END-STRING
       END-IF
       END-IF
       MOVE SPACES TO WS-WHU-FILENAME
       STRING "Wholesale-" WS-RUN-PARM(1:6) ".dtl"
           DELIMITED BY SIZE INTO WS-WHU-FILENAME
       END-STRING
       IF SIMULATION-RUN
           MOVE SPACES TO WS-RPT-FILENAME
           STRING "Listing14-2-" WS-RUN-PARM(1:6) "-sim.rpt"
               DELIMITED BY SIZE INTO WS-RPT-FILENAME
           END-STRING
           MOVE "Listing14-2-invoice-trial.feed" TO WS-INV-FILENAME
           MOVE "Listing14-2-pool-trial.dat" TO WS-APL-FILENAME
           MOVE "Listing14-2-trial.gl" TO WS-GLX-FILENAME
           MOVE SPACES TO WS-CTL-FILENAME
           STRING "Listing14-2-" WS-RUN-PARM(1:6) "-trial.ctl"
               DELIMITED BY SIZE INTO WS-CTL-FILENAME
           END-STRING
           MOVE "PrepaidCutoff-trial.feed" TO WS-PCF-FILENAME
           MOVE SPACES TO WS-WHU-FILENAME
           STRING "Wholesale-" WS-RUN-PARM(1:6) "-trial.dtl"
               DELIMITED BY SIZE INTO WS-WHU-FILENAME
           END-STRING
       END-IF
       IF PARTITIONED-RUN
           PERFORM BUILD-PARTITION-FILENAMES
       END-IF
       MOVE SPACES TO WS-LCD-FILENAME
       STRING "LateCdrs-" WS-RUN-PARM(1:6) ".dat"
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-ZERORATED-COUNT TO PRN-MIS-COUNT
       MOVE SPACES TO REPORTLINE
       STRING "                   ZERO-RATED CALLS (EMERGENCY/FREE): "
              PRN-MIS-COUNT
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-ROLLOVER-DRAWN-COUNT TO PRN-MIS-COUNT
       MOVE SPACES TO REPORTLINE
       STRING "                   ROLLOVER ENTRIES DRAWN ON: "
              PRN-MIS-COUNT
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-ROLLOVER-ACCRUED-COUNT TO PRN-MIS-COUNT
       MOVE SPACES TO REPORTLINE
       STRING "                   ROLLOVER ENTRIES ACCRUED: "
              PRN-MIS-COUNT
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-SUSPENDED-USAGE-COUNT TO PRN-MIS-COUNT
       MOVE RT-SUSPENDED-USAGE-VALUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-ADDON-COUNT TO PRN-MIS-COUNT
       MOVE RT-ADDON-REVENUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
       STRING "                   ADD-ON BUNDLES SOLD: "
              PRN-MIS-COUNT "  POSTPAID VALUE: " PRN-MIS-VALUE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-PREPAID-ADDON-VALUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
       STRING "                   PREPAID ADD-ON VALUE: "
              PRN-MIS-VALUE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-ADDON-COVERED-VALUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
       STRING "                   ADD-ON USAGE COVERED VALUE: "
              PRN-MIS-VALUE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-ADDON-REJECTED-COUNT TO PRN-MIS-COUNT
       MOVE SPACES TO REPORTLINE
       STRING "                   ADD-ON PURCHASES REJECTED: "
              PRN-MIS-COUNT
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-PREMIUM-BARRED-COUNT TO PRN-MIS-COUNT
       MOVE RT-PREMIUM-BARRED-VALUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
       STRING "                   PREMIUM CHARGES BARRED: "
              PRN-MIS-COUNT "  VALUE: " PRN-MIS-VALUE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-PREPAID-PREMIUM-VALUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
       STRING "                   PREPAID PREMIUM VALUE: "
              PRN-MIS-VALUE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-WHOLESALE-RECORDS TO PRN-MIS-COUNT
       MOVE RT-WHOLESALE-REVENUE TO PRN-MIS-VALUE
       MOVE SPACES TO REPORTLINE
       STRING "                   WHOLESALE PARTNER USAGE: "
              PRN-MIS-COUNT "  VALUE: " PRN-MIS-VALUE
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE RT-WHOLESALE-UNRATED TO PRN-MIS-COUNT
       MOVE SPACES TO REPORTLINE
       STRING "                   WHOLESALE USAGE UNRATED: "
              PRN-MIS-COUNT
              DELIMITED BY SIZE INTO REPORTLINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       ADD 11 TO LINESONPAGE.

PRINT-SERVICETYPE-SUMMARY.
       MOVE SPACES TO REPORTLINE
       MOVE RT-ROAMING-COUNT TO PRN-SVC-COUNT
       MOVE RT-ROAMING-REVENUE TO PRN-SVC-REVENUE
       PERFORM WRITE-SERVICETYPE-SUMMARY-LINE
       MOVE "PREMIUM" TO PRN-SVC-DESC
       MOVE RT-PREMIUM-COUNT TO PRN-SVC-COUNT
       MOVE RT-PREMIUM-REVENUE TO PRN-SVC-REVENUE
       PERFORM WRITE-SERVICETYPE-SUMMARY-LINE
       ADD 7 TO LINESONPAGE.

WRITE-SERVICETYPE-SUMMARY-LINE.
       MOVE SPACES TO REPORTLINE
               DATASUBTOTAL - ORIG-DATASUBTOTAL
           COMPUTE INV-ROAMINGSUBTOTAL =
               ROAMINGSUBTOTAL - ORIG-ROAMINGSUBTOTAL
           COMPUTE INV-PREMIUMCHARGE =
               PREMIUMSUBTOTAL - ORIG-PREMIUMSUBTOTAL
           COMPUTE INV-TAXAMOUNT = TAXAMOUNT - ORIG-TAXAMOUNT
           COMPUTE INV-BILLEDAMOUNT = BILLEDAMOUNT - ORIG-BILLEDAMOUNT
           ADD INV-VOICESUBTOTAL TO RDL-VOICE
           ADD INV-SMSSUBTOTAL TO RDL-SMS
           ADD INV-DATASUBTOTAL TO RDL-DATA
           ADD INV-ROAMINGSUBTOTAL TO RDL-ROAMING
           ADD INV-PREMIUMCHARGE TO RDL-PREMIUM
           MOVE ZERO TO INV-RECURRINGCHARGE
           MOVE ZERO TO INV-DEFERREDAMOUNT
           MOVE ZERO TO INV-ETFAMOUNT
           MOVE ZERO TO INV-INSTALLMENTAMOUNT
           MOVE ZERO TO INV-ADDONCHARGE
           MOVE "C" TO INV-DOCTYPE
       ELSE
           MOVE SUBSCRIBERTOTAL TO INV-SUBSCRIBERTOTAL
           MOVE DEFERREDRELEASEAMOUNT TO INV-DEFERREDAMOUNT
           MOVE ETFAMOUNT TO INV-ETFAMOUNT
           MOVE INSTALLMENTAMOUNT TO INV-INSTALLMENTAMOUNT
           MOVE ADDONCHARGEAMOUNT TO INV-ADDONCHARGE
           MOVE PREMIUMSUBTOTAL TO INV-PREMIUMCHARGE
           MOVE TAXAMOUNT TO INV-TAXAMOUNT
           MOVE BILLEDAMOUNT TO INV-BILLEDAMOUNT
           MOVE SPACE TO INV-DOCTYPE
       END-IF
       MOVE ADJUSTMENTAMOUNT TO INV-ADJUSTMENTAMOUNT
       IF REBILL-RUN
           MOVE ZERO TO INV-LATEFEEAMOUNT
       ELSE
           MOVE LATEFEEAMOUNT TO INV-LATEFEEAMOUNT
       END-IF
       MOVE BILLING-PERIOD-YYYYMM TO INV-BILLINGPERIOD
       MOVE WS-INVOICE-DUEDATE TO INV-DUEDATE
       MOVE WS-FINALBILL-FLAG TO INV-FINALBILL
           MOVE WS-INVOICE-NUMBER TO WS-FIRST-INVOICE-NUMBER
       END-IF
       MOVE WS-INVOICE-NUMBER TO INV-INVOICENUMBER
       MOVE RCF-MINUTES TO INV-ROLLOVER-MINUTES
       MOVE RCF-MESSAGES TO INV-ROLLOVER-MESSAGES
       MOVE RCF-MB TO INV-ROLLOVER-MB
       COMPUTE INV-EXEMPTSALES ROUNDED =
           INV-SUBSCRIBERTOTAL * WS-EXEMPT-PERCENT / 100
       MOVE WS-EXEMPT-CERTIFICATE TO INV-EXEMPTCERTIFICATE
       IF CYCLE-ROLE-TRANSITION OR CYCLE-ROLE-JOINING
           MOVE WS-CYCLE-ROLE TO INV-CYCLECHANGE
           MOVE SMF-BILLCYCLE TO INV-NEWBILLCYCLE
           MOVE SMF-CYCLECHANGEDATE TO INV-CYCLECHANGEDATE
       ELSE
           MOVE SPACE TO INV-CYCLECHANGE
           MOVE SPACES TO INV-NEWBILLCYCLE
           MOVE ZERO TO INV-CYCLECHANGEDATE
       END-IF
       ADD 1 TO RT-FEED-RECORD-COUNT
       ADD INV-BILLEDAMOUNT TO RT-FEED-BILLED-TOTAL
       WRITE INVOICEFEEDREC
       MOVE RT-LATEFEE-REVENUE TO CTL-LATEFEE-REVENUE
       MOVE RT-DISCOUNT-TOTAL TO CTL-DISCOUNT-TOTAL
       COMPUTE CTL-VOICE-MINUTES = RT-VOICE-SECONDS-TOTAL / 60
       MOVE RT-UNBILLED-VOICE-SECONDS TO CTL-UNBILLED-VOICE-SECONDS
       MOVE RT-SMS-COUNT TO CTL-SMS-COUNT
       COMPUTE CTL-DATA-MEGABYTES = RT-DATA-KB-TOTAL / 1024
       MOVE RT-ROAMING-COUNT TO CTL-ROAMING-COUNT
       MOVE RT-RECURRING-REVENUE TO CTL-RECURRING-REVENUE
       MOVE RT-ETF-REVENUE TO CTL-ETF-REVENUE
       MOVE RT-INSTALLMENT-REVENUE TO CTL-INSTALLMENT-REVENUE
       MOVE RT-ADDON-REVENUE TO CTL-ADDON-REVENUE
       MOVE RT-PREMIUM-REVENUE TO CTL-PREMIUM-REVENUE
       MOVE RT-WHOLESALE-REVENUE TO CTL-WHOLESALE-REVENUE
       MOVE RT-WHOLESALE-RECORDS TO CTL-WHOLESALE-RECORDS
       MOVE RT-WHOLESALE-SUBSCRIBERS TO CTL-WHOLESALE-SUBSCRIBERS
       PERFORM VARYING UBS-SUB FROM 1 BY 1 UNTIL UBS-SUB GREATER THAN 6
           MOVE UBS-RETAIL-RECORDS(UBS-SUB)
               TO CTL-RETAIL-USAGE-RECORDS(UBS-SUB)
           MOVE UBS-WHOLESALE-RECORDS(UBS-SUB)
               TO CTL-WHOLESALE-USAGE-RECORDS(UBS-SUB)
           MOVE UBS-SCREENED-RECORDS(UBS-SUB)
               TO CTL-SCREENED-USAGE-RECORDS(UBS-SUB)
       END-PERFORM
       WRITE CONTROLTOTALSREC
       IF WS-CTL-STATUS NOT EQUAL TO "00"
           MOVE "CONTROLTOTALSFILE" TO ABEND-FILE-NAME
           MOVE "ROAMING CORRECTION" TO GLX-SERVICETYPE-DESC
           MOVE RDL-ROAMING TO GLX-TOTALBILLED
           PERFORM WRITE-GL-EXTRACT-RECORD
           MOVE 11 TO GLX-SERVICETYPE-CODE
           MOVE "PREMIUM CORRECTION" TO GLX-SERVICETYPE-DESC
           MOVE RDL-PREMIUM TO GLX-TOTALBILLED
           PERFORM WRITE-GL-EXTRACT-RECORD
           CLOSE GLEXTRACTFILE
           IF WS-GLX-STATUS NOT EQUAL TO "00"
               MOVE "GLEXTRACTFILE" TO ABEND-FILE-NAME
       MOVE "PRIOR PERIOD" TO GLX-SERVICETYPE-DESC
       MOVE RT-PRIORPERIOD-REVENUE TO GLX-TOTALBILLED
       PERFORM WRITE-GL-EXTRACT-RECORD
       MOVE 10 TO GLX-SERVICETYPE-CODE
       MOVE "ADD-ON BUNDLES" TO GLX-SERVICETYPE-DESC
       MOVE RT-ADDON-REVENUE TO GLX-TOTALBILLED
       PERFORM WRITE-GL-EXTRACT-RECORD
       MOVE 11 TO GLX-SERVICETYPE-CODE
       MOVE "PREMIUM CONTENT" TO GLX-SERVICETYPE-DESC
       MOVE RT-PREMIUM-REVENUE TO GLX-TOTALBILLED
       PERFORM WRITE-GL-EXTRACT-RECORD
       MOVE 12 TO GLX-SERVICETYPE-CODE
       MOVE "WHOLESALE USAGE" TO GLX-SERVICETYPE-DESC
       MOVE RT-WHOLESALE-REVENUE TO GLX-TOTALBILLED
       PERFORM WRITE-GL-EXTRACT-RECORD
       CLOSE GLEXTRACTFILE
       IF WS-GLX-STATUS NOT EQUAL TO "00"
           MOVE "GLEXTRACTFILE" TO ABEND-FILE-NAME
           PERFORM READ-LATE-CDR-RECORD
           PERFORM UNTIL ENDOFLATECDRFILE
               MOVE LATECDRREC TO SUBSCRIBERREC-BSF
               PERFORM CHECK-PARTITION-RANGE
               IF NOT RECORD-IN-PARTITION
                   CONTINUE
               ELSE
               IF SUBSCRIBERID-BSF NOT NUMERIC
                       OR NOT BILLABLESERVICETYPE
                   MOVE LATECDRREC(1:10) TO QTN-SUBSCRIBERID
               ELSE
                   PERFORM VALIDATE-SUBSCRIBERID-CHECKDIGIT
                   IF SUBSCRIBERID-VALID
                       IF PREMIUMCONTENTCALL
                           PERFORM SCREEN-PREMIUM-CONTENT-CHARGE
                           IF PREMIUM-CHARGE-RELEASABLE
                               RELEASE WORKREC FROM SUBSCRIBERREC-BSF
                               ADD 1 TO RT-PRIORPERIOD-COUNT
                           END-IF
                       ELSE
                           PERFORM RATE-BILLABLE-SERVICE
                           RELEASE WORKREC FROM SUBSCRIBERREC-BSF
                           ADD 1 TO RT-PRIORPERIOD-COUNT
                       END-IF
                   ELSE
                       MOVE SUBSCRIBERID-BSF TO EXC-SUBSCRIBERID
                       MOVE "LATE CDR FAILED CHECK DIGIT" TO EXC-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               END-IF
               END-IF
               PERFORM READ-LATE-CDR-RECORD
           END-PERFORM
           CLOSE LATECDRFILE
           END-IF
           MOVE SUBSCRIBERID-WF TO PREVSUBSCRIBERID
           MOVE ZEROS TO PRIOR-PERIOD-ACCUMULATORS
           PERFORM LOOKUP-SUBSCRIBER-MASTER
           PERFORM UNTIL ENDOFWORKFILE
                   OR SUBSCRIBERID-WF NOT EQUAL TO PREVSUBSCRIBERID
               IF NOT SMF-OWN-BRAND
                   IF WHOLESALE-RATING-ACTIVE
                       PERFORM PRICE-WHOLESALE-LATE-CDR
                   END-IF
               ELSE
               IF SERVICECOST-WF NUMERIC
                   ADD SERVICECOST-WF-NUM TO PPC-SUBSCRIBERTOTAL
               END-IF
               END-IF
               PERFORM RETURN-WORKFILE-RECORD
           END-PERFORM
           IF SMF-OWN-BRAND
               PERFORM DETERMINE-SUBSCRIBER-TAXRATE
               COMPUTE WS-EXEMPT-SALES ROUNDED =
                   PPC-SUBSCRIBERTOTAL * WS-EXEMPT-PERCENT / 100
               COMPUTE PPC-TAXAMOUNT ROUNDED =
                   (PPC-SUBSCRIBERTOTAL - WS-EXEMPT-SALES)
                       * WS-SUBSCRIBER-TAXRATE
               COMPUTE PPC-BILLEDAMOUNT =
                   PPC-SUBSCRIBERTOTAL + PPC-TAXAMOUNT
               ADD PPC-SUBSCRIBERTOTAL TO RT-PRIORPERIOD-REVENUE
               ADD PPC-BILLEDAMOUNT TO RT-PRIORPERIOD-BILLED
               MOVE PREVSUBSCRIBERID TO PRN-PPC-SUBSCRIBERID
               MOVE PPC-SUBSCRIBERTOTAL TO PRN-PPC-TOTAL
               MOVE PPC-TAXAMOUNT TO PRN-PPC-TAX
               MOVE PPC-BILLEDAMOUNT TO PRN-PPC-BILLED
               MOVE PRIORPERIODDETAILLINE TO REPORTLINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO LINESONPAGE
               PERFORM WRITE-PRIOR-PERIOD-FEED-RECORD
           END-IF
       END-PERFORM.

WRITE-PRIOR-PERIOD-FEED-RECORD.
       MOVE ZERO TO INV-INSTALLMENTAMOUNT
       MOVE PPC-TAXAMOUNT TO INV-TAXAMOUNT
       MOVE ZERO TO INV-ADJUSTMENTAMOUNT
       MOVE ZERO TO INV-LATEFEEAMOUNT
       MOVE PPC-BILLEDAMOUNT TO INV-BILLEDAMOUNT
       MOVE BILLING-PERIOD-YYYYMM TO INV-BILLINGPERIOD
       MOVE WS-INVOICE-DUEDATE TO INV-DUEDATE
           MOVE WS-INVOICE-NUMBER TO WS-FIRST-INVOICE-NUMBER
       END-IF
       MOVE WS-INVOICE-NUMBER TO INV-INVOICENUMBER
       MOVE ZERO TO INV-ROLLOVER-MINUTES
       MOVE ZERO TO INV-ROLLOVER-MESSAGES
       MOVE ZERO TO INV-ROLLOVER-MB
       MOVE ZERO TO INV-ADDONCHARGE
       MOVE ZERO TO INV-PREMIUMCHARGE
       MOVE WS-EXEMPT-SALES TO INV-EXEMPTSALES
       MOVE WS-EXEMPT-CERTIFICATE TO INV-EXEMPTCERTIFICATE
       MOVE SPACE TO INV-CYCLECHANGE
       MOVE SPACES TO INV-NEWBILLCYCLE
       MOVE ZERO TO INV-CYCLECHANGEDATE
       ADD 1 TO RT-FEED-RECORD-COUNT
       ADD INV-BILLEDAMOUNT TO RT-FEED-BILLED-TOTAL
       WRITE INVOICEFEEDREC
           PERFORM FILE-ERROR-HANDLER
       END-IF.

RATE-WHOLESALE-SUBSCRIBER.
       IF WHOLESALE-RATING-ACTIVE
           ADD 1 TO RT-WHOLESALE-SUBSCRIBERS
       END-IF
       PERFORM UNTIL SUBSCRIBERID NOT EQUAL TO PREVSUBSCRIBERID
           IF SERVICEISVOICE
               ADD CALLDURATION TO RT-UNBILLED-VOICE-SECONDS
           END-IF
           IF WHOLESALE-RATING-ACTIVE
               MOVE SUBSCRIBERID TO WHU-SUBSCRIBERID
               MOVE SERVICETYPE TO WHU-SERVICETYPE
               MOVE CALLTIMESTAMP TO WHU-CALLTIMESTAMP
               MOVE CALLDURATION TO WHU-CALLDURATION
               MOVE SERVICECOST TO WHU-RETAILCOST
               MOVE SPACE TO WHU-SOURCE
               PERFORM PRICE-WHOLESALE-USAGE
           END-IF
           PERFORM READ-SORTEDCALLSFILE
       END-PERFORM.

PRICE-WHOLESALE-LATE-CDR.
       MOVE SUBSCRIBERID-WF TO WHU-SUBSCRIBERID
       MOVE SERVICETYPE-WF TO WHU-SERVICETYPE
       MOVE CALLTIMESTAMP-WF TO WHU-CALLTIMESTAMP
       MOVE CALLDURATION-WF TO WHU-CALLDURATION
       IF SERVICECOST-WF NUMERIC
           MOVE SERVICECOST-WF-NUM TO WHU-RETAILCOST
       ELSE
           MOVE ZERO TO WHU-RETAILCOST
       END-IF
       SET WHU-LATE-CDR TO TRUE
       PERFORM PRICE-WHOLESALE-USAGE.

PRICE-WHOLESALE-USAGE.
       MOVE SMF-BRANDCODE TO WHU-BRANDCODE
       MOVE BILLING-PERIOD-YYYYMM TO WHU-PERIOD
       MOVE ZERO TO WHU-UNITS, WHU-UNITRATE, WHU-CHARGE
       IF WHU-SERVICETYPE EQUAL TO 6
           MOVE 1 TO WHU-UNITS
           MOVE WHU-RETAILCOST TO WHU-CHARGE
           SET WHU-RETAIL-PASSTHROUGH TO TRUE
       ELSE
           EVALUATE WHU-SERVICETYPE
               WHEN 2
               WHEN 4
                   COMPUTE WHU-UNITS ROUNDED = WHU-CALLDURATION / 60
               WHEN 3
               WHEN 5
                   COMPUTE WHU-UNITS ROUNDED = WHU-CALLDURATION / 1024
               WHEN OTHER
                   MOVE 1 TO WHU-UNITS
           END-EVALUATE
           SET WHU-NO-WHOLESALE-RATE TO TRUE
           IF WHOLESALE-RATES-AVAILABLE
               MOVE SMF-BRANDCODE TO WSR-BRANDCODE
               MOVE WHU-SERVICETYPE TO WSR-SERVICETYPE
               READ WHOLESALERATEFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WSR-UNITRATE TO WHU-UNITRATE
                       COMPUTE WHU-CHARGE ROUNDED =
                           WHU-UNITS * WSR-UNITRATE
                       SET WHU-RATED-FROM-CARD TO TRUE
               END-READ
           END-IF
       END-IF
       IF WHU-NO-WHOLESALE-RATE
           ADD 1 TO RT-WHOLESALE-UNRATED
           MOVE WHU-SUBSCRIBERID TO EXC-SUBSCRIBERID
           MOVE "NO WHOLESALE RATE FOR PARTNER BRAND" TO EXC-REASON
           PERFORM WRITE-EXCEPTION-RECORD
       END-IF
       ADD 1 TO RT-WHOLESALE-RECORDS
       ADD WHU-CHARGE TO RT-WHOLESALE-REVENUE
       WRITE WHOLESALEUSAGEREC
       IF WS-WHU-STATUS NOT EQUAL TO "00"
           MOVE "WHOLESALEUSAGEFILE" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE WS-WHU-STATUS TO ABEND-FILE-STATUS
           PERFORM FILE-ERROR-HANDLER
       END-IF.

TALLY-CALL-FILE-USAGE.
       IF SERVICETYPE GREATER THAN ZERO
               AND SERVICETYPE NOT GREATER THAN 6
           IF TALLY-WHOLESALE-USAGE
               ADD 1 TO UBS-WHOLESALE-RECORDS(SERVICETYPE)
           ELSE
               ADD 1 TO UBS-RETAIL-RECORDS(SERVICETYPE)
           END-IF
       END-IF.

COUNT-EXTRACT-USAGE-RECORD.
       IF BILLABLESERVICETYPE
           ADD 1 TO UBS-SCREENED-RECORDS(SERVICETYPE-BSF)
       END-IF.

RELEASE-PRERATED-RECORDS.
       OPEN INPUT MTDRATEDFILE
       IF WS-MTD-STATUS NOT EQUAL TO "00"
       MOVE "N" TO WS-MTD-EOF-SWITCH
       PERFORM READ-MTD-RATED-RECORD
       PERFORM UNTIL ENDOFMTDRATEDFILE
           MOVE MTDRATEDREC TO SUBSCRIBERREC-BSF
           PERFORM CHECK-PARTITION-RANGE
           IF RECORD-IN-PARTITION
               ADD 1 TO RT-INPUT-RECORD-COUNT
               ADD 1 TO RT-OUTPUT-RECORD-COUNT
               PERFORM COUNT-EXTRACT-USAGE-RECORD
               RELEASE WORKREC FROM MTDRATEDREC
           END-IF
           PERFORM READ-MTD-RATED-RECORD
       END-PERFORM
       CLOSE MTDRATEDFILE
                   MOVE WS-SCF-STATUS TO ABEND-FILE-STATUS
                   PERFORM FILE-ERROR-HANDLER
               END-IF
               IF SERVICETYPE-WF GREATER THAN ZERO
                       AND SERVICETYPE-WF NOT GREATER THAN 6
                   SUBTRACT 1 FROM UBS-SCREENED-RECORDS(SERVICETYPE-WF)
               END-IF
               MOVE "N" TO WS-FIRST-CDR-SWITCH
               MOVE SUBSCRIBERID-WF TO PREV-CDR-SUBSCRIBERID
               MOVE SERVICETYPE-WF TO PREV-CDR-SERVICETYPE
       END-IF
       PERFORM READ-BILLABLESERVICEFILE
       PERFORM UNTIL ENDOFBILLABLESERVICEFILE
           PERFORM CHECK-PARTITION-RANGE
           IF RECORD-IN-PARTITION
               ADD 1 TO RT-INPUT-RECORD-COUNT
               PERFORM COUNT-EXTRACT-USAGE-RECORD
               PERFORM SCREEN-AND-RELEASE-BSF-RECORD
           END-IF
           PERFORM READ-BILLABLESERVICEFILE
       END-PERFORM
       CLOSE BILLABLESERVICEFILE
           IF BILLABLESERVICETYPE
               PERFORM VALIDATE-SUBSCRIBERID-CHECKDIGIT
               IF SUBSCRIBERID-VALID
                   IF PREMIUMCONTENTCALL
                       PERFORM SCREEN-PREMIUM-CONTENT-CHARGE
                       IF PREMIUM-CHARGE-RELEASABLE
                           RELEASE WORKREC FROM SUBSCRIBERREC-BSF
                           ADD 1 TO RT-OUTPUT-RECORD-COUNT
                       ELSE
                           ADD 1 TO RT-EXCLUDED-RECORD-COUNT
                       END-IF
                   ELSE
                       PERFORM RATE-BILLABLE-SERVICE
                       RELEASE WORKREC FROM SUBSCRIBERREC-BSF
                       ADD 1 TO RT-OUTPUT-RECORD-COUNT
                   END-IF
               ELSE
                   MOVE SUBSCRIBERID-BSF TO EXC-SUBSCRIBERID
                   MOVE "FAILED CHECK DIGIT VALIDATION" TO EXC-REASON
           END-IF
       END-IF.

SCREEN-PREMIUM-CONTENT-CHARGE.
       MOVE "Y" TO WS-PREMIUM-RELEASE-SWITCH
       IF ROAMINGPARTNER-BSF EQUAL TO SPACES
               OR SERVICECOST-BSF NOT NUMERIC
           MOVE SUBSCRIBERID-BSF TO QTN-SUBSCRIBERID
           MOVE "PREMIUM CHARGE WITHOUT PROVIDER" TO QTN-REASON
           MOVE SUBSCRIBERREC-BSF TO QTN-ORIGINALRECORD
           PERFORM WRITE-QUARANTINE-RECORD
           MOVE "N" TO WS-PREMIUM-RELEASE-SWITCH
       ELSE
           MOVE SUBSCRIBERID-BSF TO SMF-SUBSCRIBERID
           READ SUBSCRIBERMASTER
               INVALID KEY MOVE SPACE TO SMF-PREMIUMBAR
           END-READ
           IF SMF-PREMIUM-BARRED
               MOVE SUBSCRIBERID-BSF TO QTN-SUBSCRIBERID
               MOVE "PREMIUM CONTENT BARRED" TO QTN-REASON
               MOVE SUBSCRIBERREC-BSF TO QTN-ORIGINALRECORD
               PERFORM WRITE-QUARANTINE-RECORD
               ADD 1 TO RT-PREMIUM-BARRED-COUNT
               ADD SERVICECOST-BSF TO RT-PREMIUM-BARRED-VALUE
               MOVE "N" TO WS-PREMIUM-RELEASE-SWITCH
           END-IF
       END-IF.

MERGE-RESUBMITTED-RECORDS.
       OPEN INPUT RESUBMITFILE
       IF WS-RSB-STATUS EQUAL TO "35"
           MOVE "N" TO WS-RSB-EOF-SWITCH
           PERFORM READ-RESUBMIT-RECORD
           PERFORM UNTIL ENDOFRESUBMITFILE
               MOVE RESUBMITREC TO SUBSCRIBERREC-BSF
               PERFORM CHECK-PARTITION-RANGE
               IF RECORD-IN-PARTITION
                   ADD 1 TO RT-INPUT-RECORD-COUNT
                   ADD 1 TO RT-RESUBMIT-COUNT
                   PERFORM SCREEN-AND-RELEASE-BSF-RECORD
               END-IF
               PERFORM READ-RESUBMIT-RECORD
           END-PERFORM
           CLOSE RESUBMITFILE
               ADD 1 TO RTE-ENTRY-COUNT
               MOVE RATE-SERVICETYPE
                   TO RTE-SERVICETYPE(RTE-ENTRY-COUNT)
               MOVE RATE-DESTZONE TO RTE-DESTZONE(RTE-ENTRY-COUNT)
               MOVE RATE-RATEBAND TO RTE-RATEBAND(RTE-ENTRY-COUNT)
               MOVE RATE-EFFECTIVEDATE
                   TO RTE-EFFECTIVEDATE(RTE-ENTRY-COUNT)

RATE-BILLABLE-SERVICE.
       MOVE CALLTIMESTAMP-BSF(1:8) TO WS-CALL-DATE
       CALL "RATEBAND" USING CALLTIMESTAMP-BSF, SERVICETYPE-BSF,
           WS-RATEBAND-BASIS, WS-CALL-RATEBAND, WS-CALL-DAYOFWEEK
       CALL "DESTZONE" USING CALLEDNUMBER-BSF,
           WS-CALL-DESTZONE, WS-CALL-ZERORATED
       IF CALL-IS-ZERO-RATED
           MOVE ZERO TO RTE-BEST-IDX
           MOVE ZERO TO SERVICECOST-BSF
           ADD 1 TO RT-ZERORATED-COUNT
       ELSE
           PERFORM FIND-RATE-IN-FORCE
       END-IF
       IF RTE-BEST-IDX GREATER THAN ZERO
           EVALUATE TRUE
               WHEN RTE-RATES-PER-EVENT(RTE-BEST-IDX)
       ADD SERVICECOST-BSF
           TO SIM-CURRENT-REVENUE(SERVICETYPE-BSF)
       MOVE SERVICECOST-BSF TO PROPOSED-COST
       IF CALL-IS-ZERO-RATED
           MOVE ZERO TO PRP-BEST-IDX
       ELSE
           PERFORM FIND-PROPOSED-RATE-IN-FORCE
       END-IF
       IF PRP-BEST-IDX GREATER THAN ZERO
           EVALUATE TRUE
               WHEN PRP-RATES-PER-EVENT(PRP-BEST-IDX)
           IF PRP-SERVICETYPE(PRP-IDX) EQUAL TO SERVICETYPE-BSF
                   AND PRP-EFFECTIVEDATE(PRP-IDX)
                       LESS THAN OR EQUAL TO WS-CALL-DATE
                   AND (PRP-DESTZONE(PRP-IDX) EQUAL TO WS-CALL-DESTZONE
                       OR PRP-DESTZONE(PRP-IDX) EQUAL TO "*")
                   AND (PRP-RATEBAND(PRP-IDX) EQUAL TO WS-CALL-RATEBAND
                       OR PRP-RATEBAND(PRP-IDX) EQUAL TO "*")
               PERFORM CONSIDER-PROPOSED-CANDIDATE
       IF PRP-BEST-IDX EQUAL TO ZERO
           MOVE PRP-IDX TO PRP-BEST-IDX
       ELSE
       IF PRP-DESTZONE(PRP-IDX) EQUAL TO WS-CALL-DESTZONE
               AND PRP-DESTZONE(PRP-BEST-IDX) EQUAL TO "*"
           MOVE PRP-IDX TO PRP-BEST-IDX
       ELSE
       IF PRP-DESTZONE(PRP-IDX) EQUAL TO PRP-DESTZONE(PRP-BEST-IDX)
           IF PRP-RATEBAND(PRP-IDX) EQUAL TO WS-CALL-RATEBAND
                   AND PRP-RATEBAND(PRP-BEST-IDX) EQUAL TO "*"
               MOVE PRP-IDX TO PRP-BEST-IDX
                   MOVE PRP-IDX TO PRP-BEST-IDX
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

LOAD-PROPOSED-RATE-TABLE.
               ADD 1 TO PRP-ENTRY-COUNT
               MOVE PRT-SERVICETYPE
                   TO PRP-SERVICETYPE(PRP-ENTRY-COUNT)
               MOVE PRT-DESTZONE TO PRP-DESTZONE(PRP-ENTRY-COUNT)
               MOVE PRT-RATEBAND TO PRP-RATEBAND(PRP-ENTRY-COUNT)
               MOVE PRT-EFFECTIVEDATE
                   TO PRP-EFFECTIVEDATE(PRP-ENTRY-COUNT)
           IF RTE-SERVICETYPE(RTE-IDX) EQUAL TO SERVICETYPE-BSF
                   AND RTE-EFFECTIVEDATE(RTE-IDX)
                       LESS THAN OR EQUAL TO WS-CALL-DATE
                   AND (RTE-DESTZONE(RTE-IDX) EQUAL TO WS-CALL-DESTZONE
                       OR RTE-DESTZONE(RTE-IDX) EQUAL TO "*")
                   AND (RTE-RATEBAND(RTE-IDX) EQUAL TO WS-CALL-RATEBAND
                       OR RTE-RATEBAND(RTE-IDX) EQUAL TO "*")
               PERFORM CONSIDER-RATE-CANDIDATE
       IF RTE-BEST-IDX EQUAL TO ZERO
           MOVE RTE-IDX TO RTE-BEST-IDX
       ELSE
       IF RTE-DESTZONE(RTE-IDX) EQUAL TO WS-CALL-DESTZONE
               AND RTE-DESTZONE(RTE-BEST-IDX) EQUAL TO "*"
           MOVE RTE-IDX TO RTE-BEST-IDX
       ELSE
       IF RTE-DESTZONE(RTE-IDX) EQUAL TO RTE-DESTZONE(RTE-BEST-IDX)
           IF RTE-RATEBAND(RTE-IDX) EQUAL TO WS-CALL-RATEBAND
                   AND RTE-RATEBAND(RTE-BEST-IDX) EQUAL TO "*"
               MOVE RTE-IDX TO RTE-BEST-IDX
                   MOVE RTE-IDX TO RTE-BEST-IDX
               END-IF
           END-IF
       END-IF
       END-IF
       END-IF.

TALLY-MISDATED-CALL.
