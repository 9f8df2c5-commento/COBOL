*> Loyalty points ledger entry keyed on subscriber, billing period,
*> entry type and sequence. Type A is the accrual on the version-00
*> bill for the period; REMAINING is what is left of it after
*> redemptions, expiry and clawback (consumed oldest first), and it
*> lapses on EXPIRYDATE. BASISAMOUNT and BASISVERSION are the billed
*> amount and bill version the accrual now stands on, so a re-bill
*> that lowers the amount claws back the difference (type C). Types
*> R redemption, X expiry and F forfeit carry negative points.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ENTRY-KEY.
        03  :PREFIX:SUBSCRIBERID    PIC 9(10).
        03  :PREFIX:PERIOD          PIC 9(6).
        03  :PREFIX:ENTRYTYPE       PIC X.
            88  :PREFIX:ENTRY-ACCRUAL    VALUE "A".
            88  :PREFIX:ENTRY-CLAWBACK   VALUE "C".
            88  :PREFIX:ENTRY-REDEMPTION VALUE "R".
            88  :PREFIX:ENTRY-EXPIRY     VALUE "X".
            88  :PREFIX:ENTRY-FORFEIT    VALUE "F".
        03  :PREFIX:SEQUENCE        PIC 99.
    02  :PREFIX:POINTS              PIC S9(7).
    02  :PREFIX:REMAINING           PIC 9(7).
    02  :PREFIX:EXPIRYDATE          PIC 9(8).
    02  :PREFIX:BASISAMOUNT         PIC 9(7)V99.
    02  :PREFIX:BASISVERSION        PIC 99.
    02  :PREFIX:BONUSPERCENT        PIC 9(3).
    02  :PREFIX:POSTDATE            PIC 9(8).
