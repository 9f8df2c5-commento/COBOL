*> Loyalty scheme account, one per subscriber, maintained by the
*> monthly LOYALTYRUN. BALANCE is the unexpired points held;
*> PENDINGREDEEM is points care has asked to redeem through
*> LOYALTYMAINT, turned into a bill adjustment credit on the next
*> LOYALTYRUN. Tier is B bronze, S silver or G gold from the points
*> accrued over the last twelve billing periods. Status F means the
*> points were forfeited on termination or bad-debt write-off.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:BALANCE             PIC 9(7).
    02  :PREFIX:PENDINGREDEEM       PIC 9(7).
    02  :PREFIX:LIFETIMEPOINTS      PIC 9(9).
    02  :PREFIX:TIER                PIC X.
        88  :PREFIX:TIER-BRONZE     VALUE "B".
        88  :PREFIX:TIER-SILVER     VALUE "S".
        88  :PREFIX:TIER-GOLD       VALUE "G".
    02  :PREFIX:LASTACCRUALPERIOD   PIC 9(6).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:ACCOUNT-ACTIVE  VALUE "A".
        88  :PREFIX:ACCOUNT-FORFEITED VALUE "F".
    02  :PREFIX:FORFEITDATE         PIC 9(8).
