*> Subscriber master record keyed on subscriber ID, shared by the
*> billing run, invoice print, maintenance, and load programs.
*> Premium bar Y stops third-party content charges being billed;
*> the rating steps quarantine them instead.
*> Brand code names the owning operator; spaces is our own retail
*> brand, any other code is a hosted partner whose subscribers are
*> billed wholesale to the partner rather than retail to the line.
*> A bill-cycle change keeps the old cycle in PRIORBILLCYCLE until
*> CYCLECHANGEDATE: the old cycle bills the subscriber up to the day
*> before that date and the new cycle in BILLCYCLE from it onward.
*> EBILLADDRESS is where e-bills are sent. ADDRESSSTATUS U marks
*> the postal address undeliverable after mail came back, with the
*> return date and reason; ADDRESSSTATUSDATE otherwise holds the
*> date the postal address was last changed, which clears the flag.
*> LANGUAGECODE is the language invoices and notices are printed in,
*> a code on the text catalog; spaces means English (EN).
*> SubscriberChange.log entries carry the whole record as it stood
*> before the change (LOG-PRIOR-IMAGE): widen that field with it.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:DELIVERYMETHOD      PIC X.
        88  :PREFIX:DELIVERY-EBILL  VALUE "E".
    02  :PREFIX:SALESCHANNEL        PIC X(4).
    02  :PREFIX:PREMIUMBAR          PIC X.
        88  :PREFIX:PREMIUM-BARRED  VALUE "Y".
    02  :PREFIX:BRANDCODE           PIC X(4).
        88  :PREFIX:OWN-BRAND       VALUE SPACES.
    02  :PREFIX:PRIORBILLCYCLE      PIC X(2).
    02  :PREFIX:CYCLECHANGEDATE     PIC 9(8).
    02  :PREFIX:EBILLADDRESS        PIC X(40).
    02  :PREFIX:ADDRESSSTATUS       PIC X.
        88  :PREFIX:ADDRESS-UNDELIVERABLE VALUE "U".
    02  :PREFIX:ADDRESSSTATUSDATE   PIC 9(8).
    02  :PREFIX:ADDRESSRETURNREASON PIC X(2).
    02  :PREFIX:LANGUAGECODE        PIC X(2).
