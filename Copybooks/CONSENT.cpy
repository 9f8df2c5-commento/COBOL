*> Contact consent keyed on subscriber ID. Consent is held for each
*> purpose - 1 service, 2 billing, 3 marketing - and within it for
*> each channel - 1 post, 2 SMS, 3 e-mail, 4 phone - with the date
*> and source (CRM, SMNT, WEB, STOR, CALL) it was captured and the
*> date it was withdrawn, when FLAG goes back to N. Marketing contact
*> needs FLAG Y on the channel used; service and billing contact is
*> required by law and goes ahead regardless, but on PREFERREDCHANNEL
*> (P post, S SMS, E e-mail, T phone) where one has been stated.
*> CONSENTUPDATE is the only writer; CONSENTCHECK answers whether and
*> how a subscriber may be contacted.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:PREFERREDCHANNEL    PIC X.
        88  :PREFIX:PREFERS-POST    VALUE "P".
        88  :PREFIX:PREFERS-SMS     VALUE "S".
        88  :PREFIX:PREFERS-EMAIL   VALUE "E".
        88  :PREFIX:PREFERS-PHONE   VALUE "T".
        88  :PREFIX:NO-PREFERENCE   VALUE SPACE.
    02  :PREFIX:PURPOSE OCCURS 3 TIMES.
        03  :PREFIX:CHANNEL OCCURS 4 TIMES.
            04  :PREFIX:FLAG            PIC X.
                88  :PREFIX:CONSENT-GIVEN VALUE "Y".
            04  :PREFIX:CAPTUREDATE     PIC 9(8).
            04  :PREFIX:SOURCE          PIC X(4).
            04  :PREFIX:WITHDRAWNDATE   PIC 9(8).
    02  :PREFIX:LASTCHANGED         PIC 9(14).
