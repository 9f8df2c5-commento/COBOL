*> Contact consent change, appended to ConsentChange.log by
*> CONSENTUPDATE for every consent given or withdrawn and every change
*> of preferred channel. Callers fill everything but TIMESTAMP and
*> pass the record to CONSENTUPDATE. PURPOSE is S service, B billing
*> or M marketing, with CHANNEL P post, S SMS, E e-mail or T phone and
*> FLAG Y given or N withdrawn; PURPOSE space changes the preferred
*> channel only. PREFERREDCHANNEL space leaves it as it was.
*> CRMOUTBOUND sends back to CRM every change not loaded from it.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:PURPOSE             PIC X.
        88  :PREFIX:PURPOSE-SERVICE     VALUE "S".
        88  :PREFIX:PURPOSE-BILLING     VALUE "B".
        88  :PREFIX:PURPOSE-MARKETING   VALUE "M".
        88  :PREFIX:PREFERENCE-ONLY     VALUE SPACE.
        88  :PREFIX:VALID-PURPOSE       VALUES "S" "B" "M" SPACE.
    02  :PREFIX:CHANNEL             PIC X.
        88  :PREFIX:VALID-CHANNEL       VALUES "P" "S" "E" "T".
    02  :PREFIX:FLAG                PIC X.
        88  :PREFIX:CONSENT-GIVEN       VALUE "Y".
        88  :PREFIX:CONSENT-WITHDRAWN   VALUE "N".
        88  :PREFIX:VALID-FLAG          VALUES "Y" "N".
    02  :PREFIX:PREFERREDCHANNEL    PIC X.
        88  :PREFIX:VALID-PREFERENCE    VALUES "P" "S" "E" "T" SPACE.
    02  :PREFIX:EFFECTIVEDATE       PIC 9(8).
    02  :PREFIX:SOURCE              PIC X(4).
    02  :PREFIX:OPERATORID          PIC X(8).
    02  :PREFIX:TIMESTAMP           PIC 9(14).
