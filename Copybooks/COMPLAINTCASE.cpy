*> Customer complaint case keyed on case number, allocated from
*> ComplaintControl.dat. CATEGORY is B billing, N network, P porting,
*> S sales or V privacy; CHANNEL is P phone, E e-mail, L letter,
*> S shop or R referred by the regulator. INVOICENUMBER, with the
*> subscriber ID, links the case to the AR open item it concerns and
*> is zero otherwise. ACK-DATE and RESOLVED-DATE are zero until the
*> case is acknowledged and resolved; resolving an unacknowledged
*> case acknowledges it as well. GOODWILL-CREDIT is posted to the
*> bill adjustment file on resolution; CREDIT-STATUS H means it could
*> not be combined with the adjustment already waiting and has to be
*> keyed by hand. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:CASE-NUMBER         PIC 9(8).
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:CATEGORY            PIC X.
        88  :PREFIX:VALID-CATEGORY  VALUES "B" "N" "P" "S" "V".
    02  :PREFIX:CHANNEL             PIC X.
        88  :PREFIX:VALID-CHANNEL   VALUES "P" "E" "L" "S" "R".
    02  :PREFIX:RECEIVED-DATE       PIC 9(8).
    02  :PREFIX:ACK-DATE            PIC 9(8).
    02  :PREFIX:INVOICENUMBER       PIC 9(10).
    02  :PREFIX:SUMMARY             PIC X(40).
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:CASE-OPEN       VALUE "O".
        88  :PREFIX:CASE-RESOLVED   VALUE "R".
    02  :PREFIX:RESOLVED-DATE       PIC 9(8).
    02  :PREFIX:RESOLUTION-CODE     PIC X(2).
        88  :PREFIX:VALID-RESOLUTION VALUES "UP" "PU" "NU" "WD".
    02  :PREFIX:GOODWILL-CREDIT     PIC 9(5)V99.
    02  :PREFIX:CREDIT-STATUS       PIC X.
        88  :PREFIX:CREDIT-POSTED   VALUE "P".
        88  :PREFIX:CREDIT-HELD     VALUE "H".
    02  :PREFIX:OPENED-BY           PIC X(8).
    02  :PREFIX:RESOLVED-BY         PIC X(8).
