*> Telephone number inventory keyed on the number, held as the
*> full national number left-justified. RANGE-CODE names the block
*> the number was allocated from; RANGE-HOLDER is spaces for a
*> block allocated to us and is the donor carrier for a number
*> ported in, which goes back to that carrier once we stop using
*> it. A number assigned to SUBSCRIBERID goes to ageing when the
*> line terminates and cannot be reused before REUSE-DATE. A number
*> from our own block that ports out keeps the gaining carrier in
*> PORT-CARRIER. Supply the record name and field prefix via
*> COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:NUMBER              PIC X(15).
    02  :PREFIX:RANGE-CODE          PIC X(8).
    02  :PREFIX:RANGE-HOLDER        PIC X(4).
        88  :PREFIX:OWN-RANGE       VALUE SPACES.
    02  :PREFIX:STATUS              PIC X.
        88  :PREFIX:AVAILABLE       VALUE "A".
        88  :PREFIX:RESERVED        VALUE "R".
        88  :PREFIX:ASSIGNED        VALUE "S".
        88  :PREFIX:AGEING          VALUE "G".
        88  :PREFIX:PORTED-OUT      VALUE "P".
        88  :PREFIX:RETURNED-TO-HOLDER VALUE "H".
    02  :PREFIX:SUBSCRIBERID        PIC 9(10).
    02  :PREFIX:STATUS-DATE         PIC 9(8).
    02  :PREFIX:ASSIGNED-DATE       PIC 9(8).
    02  :PREFIX:REUSE-DATE          PIC 9(8).
    02  :PREFIX:PORT-CARRIER        PIC X(4).
    02  :PREFIX:LAST-OPERATOR       PIC X(8).
