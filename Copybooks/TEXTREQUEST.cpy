*> Request block passed to the TEXTCATALOG subprogram.
*> T returns the catalog wording of TEXTID in LANGUAGE in TEXT; the
*> caller moves the English wording to TEXT first and it is left as
*> it is when the catalog has no row. Catalog texts that a value
*> follows on the same line end at their first double space.
*> A formats AMOUNT right-justified in AMOUNT-TEXT and D formats DATE
*> (YYYYMMDD) in DATE-TEXT, both in the conventions of LANGUAGE and
*> leaving TEXT as it was. L takes the subscriber's LANGUAGE,
*> JURISDICTION and DATE and returns the language to print in (EN
*> for spaces) and the SECOND-LANGUAGE the jurisdiction requires
*> alongside it, spaces for none. V sets RESULT to say whether
*> LANGUAGE is known on the catalog.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:ACTION              PIC X.
        88  :PREFIX:GET-TEXT        VALUE "T".
        88  :PREFIX:FORMAT-AMOUNT   VALUE "A".
        88  :PREFIX:FORMAT-DATE     VALUE "D".
        88  :PREFIX:RESOLVE-LANGUAGES VALUE "L".
        88  :PREFIX:CHECK-LANGUAGE  VALUE "V".
    02  :PREFIX:LANGUAGE            PIC X(2).
    02  :PREFIX:SECOND-LANGUAGE     PIC X(2).
    02  :PREFIX:JURISDICTION        PIC X(2).
    02  :PREFIX:TEXTID              PIC X(8).
    02  :PREFIX:TEXT                PIC X(60).
    02  :PREFIX:AMOUNT              PIC S9(11)V99.
    02  :PREFIX:AMOUNT-TEXT         PIC X(24).
    02  :PREFIX:DATE                PIC 9(8).
    02  :PREFIX:DATE-TEXT           PIC X(10).
    02  :PREFIX:RESULT              PIC 9.
        88  :PREFIX:FOUND           VALUE 0.
        88  :PREFIX:NOT-FOUND       VALUE 1.
