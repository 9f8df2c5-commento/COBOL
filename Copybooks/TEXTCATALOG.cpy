*> Text catalog record: the wording of one fixed label or message
*> on invoices, statements, dunning letters and notices in one
*> language. The printing programs carry the English wording and use
*> it whenever a language has no row for a text ID, so the catalog
*> need only hold the texts that differ. Two rows per language set
*> its formatting: text ID FMTAMT holds the thousands separator, the
*> decimal separator, B or A for the currency symbol before or after
*> the amount, then the symbol itself (up to 3 characters); FMTDATE
*> holds the date order DMY, MDY or YMD then the date separator.
*> A language is known once it has at least one row. TEXTCATALOG
*> reads TextCatalog.dat once per run.
*> Supply the record name and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:LANGUAGE            PIC X(2).
    02  :PREFIX:TEXTID              PIC X(8).
    02  :PREFIX:TEXT                PIC X(60).
