*> Segregation-of-duties rule, one per pair of actions that must not
*> be carried out by the same operator. Each half names the source
*> log (WOFF, RATE, PLAN, SUSP, SALY, CLRO, SECY or EMPL) and the
*> action taken from it. MATCH-TYPE K means both actions were taken
*> on the same subject (subscriber, employee, operator record, rate
*> or review); P means both fell in the same period whatever the
*> subject. SODREPORT reads SoDRules.dat and falls back to its
*> standard rules when the file is absent. Supply the record name
*> and field prefix via COPY REPLACING.
01  :RECNAME:.
    02  :PREFIX:RULE-ID             PIC X(4).
    02  :PREFIX:FIRST-SOURCE        PIC X(4).
    02  :PREFIX:FIRST-ACTION        PIC X(8).
    02  :PREFIX:SECOND-SOURCE       PIC X(4).
    02  :PREFIX:SECOND-ACTION       PIC X(8).
    02  :PREFIX:MATCH-TYPE          PIC X.
    02  :PREFIX:DESCRIPTION         PIC X(40).
