    02  FILLER                  PIC X(2) VALUE SPACES.
    02  :PREFIX:REASON          PIC X(40).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  :PREFIX:ORIGINALRECORD  PIC X(57).
