           05  :PRFX:KEY-COLUMN        PIC X(030) OCCURS 3 TIMES.
           05  :PRFX:FIELD-TABLE-SW    PIC X(001).
           05  :PRFX:FORCE-RELOAD-SW   PIC X(001).
           05  :PRFX:CCSID             PIC X(005).
           05  :PRFX:CCSID-NUM REDEFINES :PRFX:CCSID
                                       PIC 9(005).
