      *
      * CSVXPARMS - the parameters CSVXLATE exchanges with its
      * caller: the code pages to translate from and to, as IBM
      * CCSIDs (zero for this platform's own code page), the
      * caller's input bytes, the caller's output area and its
      * capacity, and the count of input bytes the call could not
      * translate.  Each is its own 01-level item since they are
      * passed individually on the CALL/Procedure Division Using
      * statement.  The :PRFX: placeholder is replaced by the
      * caller's chosen prefix.
      *
       01  :PRFX:FROM-CCSID               PIC 9(005)  VALUE 0.
       01  :PRFX:TO-CCSID                 PIC 9(005)  VALUE 0.
       01  :PRFX:IN-LENGTH                PIC S9(009) BINARY
                                                       VALUE +0.
       01  :PRFX:IN-ADDRESS               POINTER     VALUE NULL.
       01  :PRFX:OUT-CAPACITY             PIC S9(009) BINARY
                                                       VALUE +0.
       01  :PRFX:OUT-LENGTH               PIC S9(009) BINARY
                                                       VALUE +0.
       01  :PRFX:OUT-ADDRESS              POINTER     VALUE NULL.
       01  :PRFX:BAD-BYTE-COUNT           PIC S9(009) BINARY
                                                       VALUE +0.
