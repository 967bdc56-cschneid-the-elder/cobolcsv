      *
      * CSVSCHB - the header-row baseline record CSVSCHEM keeps in
      * the BASELINE VSAM cluster, one per vendor file, keyed on the
      * file name exactly as it appears in CSVLOAD's control file.
      * It holds the vendor's accepted header row as a list of
      * column names, each truncated to 30 bytes the same way every
      * other program here holds a header name, in header order.
      * An accept run of CSVSCHEM writes or replaces it and stamps
      * the time it did so.  The :PRFX: placeholder is replaced by
      * the caller's chosen prefix.
      *
       01  :PRFX:RECORD.
           05  :PRFX:FILE-NAME         PIC X(128).
           05  :PRFX:ACCEPTED-STAMP    PIC X(021).
           05  :PRFX:COLUMN-COUNT      PIC 9(004).
           05  :PRFX:COLUMN-NAME       PIC X(030) OCCURS 1000 TIMES.
