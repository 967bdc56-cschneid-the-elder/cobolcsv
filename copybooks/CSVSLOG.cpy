      *
      * CSVSLOG - the outbound transmission log record CSVMANF
      * appends for every file sent to a partner: the night it went
      * out under, when it was logged, the partner, what kind of
      * file it was - E(xtract, CSVEXTRC), S(plit regional file,
      * CSVSPLIT), D(elta, CSVDELTA), or J(SON portal feed,
      * CSVJSON) - the code page it was written in, the manifest it
      * was declared on, and the manifest line itself.  The :PRFX:
      * placeholder is replaced by the caller's chosen prefix.
      *
       01  :PRFX:RECORD.
           05  :PRFX:NIGHT-DATE        PIC X(008).
           05  :PRFX:LOGGED-STAMP      PIC X(021).
           05  :PRFX:PARTNER-ID        PIC X(008).
           05  :PRFX:FILE-KIND         PIC X(001).
           05  :PRFX:CCSID             PIC X(005).
           05  :PRFX:MANIFEST-NAME     PIC X(128).
           05  :PRFX:FILE-NAME         PIC X(128).
           05  :PRFX:DECLARED-ROWS     PIC 9(009).
           05  :PRFX:DECLARED-TOTAL    PIC 9(013)V9(002).
           05  :PRFX:AMOUNT-COLUMN     PIC X(030).
           05  :PRFX:TOTAL-SIGN        PIC X(001).
               88  :PRFX:TOTAL-NEGATIVE            VALUE '-'.
           05  :PRFX:HASH-TOTAL        PIC 9(015).
           05  :PRFX:HASH-COLUMN       PIC X(030).
