      *
      * CSVMAN - one manifest line: a file's name, the row count
      * and amount total declared for it, and the header name of
      * the column the total sums (space when only a row count is
      * declared).  CSVRECON reads the inbound vendors' manifests
      * in this layout; CSVMANF writes the outbound partners' in
      * the same one, so a partner can balance our files the way
      * we balance theirs.  The last three columns came later and
      * are left blank by vendors who never send them: the sign of
      * the amount total ('-' when it is negative), and a hash
      * total over a second named column - the digits of each of
      * its values read as one number, summed, with anything past
      * fifteen digits dropped.  The :PRFX: placeholder is replaced
      * by the caller's chosen prefix.
      *
       01  :PRFX:RECORD.
           05  :PRFX:FILE-NAME         PIC X(128).
           05  :PRFX:DECLARED-ROWS     PIC 9(009).
           05  :PRFX:DECLARED-TOTAL    PIC 9(013)V9(002).
           05  :PRFX:AMOUNT-COLUMN     PIC X(030).
           05  :PRFX:TOTAL-SIGN        PIC X(001).
               88  :PRFX:TOTAL-NEGATIVE            VALUE '-'.
               88  :PRFX:TOTAL-SIGN-VALID          VALUE '-' SPACE.
           05  :PRFX:HASH-TOTAL        PIC 9(015).
           05  :PRFX:HASH-COLUMN       PIC X(030).
