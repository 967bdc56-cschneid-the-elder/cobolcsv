      *
      * CSVSUSP - the reject suspense record.  CSVLOAD writes one to
      * the SUSPENSE VSAM cluster for every input record it rejects,
      * keyed on the source file name, the stamp of the load that
      * rejected it, and the input record number,
      * carrying the raw record bytes, the reason code and CSVRC
      * condition CSVPARSE gave it, and the whole control record the
      * file was loaded under so the record can be parsed again the
      * same way later.  The online repair transaction CSVREPR
      * corrects the raw bytes, re-tests the parse, and releases the
      * record; CSVREFD feeds released records into the consolidated
      * file and the KSDSOUT cluster and marks them re-fed.  The
      * :PRFX: placeholder is replaced by the caller's chosen
      * prefix.
      *
      *   LOAD-STAMP      CCYYMMDDHHMMSS the CSVLOAD run began -
      *                   keeps each night's rejects of a file apart
      *                   from the last, and lets CSVREFD re-feed
      *                   only those of the load it follows
      *   STATUS          S - suspended, awaiting repair
      *                   R - released by the desk for re-feed
      *                   L - re-fed into the consolidated file
      *   REASON-CODE     CSVLOAD's REJECTS reason code - OPT,
      *                   PARM, OTHR, or, for a file with record
      *                   types, TYPE (a record of no defined
      *                   type) or AMT (an amount that would not
      *                   convert)
      *   CSVRC           the CSVRC value of the most recent parse
      *                   of the record - CSVLOAD's reject, then
      *                   each repair re-test or re-feed attempt
      *   HEADER-ROW-SW   Y when the rejected record stood where
      *                   the file's header row should have been -
      *                   never re-fed as a data row
      *   RECTYPE-FILE-SW Y when the file was loaded under record-
      *                   type definitions - its trailer was already
      *                   balanced at load and its record edits are
      *                   not repeated downstream, so such a record
      *                   is never released or re-fed; the file is
      *                   reloaded instead
      *   KEY-COLUMN-FLD  the field numbers of the control record's
      *                   key columns in the file's header row, so
      *                   a re-fed row is keyed the way CSVLOAD
      *                   would have keyed it (zero when unkeyed)
      *   CTL-RECORD      the control record up to its force-
      *                   reload column; its code-page column is
      *                   left behind because the raw bytes are
      *                   kept as CSVLOAD translated them, in this
      *                   platform's own code page, so a re-parse
      *                   of them must not translate them again
      *
       01  :PRFX:RECORD.
           05  :PRFX:KEY.
               10  :PRFX:FILE-NAME     PIC X(128).
               10  :PRFX:LOAD-STAMP    PIC X(014).
               10  :PRFX:RECORD-NUMBER PIC 9(009).
           05  :PRFX:STATUS            PIC X(001).
               88  :PRFX:SUSPENDED                VALUE 'S'.
               88  :PRFX:RELEASED                 VALUE 'R'.
               88  :PRFX:REFED                    VALUE 'L'.
           05  :PRFX:REASON-CODE       PIC X(004).
           05  :PRFX:CSVRC             PIC 9(002).
           05  :PRFX:HEADER-ROW-SW     PIC X(001).
               88  :PRFX:HEADER-ROW               VALUE 'Y'.
           05  :PRFX:RECTYPE-FILE-SW   PIC X(001).
               88  :PRFX:RECTYPE-FILE             VALUE 'Y'.
           05  :PRFX:SUSPENDED-STAMP   PIC X(021).
           05  :PRFX:UPDATED-STAMP     PIC X(021).
           05  :PRFX:UPDATED-TERMID    PIC X(004).
           05  :PRFX:CTL-RECORD        PIC X(234).
           05  :PRFX:KEY-COLUMN-FLD    PIC 9(004) OCCURS 3 TIMES.
           05  :PRFX:RAW-LENGTH        PIC 9(005).
           05  :PRFX:RAW-DATA          PIC X(27990).
