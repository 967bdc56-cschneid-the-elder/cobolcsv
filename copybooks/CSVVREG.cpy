      *
      * CSVVREG - one vendor registry line for CSVCTLGN, which
      * builds CSVLOAD's control file from the night's landing-
      * directory listing.  The first 239 columns are a CSVCTL
      * record exactly as it will be written, except that the
      * file-name column holds the pattern the vendor's file names
      * follow - '*' standing for any run of characters and '?'
      * for any one - and the force-reload column is not used.
      * After it come the vendor's identifier, the time of day its
      * file is due by (HHMM, blank for due by the time CSVCTLGN
      * runs), and the days of the week it sends on, Monday first,
      * Y or N for each (all blank for every day).  The :PRFX:
      * placeholder is replaced by the caller's chosen prefix.
      *
       01  :PRFX:RECORD.
           05  :PRFX:CONTROL.
               10  :PRFX:FILE-PATTERN  PIC X(128).
               10  :PRFX:SETTINGS      PIC X(111).
           05  :PRFX:VENDOR-ID         PIC X(008).
           05  :PRFX:CUTOFF-TIME       PIC X(004).
           05  :PRFX:CUTOFF-TIME-NUM REDEFINES :PRFX:CUTOFF-TIME.
               10  :PRFX:CUTOFF-HH     PIC 9(002).
               10  :PRFX:CUTOFF-MM     PIC 9(002).
           05  :PRFX:DAYS-EXPECTED     PIC X(007).
