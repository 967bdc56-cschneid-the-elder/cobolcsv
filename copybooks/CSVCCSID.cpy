      *
      * CSVCCSID - the code pages CSVXLATE translates between, as
      * IBM CCSIDs, and this platform's own: EBCDIC 1047 on IBM Z,
      * UTF-8 elsewhere.  Copied under a group item in working
      * storage, with the :PRFX: placeholder replaced by the
      * caller's chosen prefix.  A program that cuts a native field
      * or record short checks NATIVE-UTF8 so it never splits a
      * multi-byte character.
      *
      *   00037  EBCDIC, US/Canada
      *   00367  US-ASCII, seven bit
      *   00819  ISO 8859-1, Latin-1 ASCII
      *   01047  EBCDIC, Latin-1 open systems
      *   01208  UTF-8
      *
           >>IF IGY-COMPILER-VRM DEFINED
           05  :PRFX:NATIVE-CCSID     PIC 9(005) VALUE 01047.
               88  :PRFX:NATIVE-UTF8             VALUE 01208.
           >>ELSE
           05  :PRFX:NATIVE-CCSID     PIC 9(005) VALUE 01208.
               88  :PRFX:NATIVE-UTF8             VALUE 01208.
           >>END-IF
           05  :PRFX:CCSID-CHECK      PIC 9(005) VALUE 0.
               88  :PRFX:CCSID-SUPPORTED         VALUE 00037 00367
                                                   00819 01047
                                                   01208.
