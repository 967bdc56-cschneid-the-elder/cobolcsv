      *
      * CSVXRC - condition names for the CSVXLATE return code.
      * Copied under a numeric PIC S9(004) BINARY item, with the
      * :PRFX: placeholder replaced by the caller to tie the
      * condition names to whichever elementary item is holding the
      * code at the copy point.  The numbering follows CSVRC so the
      * subroutines' return codes read the same way.  A truncated
      * record is every whole character that fit in the output
      * area; the input bytes left over are counted as bytes that
      * could not be translated.
      *
           88  :PRFX:RECORD-TRANSLATED    VALUE +04.
           88  :PRFX:RECORD-TRUNCATED     VALUE +08.
           88  :PRFX:ERROR-PARM           VALUE +16.
           88  :PRFX:ERROR-OPT            VALUE +20.
