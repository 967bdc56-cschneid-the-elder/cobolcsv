      *                    Z(ero-strip leading zeros, trailing
      *                    spaces trimmed first), or space to send
      *                    the source bytes as they are
      *   column       40  source usage - space for display bytes,
      *                    or one of the numeric storage forms the
      *                    master files carry:
      *                      S  signed zoned decimal, PIC S9 DISPLAY,
      *                         sign in the zone of the last byte,
      *                         1-18 bytes (unsigned PIC 9 DISPLAY
      *                         reads the same way)
      *                      P  packed decimal, COMP-3, 1-10 bytes,
      *                         at most 18 digits
      *                      B  binary, COMP/COMP-4/COMP-5, signed,
      *                         1-8 bytes, high-order byte first
      *                      U  binary, unsigned, likewise
      *   column       41  implied-decimal count for a numeric
      *                    source, '0'-'9' (space defaults to 0)
      *
      * A numeric source goes out as edited decimal text - a minus
      * sign when negative, the integer digits without leading
      * zeros, and a decimal point followed by the implied decimal
      * places - so a PIC S9(7)V99 COMP-3 field holding -1234.5
      * goes out as -1234.50.  The value rule does not apply to a
      * numeric source.  A numeric source whose bytes are not a
      * valid value of its usage goes out as an empty field and is
      * listed on EXTRPT by input record number and column name.
      *
      * The CSVLAYGN utility writes this layout file from the
      * master file's own copybook.
      *
      * A header row built from the layout's column names is written
      * as the first record of the output file, and a trailer record
      * showing the row count as the last, the same shape as
      * CSVLOAD's.  A row-count report is written to EXTRPT.
      *
      * A partner who wants the extract in another code page names
      * it as an IBM CCSID - 00037 or 01047 (EBCDIC), 00367 or 00819
      * (ASCII), 01208 (UTF-8) - in the optional seventh program
      * argument, or in PARM positions 3-7 on IBM Z; '-' or no
      * value at all writes this platform's own.  Every output
      * record, header and trailer included, is translated through
      * the CSVXLATE subroutine on its way out, and the bytes with
      * no equivalent in the partner's code page are counted on
      * EXTRPT.
      *
      * As with EXAMPLE1, CSVLOAD, and CSVCNVRT, the IBM Z portions
      * of this program are freehanded and conditionally compiled,
      * since there is no mainframe available to test against.
               88  LAYOUT-TRIM-TRAILING            VALUE 'T'.
               88  LAYOUT-STRIP-ZEROS              VALUE 'Z'.
               88  LAYOUT-AS-IS                    VALUE SPACE.
           05  LAYOUT-SOURCE-USAGE     PIC X(001).
               88  LAYOUT-USAGE-DISPLAY            VALUE SPACE.
               88  LAYOUT-USAGE-ZONED              VALUE 'S'.
               88  LAYOUT-USAGE-PACKED             VALUE 'P'.
               88  LAYOUT-USAGE-BINARY             VALUE 'B'.
               88  LAYOUT-USAGE-BINARY-UNSIGNED    VALUE 'U'.
           05  LAYOUT-IMPLIED-DEC      PIC X(001).

       FD  INPUT01
           Block 0.
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVEXTRC'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ARG-STYLE            PIC X(001)         VALUE SPACE.
               88  WS-ARG-STYLE-UNIX                      VALUE 'U'.
               88  WS-ARG-STYLE-RFC4180                   VALUE 'R'.
           05  WS-FIELDS-NOT-NUMERIC   PIC S9(009) BINARY VALUE +0.
           05  WS-SOURCE-POSN          PIC S9(009) BINARY VALUE +0.
           05  WS-SOURCE-LENGTH        PIC S9(009) BINARY VALUE +0.
           05  WS-IMPLIED-DEC          PIC S9(004) BINARY VALUE +0.
           05  WS-INT-DIGITS           PIC S9(004) BINARY VALUE +0.
           05  WS-EDIT-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-NUMERIC-VALUE        PIC S9(018)        VALUE +0.
           05  WS-EDIT-ABS             PIC 9(018)         VALUE 0.
           05  WS-EDIT-ABS-X REDEFINES WS-EDIT-ABS
                                       PIC X(018).
           05  WS-ZONED-VALUE          PIC S9(018)        VALUE +0.
           05  WS-ZONED-X REDEFINES WS-ZONED-VALUE
                                       PIC X(018).
           05  WS-PACKED-VALUE         PIC S9(018) PACKED-DECIMAL
                                                          VALUE +0.
           05  WS-PACKED-X REDEFINES WS-PACKED-VALUE
                                       PIC X(010).
           05  WS-BINARY-VALUE         PIC S9(018) BINARY VALUE +0.
           05  WS-BINARY-X REDEFINES WS-BINARY-VALUE
                                       PIC X(008).
           05  WS-REC-NUMBER-DISP      PIC 9(009).
           05  WS-ARG-CCSID            PIC X(005) JUSTIFIED RIGHT
                                                          VALUE
                                                   SPACES.
           05  WS-ARG-CCSID-NUM REDEFINES WS-ARG-CCSID
                                       PIC 9(005).
           05  WS-OUT-CCSID            PIC 9(005)         VALUE 0.
           05  WS-XLATE-COUNT          PIC S9(009) BINARY VALUE +0.

       01  WS-SWITCHES.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVBUILD-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVBRC Replacing ==:PRFX:== By ==CSVBUILD-==.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVXLATE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           >>ELSE
           05  CSVXLATE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVXRC Replacing ==:PRFX:== By ==CSVXLATE-==.
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  LAYOUT-EOF-SW           PIC X(001) VALUE 'N'.
               88  LAYOUT-EOF                     VALUE 'Y' FALSE 'N'.
           05  WS-NUMERIC-OK-SW        PIC X(001) VALUE 'Y'.
               88  WS-NUMERIC-OK                  VALUE 'Y' FALSE 'N'.
           05  WS-XLATE-OUTPUT-SW      PIC X(001) VALUE 'N'.
               88  WS-XLATE-OUTPUT                VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVBPARMS Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.
      * A translated output record is built here and moved back over
      * OUT-RECORD, so it fits the same record area.
       01  WS-XLATE-RECORD             PIC X(32000).

       01  WS-LAYOUT-TABLE.
           05  WS-LAYOUT-ENTRY OCCURS 1 TO 500 TIMES
                                                   SPACE.
                   88  WS-LAYOUT-TRIM-TRAILING              VALUE 'T'.
                   88  WS-LAYOUT-STRIP-ZEROS                VALUE 'Z'.
               10  WS-LAYOUT-SOURCE-USAGE
                                       PIC X(001)         VALUE
                                                   SPACE.
                   88  WS-LAYOUT-USAGE-DISPLAY              VALUE
                                                   SPACE.
                   88  WS-LAYOUT-USAGE-ZONED                VALUE 'S'.
                   88  WS-LAYOUT-USAGE-PACKED               VALUE 'P'.
                   88  WS-LAYOUT-USAGE-BINARY               VALUE 'B'
                                                   'U'.
                   88  WS-LAYOUT-USAGE-BINARY-UNSIGNED      VALUE 'U'.
               10  WS-LAYOUT-IMPLIED-DEC
                                       PIC S9(004) BINARY VALUE +0.

       Linkage Section.
       >>IF IGY-COMPILER-VRM NOT DEFINED
           IF OS-PARM-LENGTH >= 2
               MOVE OS-PARM-VALUE(1:1) TO WS-ARG-DLIM
               MOVE UPPER-CASE(OS-PARM-VALUE(2:1)) TO WS-ARG-STYLE
               IF OS-PARM-LENGTH >= 7
                   MOVE OS-PARM-VALUE(3:5) TO WS-ARG-CCSID
               END-IF
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-STYLE FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-STYLE) TO WS-ARG-STYLE
               IF WS-ARG-NB >= 7
                   DISPLAY 7 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-CCSID FROM ARGUMENT-VALUE
               END-IF
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
                    ' file format style must be U or R'
                  PERFORM 9999-ABEND
           END-EVALUATE

      *    The code page may be given without its leading zeros.
           EVALUATE TRUE
             WHEN WS-ARG-CCSID = SPACES OR '    -'
                  MOVE WS-NATIVE-CCSID TO WS-OUT-CCSID
             WHEN OTHER
                  INSPECT WS-ARG-CCSID
                    REPLACING LEADING SPACES BY ZEROS
                  IF WS-ARG-CCSID NUMERIC
                      MOVE WS-ARG-CCSID-NUM TO WS-OUT-CCSID
                  ELSE
                      MOVE 0 TO WS-OUT-CCSID
                  END-IF
           END-EVALUATE
           MOVE WS-OUT-CCSID TO WS-CCSID-CHECK
           IF NOT WS-CCSID-SUPPORTED
               DISPLAY MYNAME ' output code page must be 37, 367,'
                 ' 819, 1047, or 1208'
               PERFORM 9999-ABEND
           END-IF
           IF WS-OUT-CCSID = WS-NATIVE-CCSID
               SET WS-XLATE-OUTPUT TO FALSE
           ELSE
               SET WS-XLATE-OUTPUT TO TRUE
           END-IF
           .

       0200-LOAD-LAYOUT-TABLE.
                 ' has an invalid value rule'
               PERFORM 9999-ABEND
           END-IF
           EVALUATE TRUE
             WHEN LAYOUT-USAGE-DISPLAY
                  CONTINUE
             WHEN LAYOUT-USAGE-ZONED
             AND LAYOUT-SOURCE-LENGTH <= LENGTH OF WS-ZONED-X
                  CONTINUE
             WHEN LAYOUT-USAGE-PACKED
             AND LAYOUT-SOURCE-LENGTH <= LENGTH OF WS-PACKED-X
                  CONTINUE
             WHEN (LAYOUT-USAGE-BINARY
                   OR LAYOUT-USAGE-BINARY-UNSIGNED)
             AND LAYOUT-SOURCE-LENGTH <= LENGTH OF WS-BINARY-X
                  CONTINUE
             WHEN OTHER
                  DISPLAY MYNAME ' layout entry for '
                    LAYOUT-COLUMN-NAME
                    ' has an invalid source usage, or a source'
                    ' length too long for its usage'
                  PERFORM 9999-ABEND
           END-EVALUATE
           IF LAYOUT-IMPLIED-DEC NOT = SPACE
           AND LAYOUT-IMPLIED-DEC NOT NUMERIC
               DISPLAY MYNAME ' layout entry for '
                 LAYOUT-COLUMN-NAME
                 ' has an invalid implied-decimal count'
               PERFORM 9999-ABEND
           END-IF

           ADD 1 TO WS-LAYOUT-COUNT
           MOVE LAYOUT-COLUMN-NAME
             TO WS-LAYOUT-SOURCE-LENGTH(WS-LAYOUT-COUNT)
           MOVE LAYOUT-VALUE-RULE
             TO WS-LAYOUT-VALUE-RULE(WS-LAYOUT-COUNT)
           MOVE LAYOUT-SOURCE-USAGE
             TO WS-LAYOUT-SOURCE-USAGE(WS-LAYOUT-COUNT)
           IF LAYOUT-IMPLIED-DEC = SPACE
               MOVE +0 TO WS-LAYOUT-IMPLIED-DEC(WS-LAYOUT-COUNT)
           ELSE
               MOVE NUMVAL(LAYOUT-IMPLIED-DEC)
                 TO WS-LAYOUT-IMPLIED-DEC(WS-LAYOUT-COUNT)
           END-IF
           PERFORM 8010-READ-LAYOUT
           .

           .

       2010-BUILD-DATA-FIELD.
           IF NOT WS-LAYOUT-USAGE-DISPLAY(WS-LAYOUT-NDX)
               PERFORM 2200-EDIT-NUMERIC-FIELD
           ELSE
               PERFORM 2020-BUILD-DISPLAY-FIELD
           END-IF
           PERFORM 2800-RELAY-FIELD
           .

       2020-BUILD-DISPLAY-FIELD.
           MOVE INPUT01-RECORD(WS-LAYOUT-SOURCE-POSN(WS-LAYOUT-NDX):
                               WS-LAYOUT-SOURCE-LENGTH(WS-LAYOUT-NDX))
             TO WS-FIELD-WORK
           IF WS-VALUE-LENGTH < 0
               MOVE +0 TO WS-VALUE-LENGTH
           END-IF
           .

       2110-TRIM-TRAILING-SPACES.
           ADD 1 TO WS-VALUE-START
           .

       2200-EDIT-NUMERIC-FIELD.
      *    Each storage form is read by laying the source bytes,
      *    right-aligned, over a work field of the same usage and
      *    letting the runtime decode them - no nibble arithmetic
      *    of our own to get wrong.
           MOVE WS-LAYOUT-SOURCE-POSN(WS-LAYOUT-NDX) TO WS-SOURCE-POSN
           MOVE WS-LAYOUT-SOURCE-LENGTH(WS-LAYOUT-NDX)
             TO WS-SOURCE-LENGTH
           MOVE WS-LAYOUT-IMPLIED-DEC(WS-LAYOUT-NDX) TO WS-IMPLIED-DEC
           SET WS-NUMERIC-OK TO TRUE
           MOVE +0 TO WS-NUMERIC-VALUE
           EVALUATE TRUE
             WHEN WS-LAYOUT-USAGE-ZONED(WS-LAYOUT-NDX)
                  PERFORM 2210-READ-ZONED-SOURCE
             WHEN WS-LAYOUT-USAGE-PACKED(WS-LAYOUT-NDX)
                  PERFORM 2220-READ-PACKED-SOURCE
             WHEN OTHER
                  PERFORM 2230-READ-BINARY-SOURCE
           END-EVALUATE
           MOVE 1 TO WS-VALUE-START
           IF WS-NUMERIC-OK
               PERFORM 2240-BUILD-EDITED-VALUE
           ELSE
               MOVE +0 TO WS-VALUE-LENGTH
               PERFORM 9100-WRITE-NOT-NUMERIC
           END-IF
           .

       2210-READ-ZONED-SOURCE.
      *    Leading zeros fill the work field ahead of the source
      *    digits; the sign stays in the zone of the last byte.
           MOVE ALL '0' TO WS-ZONED-X
           MOVE INPUT01-RECORD(WS-SOURCE-POSN:WS-SOURCE-LENGTH)
             TO WS-ZONED-X(LENGTH OF WS-ZONED-X - WS-SOURCE-LENGTH + 1:
                           WS-SOURCE-LENGTH)
           IF WS-ZONED-VALUE NUMERIC
               MOVE WS-ZONED-VALUE TO WS-NUMERIC-VALUE
           ELSE
               SET WS-NUMERIC-OK TO FALSE
           END-IF
           .

       2220-READ-PACKED-SOURCE.
      *    Low-values are packed zero digits; the source's own last
      *    byte carries the sign nibble.  A full ten-byte source must
      *    leave its first nibble zero to stay within 18 digits.
           MOVE LOW-VALUES TO WS-PACKED-X
           MOVE INPUT01-RECORD(WS-SOURCE-POSN:WS-SOURCE-LENGTH)
             TO WS-PACKED-X(LENGTH OF WS-PACKED-X - WS-SOURCE-LENGTH
                            + 1:WS-SOURCE-LENGTH)
           IF WS-PACKED-X(1:1) NOT < X'10'
               SET WS-NUMERIC-OK TO FALSE
           END-IF
           IF WS-NUMERIC-OK
           AND WS-PACKED-VALUE NUMERIC
               MOVE WS-PACKED-VALUE TO WS-NUMERIC-VALUE
           ELSE
               SET WS-NUMERIC-OK TO FALSE
           END-IF
           .

       2230-READ-BINARY-SOURCE.
      *    A signed source with its high-order bit on is negative,
      *    so it is sign-extended with X'FF' bytes rather than
      *    low-values.
           IF NOT WS-LAYOUT-USAGE-BINARY-UNSIGNED(WS-LAYOUT-NDX)
           AND INPUT01-RECORD(WS-SOURCE-POSN:1) NOT < X'80'
               MOVE ALL X'FF' TO WS-BINARY-X
           ELSE
               MOVE LOW-VALUES TO WS-BINARY-X
           END-IF
           MOVE INPUT01-RECORD(WS-SOURCE-POSN:WS-SOURCE-LENGTH)
             TO WS-BINARY-X(LENGTH OF WS-BINARY-X - WS-SOURCE-LENGTH
                            + 1:WS-SOURCE-LENGTH)
      *    Eight unsigned bytes can hold more than 18 digits.
           IF WS-BINARY-VALUE > 999999999999999999
           OR WS-BINARY-VALUE < -999999999999999999
           OR (WS-LAYOUT-USAGE-BINARY-UNSIGNED(WS-LAYOUT-NDX)
               AND WS-BINARY-VALUE < 0)
               SET WS-NUMERIC-OK TO FALSE
           ELSE
               MOVE WS-BINARY-VALUE TO WS-NUMERIC-VALUE
           END-IF
           .

       2240-BUILD-EDITED-VALUE.
      *    The integer digits are the leading 18 less the implied
      *    decimal count; leading zeros go, all but the last one.
           MOVE SPACES TO WS-FIELD-WORK
           MOVE +0 TO WS-VALUE-END
           IF WS-NUMERIC-VALUE < 0
               MOVE '-' TO WS-FIELD-WORK(1:1)
               MOVE +1 TO WS-VALUE-END
               COMPUTE WS-EDIT-ABS = 0 - WS-NUMERIC-VALUE
           ELSE
               MOVE WS-NUMERIC-VALUE TO WS-EDIT-ABS
           END-IF
           COMPUTE WS-INT-DIGITS =
             LENGTH OF WS-EDIT-ABS-X - WS-IMPLIED-DEC
           MOVE +1 TO WS-EDIT-NDX
           PERFORM 2241-SKIP-ONE-LEADING-ZERO
             UNTIL WS-EDIT-NDX >= WS-INT-DIGITS
             OR WS-EDIT-ABS-X(WS-EDIT-NDX:1) NOT = '0'
           PERFORM 2242-TAKE-ONE-EDIT-DIGIT
             VARYING WS-EDIT-NDX FROM WS-EDIT-NDX BY 1
             UNTIL WS-EDIT-NDX > WS-INT-DIGITS
           IF WS-IMPLIED-DEC > 0
               ADD 1 TO WS-VALUE-END
               MOVE '.' TO WS-FIELD-WORK(WS-VALUE-END:1)
               PERFORM 2242-TAKE-ONE-EDIT-DIGIT
                 VARYING WS-EDIT-NDX FROM WS-EDIT-NDX BY 1
                 UNTIL WS-EDIT-NDX > LENGTH OF WS-EDIT-ABS-X
           END-IF
           MOVE WS-VALUE-END TO WS-VALUE-LENGTH
           .

       2241-SKIP-ONE-LEADING-ZERO.
           ADD 1 TO WS-EDIT-NDX
           .

       2242-TAKE-ONE-EDIT-DIGIT.
           ADD 1 TO WS-VALUE-END
           MOVE WS-EDIT-ABS-X(WS-EDIT-NDX:1)
             TO WS-FIELD-WORK(WS-VALUE-END:1)
           .

       2800-RELAY-FIELD.
           IF WS-LAYOUT-NDX = 1
               SET CSVBUILD-FIRST-FIELD TO TRUE
           SET ADDRESS OF DUMMY-FIELD TO CSVBUILD-RECORD-ADDRESS
           MOVE CSVBUILD-RECORD-LENGTH TO OUT-RECORD-LENGTH
           MOVE DUMMY-FIELD(1:CSVBUILD-RECORD-LENGTH) TO OUT-RECORD
           IF WS-XLATE-OUTPUT
               PERFORM 2910-TRANSLATE-OUT-RECORD
           END-IF
           WRITE OUT-RECORD
           .

       2910-TRANSLATE-OUT-RECORD.
      *    A record that grows past the record area in translation -
      *    accented letters widening to UTF-8 - keeps every whole
      *    character that fits, and the rest is counted with the
      *    untranslatable bytes.
           MOVE 0 TO CSVXLATE-FROM-CCSID
           MOVE WS-OUT-CCSID TO CSVXLATE-TO-CCSID
           MOVE OUT-RECORD-LENGTH TO CSVXLATE-IN-LENGTH
           SET CSVXLATE-IN-ADDRESS TO ADDRESS OF OUT-RECORD
           MOVE LENGTH OF WS-XLATE-RECORD TO CSVXLATE-OUT-CAPACITY
           SET CSVXLATE-OUT-ADDRESS TO ADDRESS OF WS-XLATE-RECORD
           CALL "CSVXLATE" USING
             CSVXLATE-FROM-CCSID
             CSVXLATE-TO-CCSID
             CSVXLATE-IN-LENGTH
             CSVXLATE-IN-ADDRESS
             CSVXLATE-OUT-CAPACITY
             CSVXLATE-OUT-LENGTH
             CSVXLATE-OUT-ADDRESS
             CSVXLATE-BAD-BYTE-COUNT
           END-CALL
           MOVE RETURN-CODE TO CSVXLATE-RETURN-CODE
           IF NOT CSVXLATE-RECORD-TRANSLATED
           AND NOT CSVXLATE-RECORD-TRUNCATED
               DISPLAY MYNAME ' CSVXLATE failed'
               PERFORM 9999-ABEND
           END-IF
           ADD CSVXLATE-BAD-BYTE-COUNT TO WS-XLATE-COUNT
           IF CSVXLATE-OUT-LENGTH > 0
               MOVE CSVXLATE-OUT-LENGTH TO OUT-RECORD-LENGTH
               MOVE WS-XLATE-RECORD(1:OUT-RECORD-LENGTH) TO OUT-RECORD
           END-IF
           .

       8010-READ-LAYOUT.
           READ LAYOUT
             AT END SET LAYOUT-EOF TO TRUE
             INTO OUT-RECORD
           END-STRING
           MOVE 40 TO OUT-RECORD-LENGTH
           IF WS-XLATE-OUTPUT
               PERFORM 2910-TRANSLATE-OUT-RECORD
           END-IF
           WRITE OUT-RECORD
           .

             INTO EXTRPT-RECORD
           END-STRING
           WRITE EXTRPT-RECORD

           MOVE WS-FIELDS-NOT-NUMERIC TO WS-COUNT-DISP
           MOVE SPACES TO EXTRPT-RECORD
           STRING 'FIELDS NOT NUMERIC=' DELIMITED BY SIZE
             WS-COUNT-DISP DELIMITED BY SIZE
             INTO EXTRPT-RECORD
           END-STRING
           WRITE EXTRPT-RECORD

           MOVE WS-XLATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO EXTRPT-RECORD
           STRING 'UNTRANSLATABLE BYTES=' DELIMITED BY SIZE
             WS-COUNT-DISP DELIMITED BY SIZE
             INTO EXTRPT-RECORD
           END-STRING
           WRITE EXTRPT-RECORD
           .

       9100-WRITE-NOT-NUMERIC.
           ADD 1 TO WS-FIELDS-NOT-NUMERIC
           MOVE WS-RECORDS-READ TO WS-REC-NUMBER-DISP
           MOVE SPACES TO EXTRPT-RECORD
           STRING 'RECORD=' DELIMITED BY SIZE
             WS-REC-NUMBER-DISP DELIMITED BY SIZE
             ' COLUMN=' DELIMITED BY SIZE
             WS-LAYOUT-COLUMN-NAME(WS-LAYOUT-NDX) DELIMITED BY SIZE
             INTO EXTRPT-RECORD
           END-STRING
           MOVE 60 TO EXTRPT-RECORD-LENGTH
           WRITE EXTRPT-RECORD
           .

       9999-ABEND.
