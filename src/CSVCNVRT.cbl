      *                    order digits and the trailing sign byte.
      *   column       41  implied-decimal count for an amount
      *                    column, '0'-'9' (space defaults to 0)
      *   column       42  target usage - space for display bytes,
      *                    or P for a packed-decimal (COMP-3) target
      *                    of 1-10 bytes.  A packed target takes an
      *                    amount column (transform A or E); the
      *                    normalized value, implied decimals and
      *                    all, is packed into the target's bytes,
      *                    sign nibble last, and the padding rule does
      *                    not apply.  A value with more digits than
      *                    the target holds - twice its length less
      *                    one - is a conversion exception rather
      *                    than silently losing its high-order
      *                    digits, and an empty value packs as zero.
      *
      * The CSVLAYGN utility writes this layout file from the
      * target record's own copybook.
      *
      * A header column with no matching layout entry is simply left
      * out of the output record.  A source value longer than its
      * target length is truncated - from the right for a left-
      * justified field, from the left for a right-justified one, so
      * a numeric amount keeps its low-order digits rather than its
      * sign or leading zeros.  Where this platform's code page is
      * UTF-8, the cut is moved onto the nearest whole character,
      * inside the target, so a multi-byte character is never split
      * across a field boundary - the byte or two it frees is left
      * as padding.
      *
      * A row with a value its column's transform rule cannot
      * normalize goes to the conversion report with the offending
      * When the shared run-history audit dataset is supplied - an
      * eighth program argument here, the AUDITLOG DD on IBM Z -
      * one run-history record is appended through the CSVHIST
      * subroutine as the run ends.  The record carries the input
      * file's name, which on IBM Z is whatever follows the three
      * option bytes of the PARM - the source file name exactly as
      * CSVLOAD's control file carries it, so CSVTREND can match the
      * record to its TRENDCTL entry.  With nothing there, the DD
      * name INPUT01 is recorded instead, which CSVTREND cannot tell
      * from any other file's.
      *
      * As with EXAMPLE1, CSVLOAD, and CSVVALID, the IBM Z portions
      * of this program are freehanded and conditionally compiled,
               88  LAYOUT-XFORM-AMOUNT-POINT       VALUE 'A'.
               88  LAYOUT-XFORM-AMOUNT-COMMA       VALUE 'E'.
           05  LAYOUT-IMPLIED-DEC      PIC X(001).
           05  LAYOUT-TARGET-USAGE     PIC X(001).
               88  LAYOUT-USAGE-DISPLAY            VALUE SPACE.
               88  LAYOUT-USAGE-PACKED             VALUE 'P'.

       FD  INPUT01
           Record Varying 1 To 27990 Depending INPUT01-RECORD-LENGTH
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVCNVRT'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
                                       PIC 9(001).
           05  WS-IMPLIED-DEC          PIC S9(004) BINARY VALUE +0.
           05  WS-DEC-FILL-NDX         PIC S9(004) BINARY VALUE +0.
           05  WS-PACKED-VALUE         PIC S9(018) PACKED-DECIMAL
                                                          VALUE +0.
           05  WS-PACKED-X REDEFINES WS-PACKED-VALUE
                                       PIC X(010).
           05  WS-PACKED-DIGITS        PIC S9(004) BINARY VALUE +0.
           05  WS-PACKED-LIMIT         PIC S9(018)        VALUE +0.
           05  WS-ARG-DLIM             PIC X(001)         VALUE SPACE.
           05  WS-ARG-STYLE            PIC X(001)         VALUE SPACE.
               88  WS-ARG-STYLE-UNIX                      VALUE 'U'.
                                                   'E'.
               10  WS-LAYOUT-IMPLIED-DEC
                                       PIC S9(004) BINARY VALUE +0.
               10  WS-LAYOUT-TARGET-USAGE
                                       PIC X(001)         VALUE
                                                   SPACE.
                   88  WS-LAYOUT-USAGE-PACKED               VALUE 'P'.

       01  WS-COLUMN-TABLE.
           05  WS-COLUMN-ENTRY OCCURS 1 TO 2000 TIMES
               MOVE OS-PARM-VALUE(1:1) TO WS-ARG-DLIM
               MOVE UPPER-CASE(OS-PARM-VALUE(2:1)) TO WS-ARG-STYLE
               MOVE UPPER-CASE(OS-PARM-VALUE(3:1)) TO WS-ARG-EQUAL
               IF OS-PARM-LENGTH > 3
                   MOVE OS-PARM-VALUE(4:OS-PARM-LENGTH - 3)
                     TO WS-INPUT01-NAME
               END-IF
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
                 ' has an invalid implied-decimal count'
               PERFORM 9999-ABEND
           END-IF
           IF NOT LAYOUT-USAGE-DISPLAY
           AND (NOT LAYOUT-USAGE-PACKED
                OR LAYOUT-TARGET-LENGTH > LENGTH OF WS-PACKED-X
                OR (NOT LAYOUT-XFORM-AMOUNT-POINT
                    AND NOT LAYOUT-XFORM-AMOUNT-COMMA))
               DISPLAY MYNAME ' layout entry for '
                 LAYOUT-COLUMN-NAME
                 ' has an invalid target usage - P takes an amount'
                 ' transform and at most 10 bytes'
               PERFORM 9999-ABEND
           END-IF

           ADD 1 TO WS-LAYOUT-COUNT
           MOVE LAYOUT-COLUMN-NAME
               MOVE NUMVAL(LAYOUT-IMPLIED-DEC)
                 TO WS-LAYOUT-IMPLIED-DEC(WS-LAYOUT-COUNT)
           END-IF
           MOVE LAYOUT-TARGET-USAGE
             TO WS-LAYOUT-TARGET-USAGE(WS-LAYOUT-COUNT)
           PERFORM 8010-READ-LAYOUT
           .

               MOVE CSVPARSE-FIELD-LENGTH TO WS-SOURCE-LENGTH
               PERFORM 1014-APPLY-TRANSFORM
               IF WS-XFORM-OK
                   EVALUATE TRUE
                     WHEN WS-LAYOUT-USAGE-PACKED(WS-CURR-LAYOUT-NDX)
                          PERFORM 1023-MOVE-PACKED
                     WHEN WS-LAYOUT-RIGHT-JUSTIFY(WS-CURR-LAYOUT-NDX)
                          PERFORM 1022-MOVE-RIGHT-JUSTIFIED
                     WHEN OTHER
                          PERFORM 1021-MOVE-LEFT-JUSTIFIED
                   END-EVALUATE
               END-IF
           END-IF
           .
                  > WS-LAYOUT-TARGET-LENGTH(WS-CURR-LAYOUT-NDX)
                   MOVE WS-LAYOUT-TARGET-LENGTH(WS-CURR-LAYOUT-NDX)
                     TO WS-COPY-LENGTH
                   IF WS-NATIVE-UTF8
                       PERFORM 1024-DROP-TRAILING-PART-CHAR
                         UNTIL WS-COPY-LENGTH = 0
                         OR DUMMY-FIELD(WS-COPY-LENGTH + 1:1) < X'80'
                         OR DUMMY-FIELD(WS-COPY-LENGTH + 1:1) > X'BF'
                   END-IF
               ELSE
                   MOVE WS-SOURCE-LENGTH TO WS-COPY-LENGTH
               END-IF
               MOVE WS-LAYOUT-TARGET-POSN(WS-CURR-LAYOUT-NDX)
                 TO WS-DEST-START
               IF WS-COPY-LENGTH > 0
                   MOVE DUMMY-FIELD(1:WS-COPY-LENGTH)
                     TO OUT-RECORD(WS-DEST-START:WS-COPY-LENGTH)
               END-IF
           END-IF
           .

                     TO WS-COPY-LENGTH
                   MOVE WS-LAYOUT-TARGET-POSN(WS-CURR-LAYOUT-NDX)
                     TO WS-DEST-START
                   IF WS-NATIVE-UTF8
                       PERFORM 1025-DROP-LEADING-PART-CHAR
                         UNTIL WS-COPY-LENGTH = 0
                         OR DUMMY-FIELD(WS-COPY-SRC-START:1) < X'80'
                         OR DUMMY-FIELD(WS-COPY-SRC-START:1) > X'BF'
                   END-IF
               ELSE
                   MOVE 1 TO WS-COPY-SRC-START
                   MOVE WS-SOURCE-LENGTH TO WS-COPY-LENGTH
                       + WS-LAYOUT-TARGET-LENGTH(WS-CURR-LAYOUT-NDX)
                       - WS-SOURCE-LENGTH
               END-IF
               IF WS-COPY-LENGTH > 0
                   MOVE DUMMY-FIELD(WS-COPY-SRC-START:WS-COPY-LENGTH)
                     TO OUT-RECORD(WS-DEST-START:WS-COPY-LENGTH)
               END-IF
           END-IF
           .

       1023-MOVE-PACKED.
      *    The normalized amount is already scaled by the implied
      *    decimal count; packing it into the full 18-digit work
      *    field and keeping the target's rightmost bytes keeps
      *    the sign nibble.  An empty value packs as zero.
           IF WS-SOURCE-LENGTH = 0
               MOVE +0 TO WS-NORM-VALUE
           END-IF
           COMPUTE WS-PACKED-DIGITS =
             WS-LAYOUT-TARGET-LENGTH(WS-CURR-LAYOUT-NDX) * 2 - 1
           IF WS-PACKED-DIGITS < 18
               COMPUTE WS-PACKED-LIMIT = 10 ** WS-PACKED-DIGITS
               IF WS-NORM-VALUE >= WS-PACKED-LIMIT
               OR 0 - WS-NORM-VALUE >= WS-PACKED-LIMIT
                   SET ADDRESS OF DUMMY-FIELD
                     TO CSVPARSE-FIELD-ADDRESS
                   MOVE 'VALUE TOO LARGE FOR PACKED FIELD'
                     TO WS-EXCEPTION-REASON
                   PERFORM 9100-WRITE-CONVERT-EXCEPTION
               END-IF
           END-IF
           IF WS-XFORM-OK
               MOVE WS-NORM-VALUE TO WS-PACKED-VALUE
               MOVE WS-LAYOUT-TARGET-LENGTH(WS-CURR-LAYOUT-NDX)
                 TO WS-COPY-LENGTH
               MOVE WS-PACKED-X(LENGTH OF WS-PACKED-X
                                - WS-COPY-LENGTH + 1:WS-COPY-LENGTH)
                 TO OUT-RECORD(WS-LAYOUT-TARGET-POSN
                                 (WS-CURR-LAYOUT-NDX):WS-COPY-LENGTH)
           END-IF
           .

       1024-DROP-TRAILING-PART-CHAR.
      *    The byte just past the cut continues a UTF-8 character
      *    begun inside it - leave the whole character out.
           SUBTRACT 1 FROM WS-COPY-LENGTH
           .

       1025-DROP-LEADING-PART-CHAR.
      *    The cut falls inside a UTF-8 character - start after it,
      *    one byte further right in the target as well.
           ADD 1 TO WS-COPY-SRC-START
           ADD 1 TO WS-DEST-START
           SUBTRACT 1 FROM WS-COPY-LENGTH
           .

       1020-END-OF-ROW.
           EVALUATE TRUE
             WHEN WS-ROW-NUMBER = 1
           MOVE WS-HIST-START-STAMP TO HIST-START-TIMESTAMP
           MOVE CURRENT-DATE        TO HIST-END-TIMESTAMP
           >>IF IGY-COMPILER-VRM DEFINED
      *    The DD name stands in only when the PARM did not carry
      *    the input file's own name after the option bytes.
           IF WS-INPUT01-NAME = SPACES
               MOVE 'INPUT01'       TO HIST-INPUT-FILE-NAME
           ELSE
               MOVE WS-INPUT01-NAME TO HIST-INPUT-FILE-NAME
           END-IF
           MOVE 'OUTFILE'           TO HIST-OUTPUT-FILE-NAME
           >>ELSE
           MOVE WS-INPUT01-NAME     TO HIST-INPUT-FILE-NAME
