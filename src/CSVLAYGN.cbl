       Identification Division.
       Program-ID. CSVLAYGN.
      *
      * The purpose of this program is to stop anyone counting
      * columns by hand.  CSVEXTRC's and CSVCNVRT's LAYOUT files
      * give each field's position and length in a fixed-position
      * record, and the only reliable statement of those positions
      * is the record's own COBOL copybook.  This program reads the
      * copybook, resolves every PICTURE, USAGE, OCCURS, and
      * REDEFINES clause to byte positions the way the compiler
      * would, and writes the LAYOUT file for either program, so a
      * copybook change is one regenerate rather than a recount.
      *
      * The copybook is read as fixed-format source - columns 8-72,
      * a '*' or '/' in column 7 marking a comment line, a '-' in
      * column 7 continuing the previous line's literal or word,
      * and '*>' starting a comment to the end of the line.  Level
      * 88 condition names and level 66 RENAMES entries are passed
      * over; level 77 items are not part of any record.  VALUE,
      * SYNCHRONIZED, JUSTIFIED, BLANK WHEN ZERO, INDEXED BY, KEY
      * IS, and the rest change no byte positions and are ignored.
      * A COPY statement inside the copybook is not expanded - the
      * run stops and names it.
      *
      * The record laid out is the first level 01 (or lowest
      * level) item in the copybook, or the one named by the
      * optional record-name argument, and everything subordinate
      * to it.  Positions are those of the record's own bytes,
      * starting at 1, so SYNCHRONIZED slack bytes are not added.
      * An item that OCCURS goes out once per occurrence, named
      * with its subscripts - AMOUNT(3), or RATE(2,4) inside an
      * occurring group - in storage order.  OCCURS DEPENDING ON
      * lays out the maximum.  Only the first definition of any
      * storage goes into the layout: an item that REDEFINES
      * another, and everything under it, is listed on the report
      * and left out, as are FILLER items.  Hand-edit the layout if
      * the redefining view is the one wanted.
      *
      * The target program is a one-byte argument:
      *
      *   E  CSVEXTRC - alphanumeric and edited fields are sent with
      *      trailing spaces trimmed; numeric fields are read by
      *      their usage - S for zoned decimal, P for packed decimal
      *      (COMP-3), B or U for signed or unsigned binary (COMP,
      *      COMP-4, COMP-5) - with the PICTURE's implied decimal
      *      places.  A zoned field with SIGN LEADING or SIGN
      *      SEPARATE is sent as stored.
      *   C  CSVCNVRT - alphanumeric and edited fields are left
      *      justified, space padded; zoned and packed numeric
      *      fields are right justified amount columns (transform
      *      A) with the PICTURE's implied decimal places, packed
      *      ones with target usage P.  CSVCNVRT cannot write binary
      *      or floating-point targets, or SIGN LEADING or SEPARATE
      *      ones, so those are listed on the report and left out.
      *      Date columns are not recognizable from a PICTURE - edit
      *      their transform to D, M, or C by hand.
      *
      * Floating-point (COMP-1, COMP-2), INDEX, and POINTER items,
      * numeric items of more than 18 digits or more than 9
      * decimal places, PICTUREs scaled with P, and fields that end
      * past byte 2000 - the fixed record both programs use - are
      * listed and left out whichever program is the target.  A
      * column name is the copybook's data name plus any
      * subscripts, shortened from the right of the data name to
      * fit 30 bytes if need be.
      *
      * Every elementary item goes on the LAYRPT report with its
      * position, length, usage, digits, and decimal places, and
      * the reason it was left out, if it was, followed by a
      * trailer line showing the record's length and how many
      * fields were written and left out.
      *
      * The files are the COPYBOOK, LAYOUT, and LAYRPT DDs on IBM
      * Z, with the target program as the first byte of PARM and
      * an optional record name from its third byte (PARM='E' or
      * PARM='C,MASTER-REC'); on other platforms they are program
      * arguments 1-3, the target program argument 4, and the
      * record name the optional argument 5.
      *
      * As with EXAMPLE1 and CSVLOAD, the IBM Z portions of this
      * program are freehanded and conditionally compiled, since
      * there is no mainframe available to test against.
      *
       Environment Division.
       Configuration Section.
       Repository.
           Function All Intrinsic.
       Input-Output Section.
       File-Control.
           >>IF IGY-COMPILER-VRM DEFINED
           Select COPYBOOK Assign COPYBOOK
             Organization Line Sequential.
           Select LAYOUT Assign LAYOUT
             Organization Line Sequential.
           Select LAYRPT Assign LAYRPT
             Organization Line Sequential.
           >>ELSE
           Select COPYBOOK Assign WS-COPYBOOK-FILE-NAME
             Organization Line Sequential.
           Select LAYOUT Assign WS-LAYOUT-FILE-NAME
             Organization Line Sequential.
           Select LAYRPT Assign WS-LAYRPT-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  COPYBOOK.
       01  COPYBOOK-RECORD             PIC X(080).

       FD  LAYOUT.
       01  LAYOUT-RECORD.
           05  LAYOUT-COLUMN-NAME      PIC X(030).
           05  LAYOUT-POSN             PIC 9(004).
           05  LAYOUT-LENGTH           PIC 9(004).
           05  LAYOUT-EXTRC-RULES.
               10  LAYOUT-VALUE-RULE   PIC X(001).
               10  LAYOUT-SOURCE-USAGE PIC X(001).
               10  LAYOUT-EXTRC-DEC    PIC X(001).
               10  FILLER              PIC X(001).
           05  LAYOUT-CNVRT-RULES REDEFINES LAYOUT-EXTRC-RULES.
               10  LAYOUT-PAD-RULE     PIC X(001).
               10  LAYOUT-TRANSFORM    PIC X(001).
               10  LAYOUT-CNVRT-DEC    PIC X(001).
               10  LAYOUT-TARGET-USAGE PIC X(001).

       FD  LAYRPT
           Record Varying 1 To 160 Depending LAYRPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  LAYRPT-RECORD PIC X(160).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVLAYGN'.
           05  WS-MAX-ENTRIES          PIC S9(004) BINARY VALUE +2000.
           05  WS-MAX-LAYOUT           PIC S9(004) BINARY VALUE +500.
           05  WS-MAX-RECORD           PIC S9(009) BINARY VALUE +2000.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-COPYBOOK-FILE-NAME   PIC X(128)         VALUE
                                                   SPACES.
           05  WS-LAYOUT-FILE-NAME     PIC X(128)         VALUE
                                                   SPACES.
           05  WS-LAYRPT-FILE-NAME     PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  LAYRPT-RECORD-LENGTH    PIC S9(004) BINARY VALUE +0.
           05  WS-ARG-TARGET           PIC X(001)         VALUE SPACE.
               88  WS-TARGET-EXTRC                        VALUE 'E'.
               88  WS-TARGET-CNVRT                        VALUE 'C'.
           05  WS-ARG-RECORD-NAME      PIC X(030)         VALUE
                                                   SPACES.
           05  WS-LINES-READ           PIC S9(009) BINARY VALUE +0.
           05  WS-COL-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-SCAN-START           PIC S9(004) BINARY VALUE +0.
           05  WS-CHAR                 PIC X(001)         VALUE SPACE.
           05  WS-QUOTE-CHAR           PIC X(001)         VALUE SPACE.
           05  WS-TOKEN                PIC X(160)         VALUE
                                                   SPACES.
           05  WS-TOKEN-LEN            PIC S9(004) BINARY VALUE +0.
           05  WS-ENT-TOKEN-COUNT      PIC S9(004) BINARY VALUE +0.
           05  WS-EXPECT               PIC X(001)         VALUE SPACE.
               88  WS-EXPECT-NOTHING                      VALUE SPACE.
               88  WS-EXPECT-PICTURE                      VALUE 'P'.
               88  WS-EXPECT-OCCURS                       VALUE 'O'.
               88  WS-EXPECT-OCCURS-TO                    VALUE 'X'.
               88  WS-EXPECT-OCCURS-MAX                   VALUE 'T'.
               88  WS-EXPECT-REDEFINES                    VALUE 'R'.
           05  WS-PIC-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-PIC-LEN              PIC S9(004) BINARY VALUE +0.
           05  WS-PIC-SYMBOL           PIC X(001)         VALUE SPACE.
           05  WS-PIC-REPEAT           PIC S9(009) BINARY VALUE +0.
           05  WS-PIC-REPEAT-TEXT      PIC X(009)         VALUE
                                                   SPACES.
           05  WS-PIC-REPEAT-LEN       PIC S9(004) BINARY VALUE +0.
           05  WS-NDX                  PIC S9(004) BINARY VALUE +0.
           05  WS-SCAN-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-RECORD-START         PIC S9(004) BINARY VALUE +0.
           05  WS-RECORD-END           PIC S9(004) BINARY VALUE +0.
           05  WS-RECORD-LENGTH        PIC S9(009) BINARY VALUE +0.
           05  WS-ITEM-START           PIC S9(009) BINARY VALUE +0.
           05  WS-ITEM-END             PIC S9(009) BINARY VALUE +0.
           05  WS-FRAME-DEPTH          PIC S9(004) BINARY VALUE +0.
           05  WS-WALK-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-WALK-LEVEL           PIC S9(004) BINARY VALUE +0.
           05  WS-OCC-NDX              PIC S9(009) BINARY VALUE +0.
           05  WS-FIELD-POSN           PIC S9(009) BINARY VALUE +0.
           05  WS-FIELD-NAME           PIC X(030)         VALUE
                                                   SPACES.
           05  WS-NAME-LEN             PIC S9(004) BINARY VALUE +0.
           05  WS-SUFFIX               PIC X(030)         VALUE
                                                   SPACES.
           05  WS-SUFFIX-LEN           PIC S9(004) BINARY VALUE +0.
           05  WS-SUB-DISP             PIC 9(005)         VALUE 0.
           05  WS-SUB-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-USAGE-TEXT           PIC X(008)         VALUE
                                                   SPACES.
           05  WS-NOTE                 PIC X(050)         VALUE
                                                   SPACES.
           05  WS-FIELDS-SEEN          PIC S9(009) BINARY VALUE +0.
           05  WS-FIELDS-WRITTEN       PIC S9(009) BINARY VALUE +0.
           05  WS-FIELDS-LEFT-OUT      PIC S9(009) BINARY VALUE +0.
           05  WS-POSN-DISP            PIC 9(004).
           05  WS-LENGTH-DISP          PIC 9(004).
           05  WS-DIGITS-DISP          PIC 9(002).
           05  WS-DEC-DISP             PIC 9(001).
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.

      *    The entry being assembled from the copybook's tokens.
       01  WS-CURRENT-ENTRY.
           05  WS-CUR-LEVEL            PIC S9(004) BINARY VALUE +0.
           05  WS-CUR-NAME             PIC X(030)         VALUE
                                                   SPACES.
           05  WS-CUR-PICTURE          PIC X(060)         VALUE
                                                   SPACES.
           05  WS-CUR-USAGE            PIC X(001)         VALUE SPACE.
           05  WS-CUR-OCCURS           PIC S9(009) BINARY VALUE +1.
           05  WS-CUR-REDEFINES        PIC X(030)         VALUE
                                                   SPACES.
           05  WS-CUR-SIGN-LEADING-SW  PIC X(001)         VALUE 'N'.
           05  WS-CUR-SIGN-SEPARATE-SW PIC X(001)         VALUE 'N'.

       01  WS-SWITCHES.
           05  COPYBOOK-EOF-SW         PIC X(001) VALUE 'N'.
               88  COPYBOOK-EOF                   VALUE 'Y' FALSE 'N'.
           05  WS-IN-LITERAL-SW        PIC X(001) VALUE 'N'.
               88  WS-IN-LITERAL                  VALUE 'Y' FALSE 'N'.
           05  WS-LINE-DONE-SW         PIC X(001) VALUE 'N'.
               88  WS-LINE-DONE                   VALUE 'Y' FALSE 'N'.
           05  WS-PERIOD-SEEN-SW       PIC X(001) VALUE 'N'.
               88  WS-PERIOD-SEEN                 VALUE 'Y' FALSE 'N'.
           05  WS-SKIP-ENTRY-SW        PIC X(001) VALUE 'N'.
               88  WS-SKIP-ENTRY                  VALUE 'Y' FALSE 'N'.
           05  WS-PIC-V-SEEN-SW        PIC X(001) VALUE 'N'.
               88  WS-PIC-V-SEEN                  VALUE 'Y' FALSE 'N'.
           05  WS-WALK-DONE-SW         PIC X(001) VALUE 'N'.
               88  WS-WALK-DONE                   VALUE 'Y' FALSE 'N'.
           05  WS-WALK-RESTARTED-SW    PIC X(001) VALUE 'N'.
               88  WS-WALK-RESTARTED              VALUE 'Y' FALSE 'N'.
           05  WS-FOUND-SW             PIC X(001) VALUE 'N'.
               88  WS-FOUND                       VALUE 'Y' FALSE 'N'.

      *    Every level 01-49 entry in the copybook, in source order.
      *    WS-E-OFFSET is the entry's byte offset in the record with
      *    every enclosing OCCURS at its first occurrence, and
      *    WS-E-SIZE the bytes in one occurrence of it.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT          PIC S9(004) BINARY VALUE +0.
           05  WS-ENTRY OCCURS 2000 TIMES.
               10  WS-E-LEVEL          PIC S9(004) BINARY.
               10  WS-E-NAME           PIC X(030).
               10  WS-E-PICTURE        PIC X(060).
               10  WS-E-USAGE          PIC X(001).
                   88  WS-E-USAGE-DISPLAY          VALUE 'D'.
                   88  WS-E-USAGE-PACKED           VALUE 'P'.
                   88  WS-E-USAGE-BINARY           VALUE 'B'.
                   88  WS-E-USAGE-FLOAT-SHORT      VALUE '1'.
                   88  WS-E-USAGE-FLOAT-LONG       VALUE '2'.
                   88  WS-E-USAGE-INDEX            VALUE 'I'.
               10  WS-E-OCCURS         PIC S9(009) BINARY.
               10  WS-E-REDEFINES      PIC X(030).
               10  WS-E-SIGN-LEADING-SW
                                       PIC X(001).
                   88  WS-E-SIGN-LEADING           VALUE 'Y'.
               10  WS-E-SIGN-SEPARATE-SW
                                       PIC X(001).
                   88  WS-E-SIGN-SEPARATE          VALUE 'Y'.
               10  WS-E-CLASS          PIC X(001).
                   88  WS-E-CLASS-ALPHA            VALUE 'X'.
                   88  WS-E-CLASS-EDITED           VALUE 'E'.
                   88  WS-E-CLASS-NUMERIC          VALUE 'N'.
               10  WS-E-SIGNED-SW      PIC X(001).
                   88  WS-E-SIGNED                 VALUE 'Y'.
               10  WS-E-SCALED-SW      PIC X(001).
                   88  WS-E-SCALED                 VALUE 'Y'.
               10  WS-E-DISPLAY-SIZE   PIC S9(009) BINARY.
               10  WS-E-DIGITS         PIC S9(004) BINARY.
               10  WS-E-DECIMALS       PIC S9(004) BINARY.
               10  WS-E-GROUP-SW       PIC X(001).
                   88  WS-E-GROUP                  VALUE 'Y'.
               10  WS-E-SIZE           PIC S9(009) BINARY.
               10  WS-E-OFFSET         PIC S9(009) BINARY.
               10  WS-E-LISTED-SW      PIC X(001).
                   88  WS-E-LISTED                 VALUE 'Y'.

      *    Open groups while positions are resolved, and open
      *    occurring groups while the layout is written.
       01  WS-FRAME-TABLE.
           05  WS-FRAME OCCURS 50 TIMES.
               10  WS-F-LEVEL          PIC S9(004) BINARY.
               10  WS-F-NDX            PIC S9(004) BINARY.
               10  WS-F-NEXT           PIC S9(009) BINARY.
               10  WS-F-OCCURRENCE     PIC S9(009) BINARY.

       Linkage Section.
       >>IF IGY-COMPILER-VRM NOT DEFINED
       01  OS-PARM.
           05  OS-PARM-LENGTH      PIC S9(004) BINARY.
           05  OS-PARM-VALUE       PIC X(128).
       >>END-IF

       >>IF IGY-COMPILER-VRM NOT DEFINED
       77  DUMPER                  PIC S9(004) BINARY.
       >>END-IF

       >>IF IGY-COMPILER-VRM DEFINED
       Procedure Division Using OS-PARM.
       >>ELSE
       Procedure Division.
        >>END-IF
           PERFORM 0100-INIT

           OPEN INPUT COPYBOOK
           OPEN OUTPUT LAYOUT
           OPEN OUTPUT LAYRPT

           PERFORM 8010-READ-COPYBOOK
           PERFORM 1000-SCAN-COPYBOOK-LINE
             UNTIL COPYBOOK-EOF
           PERFORM 1300-END-TOKEN
           IF WS-ENT-TOKEN-COUNT > 0
               PERFORM 1500-END-ENTRY
           END-IF
           CLOSE COPYBOOK

           PERFORM 2000-FIND-RECORD
           PERFORM 2100-RESOLVE-POSITIONS
           PERFORM 3000-WRITE-LAYOUT

           PERFORM 8900-WRITE-TRAILER
           CLOSE LAYOUT
           CLOSE LAYRPT
           MOVE +0 TO RETURN-CODE
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM DEFINED
           IF OS-PARM-LENGTH >= 1
               MOVE UPPER-CASE(OS-PARM-VALUE(1:1)) TO WS-ARG-TARGET
           END-IF
           IF OS-PARM-LENGTH >= 3
               MOVE UPPER-CASE(OS-PARM-VALUE(3:OS-PARM-LENGTH - 2))
                 TO WS-ARG-RECORD-NAME
           END-IF
           >>ELSE
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 4
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-COPYBOOK-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-LAYOUT-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-LAYRPT-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-TARGET FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-TARGET) TO WS-ARG-TARGET
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARG-NB >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-RECORD-NAME FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-RECORD-NAME)
                 TO WS-ARG-RECORD-NAME
           END-IF
           >>END-IF

           IF NOT WS-TARGET-EXTRC AND NOT WS-TARGET-CNVRT
               DISPLAY MYNAME ' target program must be E or C'
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1510-CLEAR-CURRENT-ENTRY
           .

       1000-SCAN-COPYBOOK-LINE.
      *    A continuation line carries on the literal or word the
      *    previous line left open; any other line first ends it.
      *    A continued literal resumes after the continuation
      *    line's own opening quote.
           EVALUATE TRUE
             WHEN COPYBOOK-RECORD(7:1) = '*'
             OR COPYBOOK-RECORD(7:1) = '/'
                  CONTINUE
             WHEN COPYBOOK-RECORD(7:1) = '-'
                  MOVE 12 TO WS-SCAN-START
                  IF WS-IN-LITERAL
                      PERFORM 1010-FIND-CONTINUED-QUOTE
                  ELSE
                      PERFORM 1020-FIND-CONTINUED-WORD
                  END-IF
                  PERFORM 1100-SCAN-LINE-FROM
             WHEN OTHER
                  SET WS-IN-LITERAL TO FALSE
                  PERFORM 1300-END-TOKEN
                  MOVE 8 TO WS-SCAN-START
                  PERFORM 1100-SCAN-LINE-FROM
           END-EVALUATE
           PERFORM 8010-READ-COPYBOOK
           .

       1010-FIND-CONTINUED-QUOTE.
           PERFORM 1011-STEP-SCAN-START
             UNTIL WS-SCAN-START > 72
             OR COPYBOOK-RECORD(WS-SCAN-START:1) = WS-QUOTE-CHAR
           ADD 1 TO WS-SCAN-START
           .

       1011-STEP-SCAN-START.
           ADD 1 TO WS-SCAN-START
           .

       1020-FIND-CONTINUED-WORD.
           PERFORM 1011-STEP-SCAN-START
             UNTIL WS-SCAN-START > 72
             OR COPYBOOK-RECORD(WS-SCAN-START:1) NOT = SPACE
           .

       1100-SCAN-LINE-FROM.
           SET WS-LINE-DONE TO FALSE
           PERFORM 1110-SCAN-ONE-CHAR
             VARYING WS-COL-NDX FROM WS-SCAN-START BY 1
             UNTIL WS-COL-NDX > 72
             OR WS-LINE-DONE
           .

       1110-SCAN-ONE-CHAR.
           MOVE COPYBOOK-RECORD(WS-COL-NDX:1) TO WS-CHAR
           EVALUATE TRUE
             WHEN WS-IN-LITERAL
                  PERFORM 1200-APPEND-CHAR
                  IF WS-CHAR = WS-QUOTE-CHAR
                      IF WS-COL-NDX < 72
                      AND COPYBOOK-RECORD(WS-COL-NDX + 1:1)
                          = WS-QUOTE-CHAR
                          *> A doubled quote stands for one quote
                          *> inside the literal.
                          ADD 1 TO WS-COL-NDX
                          PERFORM 1200-APPEND-CHAR
                      ELSE
                          SET WS-IN-LITERAL TO FALSE
                      END-IF
                  END-IF
             WHEN WS-CHAR = QUOTE
             OR WS-CHAR = "'"
                  MOVE WS-CHAR TO WS-QUOTE-CHAR
                  SET WS-IN-LITERAL TO TRUE
                  PERFORM 1200-APPEND-CHAR
             WHEN WS-CHAR = '*'
             AND WS-COL-NDX < 72
             AND COPYBOOK-RECORD(WS-COL-NDX + 1:1) = '>'
                  PERFORM 1300-END-TOKEN
                  SET WS-LINE-DONE TO TRUE
             WHEN WS-CHAR = SPACE
                  PERFORM 1300-END-TOKEN
             WHEN OTHER
                  PERFORM 1200-APPEND-CHAR
           END-EVALUATE
           .

       1200-APPEND-CHAR.
           IF WS-TOKEN-LEN < LENGTH OF WS-TOKEN
               ADD 1 TO WS-TOKEN-LEN
               MOVE WS-CHAR TO WS-TOKEN(WS-TOKEN-LEN:1)
           END-IF
           .

       1300-END-TOKEN.
      *    A period that ends a token ends the entry, and a comma or
      *    semicolon that ends one is only a separator.  Neither can
      *    end a PICTURE string, so neither is ever part of one.
           SET WS-PERIOD-SEEN TO FALSE
           IF WS-TOKEN-LEN > 0
           AND NOT WS-IN-LITERAL
               IF WS-TOKEN(WS-TOKEN-LEN:1) = '.'
                   SET WS-PERIOD-SEEN TO TRUE
                   MOVE SPACE TO WS-TOKEN(WS-TOKEN-LEN:1)
                   SUBTRACT 1 FROM WS-TOKEN-LEN
               END-IF
               IF WS-TOKEN-LEN > 0
               AND (WS-TOKEN(WS-TOKEN-LEN:1) = ','
                    OR WS-TOKEN(WS-TOKEN-LEN:1) = ';')
                   MOVE SPACE TO WS-TOKEN(WS-TOKEN-LEN:1)
                   SUBTRACT 1 FROM WS-TOKEN-LEN
               END-IF
               IF WS-TOKEN-LEN > 0
                   PERFORM 1400-TAKE-TOKEN
               END-IF
               IF WS-PERIOD-SEEN
                   PERFORM 1500-END-ENTRY
               END-IF
               MOVE SPACES TO WS-TOKEN
               MOVE +0 TO WS-TOKEN-LEN
           END-IF
           .

       1400-TAKE-TOKEN.
           IF WS-TOKEN(1:1) NOT = QUOTE
           AND WS-TOKEN(1:1) NOT = "'"
               MOVE UPPER-CASE(WS-TOKEN) TO WS-TOKEN
           END-IF
           ADD 1 TO WS-ENT-TOKEN-COUNT
           EVALUATE TRUE
             WHEN WS-ENT-TOKEN-COUNT = 1
                  PERFORM 1410-TAKE-LEVEL-NUMBER
             WHEN WS-SKIP-ENTRY
                  CONTINUE
             WHEN WS-ENT-TOKEN-COUNT = 2
             AND WS-TOKEN NOT = 'PIC'
             AND WS-TOKEN NOT = 'PICTURE'
             AND WS-TOKEN NOT = 'REDEFINES'
             AND WS-TOKEN NOT = 'OCCURS'
             AND WS-TOKEN NOT = 'USAGE'
             AND WS-TOKEN NOT = 'VALUE'
                  MOVE WS-TOKEN TO WS-CUR-NAME
             WHEN WS-EXPECT-PICTURE
                  IF WS-TOKEN NOT = 'IS'
                      MOVE WS-TOKEN TO WS-CUR-PICTURE
                      SET WS-EXPECT-NOTHING TO TRUE
                  END-IF
             WHEN WS-EXPECT-OCCURS
             AND WS-TOKEN(1:WS-TOKEN-LEN) NUMERIC
                  COMPUTE WS-CUR-OCCURS =
                    NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
                  SET WS-EXPECT-OCCURS-TO TO TRUE
             WHEN WS-EXPECT-OCCURS-TO
             AND WS-TOKEN = 'TO'
                  SET WS-EXPECT-OCCURS-MAX TO TRUE
             WHEN WS-EXPECT-OCCURS-MAX
             AND WS-TOKEN(1:WS-TOKEN-LEN) NUMERIC
                  COMPUTE WS-CUR-OCCURS =
                    NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
                  SET WS-EXPECT-NOTHING TO TRUE
             WHEN WS-EXPECT-REDEFINES
                  MOVE WS-TOKEN TO WS-CUR-REDEFINES
                  SET WS-EXPECT-NOTHING TO TRUE
             WHEN OTHER
                  SET WS-EXPECT-NOTHING TO TRUE
                  PERFORM 1420-TAKE-CLAUSE-WORD
           END-EVALUATE
           .

       1410-TAKE-LEVEL-NUMBER.
           EVALUATE TRUE
             WHEN WS-TOKEN = 'EJECT' OR 'SKIP1' OR 'SKIP2' OR 'SKIP3'
                  *> Listing directives - no entry, no period.
                  MOVE +0 TO WS-ENT-TOKEN-COUNT
             WHEN WS-TOKEN = 'COPY'
                  DISPLAY MYNAME ' the copybook has a COPY statement'
                    ' of its own - lay out the expanded source'
                  PERFORM 9999-ABEND
             WHEN WS-TOKEN-LEN > 2
             OR WS-TOKEN(1:WS-TOKEN-LEN) NOT NUMERIC
                  DISPLAY MYNAME ' expected a level number, found '
                    WS-TOKEN(1:30)
                  PERFORM 9999-ABEND
             WHEN OTHER
                  COMPUTE WS-CUR-LEVEL =
                    NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
                  IF WS-CUR-LEVEL = 66 OR 88
                      SET WS-SKIP-ENTRY TO TRUE
                  END-IF
           END-EVALUATE
           .

       1420-TAKE-CLAUSE-WORD.
      *    Only the clauses that decide size and position are
      *    acted on; every other word - VALUE literals, INDEXED BY
      *    and DEPENDING ON names, SYNC, JUST - falls through.
           EVALUATE WS-TOKEN
             WHEN 'PIC'
             WHEN 'PICTURE'
                  SET WS-EXPECT-PICTURE TO TRUE
             WHEN 'OCCURS'
                  SET WS-EXPECT-OCCURS TO TRUE
             WHEN 'REDEFINES'
                  SET WS-EXPECT-REDEFINES TO TRUE
             WHEN 'DISPLAY'
                  MOVE 'D' TO WS-CUR-USAGE
             WHEN 'COMP-3'
             WHEN 'COMPUTATIONAL-3'
             WHEN 'PACKED-DECIMAL'
                  MOVE 'P' TO WS-CUR-USAGE
             WHEN 'COMP'
             WHEN 'COMPUTATIONAL'
             WHEN 'COMP-4'
             WHEN 'COMPUTATIONAL-4'
             WHEN 'COMP-5'
             WHEN 'COMPUTATIONAL-5'
             WHEN 'BINARY'
                  MOVE 'B' TO WS-CUR-USAGE
             WHEN 'COMP-1'
             WHEN 'COMPUTATIONAL-1'
                  MOVE '1' TO WS-CUR-USAGE
             WHEN 'COMP-2'
             WHEN 'COMPUTATIONAL-2'
                  MOVE '2' TO WS-CUR-USAGE
             WHEN 'INDEX'
             WHEN 'POINTER'
                  MOVE 'I' TO WS-CUR-USAGE
             WHEN 'LEADING'
                  MOVE 'Y' TO WS-CUR-SIGN-LEADING-SW
             WHEN 'SEPARATE'
                  MOVE 'Y' TO WS-CUR-SIGN-SEPARATE-SW
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

       1500-END-ENTRY.
           IF WS-ENT-TOKEN-COUNT > 0
           AND NOT WS-SKIP-ENTRY
               PERFORM 1600-STORE-ENTRY
           END-IF
           PERFORM 1510-CLEAR-CURRENT-ENTRY
           .

       1510-CLEAR-CURRENT-ENTRY.
           MOVE +0 TO WS-ENT-TOKEN-COUNT
           MOVE +0 TO WS-CUR-LEVEL
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-PICTURE
           MOVE SPACE TO WS-CUR-USAGE
           MOVE +1 TO WS-CUR-OCCURS
           MOVE SPACES TO WS-CUR-REDEFINES
           MOVE 'N' TO WS-CUR-SIGN-LEADING-SW
           MOVE 'N' TO WS-CUR-SIGN-SEPARATE-SW
           SET WS-EXPECT-NOTHING TO TRUE
           SET WS-SKIP-ENTRY TO FALSE
           .

       1600-STORE-ENTRY.
           IF WS-CUR-LEVEL < 1
           OR (WS-CUR-LEVEL > 49 AND WS-CUR-LEVEL NOT = 77)
               DISPLAY MYNAME ' invalid level number ' WS-CUR-LEVEL
                 ' for ' WS-CUR-NAME
               PERFORM 9999-ABEND
           END-IF
           IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
               DISPLAY MYNAME ' the copybook has more than '
                 WS-MAX-ENTRIES ' data entries'
               PERFORM 9999-ABEND
           END-IF
           IF WS-CUR-OCCURS < 1
               DISPLAY MYNAME ' invalid OCCURS count for '
                 WS-CUR-NAME
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-NDX
           INITIALIZE WS-ENTRY(WS-NDX)
           MOVE WS-CUR-LEVEL     TO WS-E-LEVEL(WS-NDX)
           IF WS-CUR-NAME = SPACES
               MOVE 'FILLER' TO WS-E-NAME(WS-NDX)
           ELSE
               MOVE WS-CUR-NAME  TO WS-E-NAME(WS-NDX)
           END-IF
           MOVE WS-CUR-PICTURE   TO WS-E-PICTURE(WS-NDX)
           MOVE WS-CUR-USAGE     TO WS-E-USAGE(WS-NDX)
           MOVE WS-CUR-OCCURS    TO WS-E-OCCURS(WS-NDX)
           MOVE WS-CUR-REDEFINES TO WS-E-REDEFINES(WS-NDX)
           MOVE WS-CUR-SIGN-LEADING-SW
             TO WS-E-SIGN-LEADING-SW(WS-NDX)
           MOVE WS-CUR-SIGN-SEPARATE-SW
             TO WS-E-SIGN-SEPARATE-SW(WS-NDX)
           MOVE 'N' TO WS-E-LISTED-SW(WS-NDX)
           IF WS-CUR-PICTURE NOT = SPACES
               PERFORM 1700-ANALYZE-PICTURE
           END-IF
           .

       1700-ANALYZE-PICTURE.
      *    Count the PICTURE's symbols, repetition factors and all,
      *    into display bytes, digits, and decimal places, and
      *    class the item alphanumeric, edited, or numeric.
           MOVE +0 TO WS-E-DISPLAY-SIZE(WS-NDX)
           MOVE +0 TO WS-E-DIGITS(WS-NDX)
           MOVE +0 TO WS-E-DECIMALS(WS-NDX)
           MOVE 'N' TO WS-E-SIGNED-SW(WS-NDX)
           MOVE 'N' TO WS-E-SCALED-SW(WS-NDX)
           MOVE 'N' TO WS-E-CLASS(WS-NDX)
           SET WS-PIC-V-SEEN TO FALSE
           MOVE +0 TO WS-PIC-LEN
           PERFORM 1701-MEASURE-PICTURE
             VARYING WS-PIC-NDX FROM 1 BY 1
             UNTIL WS-PIC-NDX > LENGTH OF WS-E-PICTURE(WS-NDX)
           MOVE +1 TO WS-PIC-NDX
           PERFORM 1710-TAKE-ONE-PIC-SYMBOL
             UNTIL WS-PIC-NDX > WS-PIC-LEN
           .

       1701-MEASURE-PICTURE.
           IF WS-E-PICTURE(WS-NDX)(WS-PIC-NDX:1) NOT = SPACE
               MOVE WS-PIC-NDX TO WS-PIC-LEN
           END-IF
           .

       1710-TAKE-ONE-PIC-SYMBOL.
           MOVE WS-E-PICTURE(WS-NDX)(WS-PIC-NDX:1) TO WS-PIC-SYMBOL
           ADD 1 TO WS-PIC-NDX
           MOVE +1 TO WS-PIC-REPEAT
           IF WS-PIC-NDX <= WS-PIC-LEN
           AND WS-E-PICTURE(WS-NDX)(WS-PIC-NDX:1) = '('
               PERFORM 1720-TAKE-REPEAT-FACTOR
           END-IF
           EVALUATE WS-PIC-SYMBOL
             WHEN '9'
                  ADD WS-PIC-REPEAT TO WS-E-DIGITS(WS-NDX)
                  ADD WS-PIC-REPEAT TO WS-E-DISPLAY-SIZE(WS-NDX)
                  IF WS-PIC-V-SEEN
                      ADD WS-PIC-REPEAT TO WS-E-DECIMALS(WS-NDX)
                  END-IF
             WHEN 'S'
                  MOVE 'Y' TO WS-E-SIGNED-SW(WS-NDX)
             WHEN 'V'
                  SET WS-PIC-V-SEEN TO TRUE
             WHEN 'P'
                  MOVE 'Y' TO WS-E-SCALED-SW(WS-NDX)
             WHEN 'X'
             WHEN 'A'
                  ADD WS-PIC-REPEAT TO WS-E-DISPLAY-SIZE(WS-NDX)
                  MOVE 'X' TO WS-E-CLASS(WS-NDX)
             WHEN 'N'
             WHEN 'G'
                  COMPUTE WS-E-DISPLAY-SIZE(WS-NDX) =
                    WS-E-DISPLAY-SIZE(WS-NDX) + WS-PIC-REPEAT * 2
                  MOVE 'X' TO WS-E-CLASS(WS-NDX)
             WHEN 'C'
             WHEN 'D'
                  *> CR or DB - two bytes for the one symbol.
                  ADD 2 TO WS-E-DISPLAY-SIZE(WS-NDX)
                  ADD 1 TO WS-PIC-NDX
                  PERFORM 1730-MARK-EDITED
             WHEN 'Z'
             WHEN '*'
             WHEN '+'
             WHEN '-'
             WHEN '$'
             WHEN ','
             WHEN '.'
             WHEN '/'
             WHEN 'B'
             WHEN '0'
             WHEN 'E'
                  ADD WS-PIC-REPEAT TO WS-E-DISPLAY-SIZE(WS-NDX)
                  PERFORM 1730-MARK-EDITED
             WHEN OTHER
                  DISPLAY MYNAME ' cannot read the PICTURE of '
                    WS-E-NAME(WS-NDX) ': ' WS-E-PICTURE(WS-NDX)
                  PERFORM 9999-ABEND
           END-EVALUATE
           .

       1720-TAKE-REPEAT-FACTOR.
           ADD 1 TO WS-PIC-NDX
           MOVE SPACES TO WS-PIC-REPEAT-TEXT
           MOVE +0 TO WS-PIC-REPEAT-LEN
           PERFORM 1721-TAKE-ONE-REPEAT-DIGIT
             UNTIL WS-PIC-NDX > WS-PIC-LEN
             OR WS-E-PICTURE(WS-NDX)(WS-PIC-NDX:1) = ')'
           ADD 1 TO WS-PIC-NDX
           IF WS-PIC-REPEAT-LEN = 0
           OR WS-PIC-REPEAT-TEXT(1:WS-PIC-REPEAT-LEN) NOT NUMERIC
               DISPLAY MYNAME ' cannot read the PICTURE of '
                 WS-E-NAME(WS-NDX) ': ' WS-E-PICTURE(WS-NDX)
               PERFORM 9999-ABEND
           END-IF
           COMPUTE WS-PIC-REPEAT =
             NUMVAL(WS-PIC-REPEAT-TEXT(1:WS-PIC-REPEAT-LEN))
           .

       1721-TAKE-ONE-REPEAT-DIGIT.
           IF WS-PIC-REPEAT-LEN < LENGTH OF WS-PIC-REPEAT-TEXT
               ADD 1 TO WS-PIC-REPEAT-LEN
               MOVE WS-E-PICTURE(WS-NDX)(WS-PIC-NDX:1)
                 TO WS-PIC-REPEAT-TEXT(WS-PIC-REPEAT-LEN:1)
           END-IF
           ADD 1 TO WS-PIC-NDX
           .

       1730-MARK-EDITED.
           IF NOT WS-E-CLASS-ALPHA(WS-NDX)
               MOVE 'E' TO WS-E-CLASS(WS-NDX)
           END-IF
           .

       2000-FIND-RECORD.
      *    The record is the named entry, or the first entry that
      *    is not a level 77, and every entry after it with a
      *    higher level number.
           MOVE +0 TO WS-RECORD-START
           PERFORM 2010-TRY-ONE-RECORD-ENTRY
             VARYING WS-NDX FROM 1 BY 1
             UNTIL WS-NDX > WS-ENTRY-COUNT
             OR WS-RECORD-START > 0
           IF WS-RECORD-START = 0
               DISPLAY MYNAME ' no record ' WS-ARG-RECORD-NAME
                 ' found in the copybook'
               PERFORM 9999-ABEND
           END-IF
           MOVE WS-RECORD-START TO WS-RECORD-END
           SET WS-FOUND TO FALSE
           PERFORM 2020-EXTEND-RECORD-END
             VARYING WS-NDX FROM WS-RECORD-START BY 1
             UNTIL WS-NDX >= WS-ENTRY-COUNT
             OR WS-FOUND
           .

       2010-TRY-ONE-RECORD-ENTRY.
           IF WS-E-LEVEL(WS-NDX) NOT = 77
           AND (WS-ARG-RECORD-NAME = SPACES
                OR WS-ARG-RECORD-NAME = WS-E-NAME(WS-NDX))
               MOVE WS-NDX TO WS-RECORD-START
           END-IF
           .

       2020-EXTEND-RECORD-END.
           IF WS-E-LEVEL(WS-NDX + 1) > WS-E-LEVEL(WS-RECORD-START)
           AND WS-E-LEVEL(WS-NDX + 1) NOT = 77
               ADD 1 TO WS-RECORD-END
           ELSE
               SET WS-FOUND TO TRUE
           END-IF
           .

       2100-RESOLVE-POSITIONS.
      *    One pass in source order.  Each open group holds the
      *    next free offset inside it; an entry starts there, or
      *    where the entry it REDEFINES starts, and pushes the
      *    group's next free offset past itself - all of its
      *    occurrences - unless that is already further on.  A
      *    group's size is only known when its last subordinate has
      *    been placed, as the next entry at its level or above
      *    closes it.
           MOVE +0 TO WS-FRAME-DEPTH
           PERFORM 2110-PLACE-ONE-ENTRY
             VARYING WS-NDX FROM WS-RECORD-START BY 1
             UNTIL WS-NDX > WS-RECORD-END
           PERFORM 2130-CLOSE-ONE-GROUP
             UNTIL WS-FRAME-DEPTH = 0
           COMPUTE WS-RECORD-LENGTH =
             WS-E-SIZE(WS-RECORD-START) * WS-E-OCCURS(WS-RECORD-START)
           .

       2110-PLACE-ONE-ENTRY.
           PERFORM 2130-CLOSE-ONE-GROUP
             UNTIL WS-FRAME-DEPTH = 0
             OR WS-F-LEVEL(WS-FRAME-DEPTH) < WS-E-LEVEL(WS-NDX)
           IF WS-FRAME-DEPTH = 0
               MOVE +0 TO WS-ITEM-START
           ELSE
               MOVE WS-F-NEXT(WS-FRAME-DEPTH) TO WS-ITEM-START
           END-IF
           IF WS-E-REDEFINES(WS-NDX) NOT = SPACES
           AND WS-NDX > WS-RECORD-START
               PERFORM 2140-FIND-REDEFINED-ENTRY
           END-IF
           MOVE WS-ITEM-START TO WS-E-OFFSET(WS-NDX)

           IF WS-NDX < WS-RECORD-END
           AND WS-E-LEVEL(WS-NDX + 1) > WS-E-LEVEL(WS-NDX)
               MOVE 'Y' TO WS-E-GROUP-SW(WS-NDX)
               IF WS-FRAME-DEPTH >= 50
                   DISPLAY MYNAME ' groups nested too deeply at '
                     WS-E-NAME(WS-NDX)
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-FRAME-DEPTH
               MOVE WS-E-LEVEL(WS-NDX) TO WS-F-LEVEL(WS-FRAME-DEPTH)
               MOVE WS-NDX TO WS-F-NDX(WS-FRAME-DEPTH)
               MOVE WS-ITEM-START TO WS-F-NEXT(WS-FRAME-DEPTH)
           ELSE
               PERFORM 2120-SIZE-ELEMENTARY-ITEM
               COMPUTE WS-ITEM-END = WS-ITEM-START
                 + WS-E-SIZE(WS-NDX) * WS-E-OCCURS(WS-NDX)
               IF WS-FRAME-DEPTH > 0
               AND WS-ITEM-END > WS-F-NEXT(WS-FRAME-DEPTH)
                   MOVE WS-ITEM-END TO WS-F-NEXT(WS-FRAME-DEPTH)
               END-IF
           END-IF
           .

       2120-SIZE-ELEMENTARY-ITEM.
      *    A USAGE on a group applies to everything under it that
      *    does not carry its own.
           IF WS-E-USAGE(WS-NDX) = SPACE
               MOVE 'D' TO WS-E-USAGE(WS-NDX)
               PERFORM 2121-INHERIT-GROUP-USAGE
                 VARYING WS-SCAN-NDX FROM WS-FRAME-DEPTH BY -1
                 UNTIL WS-SCAN-NDX < 1
           END-IF
           IF WS-E-PICTURE(WS-NDX) = SPACES
           AND NOT WS-E-USAGE-FLOAT-SHORT(WS-NDX)
           AND NOT WS-E-USAGE-FLOAT-LONG(WS-NDX)
           AND NOT WS-E-USAGE-INDEX(WS-NDX)
               DISPLAY MYNAME ' elementary item ' WS-E-NAME(WS-NDX)
                 ' has no PICTURE'
               PERFORM 9999-ABEND
           END-IF
           IF (WS-E-USAGE-PACKED(WS-NDX) OR WS-E-USAGE-BINARY(WS-NDX))
           AND NOT WS-E-CLASS-NUMERIC(WS-NDX)
               DISPLAY MYNAME ' item ' WS-E-NAME(WS-NDX)
                 ' is COMP or COMP-3 without a numeric PICTURE'
               PERFORM 9999-ABEND
           END-IF
           EVALUATE TRUE
             WHEN WS-E-USAGE-PACKED(WS-NDX)
                  COMPUTE WS-E-SIZE(WS-NDX) =
                    WS-E-DIGITS(WS-NDX) / 2 + 1
             WHEN WS-E-USAGE-BINARY(WS-NDX)
                  EVALUATE TRUE
                    WHEN WS-E-DIGITS(WS-NDX) <= 4
                         MOVE +2 TO WS-E-SIZE(WS-NDX)
                    WHEN WS-E-DIGITS(WS-NDX) <= 9
                         MOVE +4 TO WS-E-SIZE(WS-NDX)
                    WHEN OTHER
                         MOVE +8 TO WS-E-SIZE(WS-NDX)
                  END-EVALUATE
             WHEN WS-E-USAGE-FLOAT-SHORT(WS-NDX)
             WHEN WS-E-USAGE-INDEX(WS-NDX)
                  MOVE +4 TO WS-E-SIZE(WS-NDX)
             WHEN WS-E-USAGE-FLOAT-LONG(WS-NDX)
                  MOVE +8 TO WS-E-SIZE(WS-NDX)
             WHEN OTHER
                  MOVE WS-E-DISPLAY-SIZE(WS-NDX) TO WS-E-SIZE(WS-NDX)
                  IF WS-E-SIGNED(WS-NDX)
                  AND WS-E-SIGN-SEPARATE(WS-NDX)
                      ADD 1 TO WS-E-SIZE(WS-NDX)
                  END-IF
           END-EVALUATE
           .

       2121-INHERIT-GROUP-USAGE.
           IF WS-E-USAGE(WS-F-NDX(WS-SCAN-NDX)) NOT = SPACE
               MOVE WS-E-USAGE(WS-F-NDX(WS-SCAN-NDX))
                 TO WS-E-USAGE(WS-NDX)
               MOVE +0 TO WS-SCAN-NDX
           END-IF
           .

       2130-CLOSE-ONE-GROUP.
           MOVE WS-F-NDX(WS-FRAME-DEPTH) TO WS-SCAN-NDX
           COMPUTE WS-E-SIZE(WS-SCAN-NDX) =
             WS-F-NEXT(WS-FRAME-DEPTH) - WS-E-OFFSET(WS-SCAN-NDX)
           COMPUTE WS-ITEM-END = WS-E-OFFSET(WS-SCAN-NDX)
             + WS-E-SIZE(WS-SCAN-NDX) * WS-E-OCCURS(WS-SCAN-NDX)
           SUBTRACT 1 FROM WS-FRAME-DEPTH
           IF WS-FRAME-DEPTH > 0
           AND WS-ITEM-END > WS-F-NEXT(WS-FRAME-DEPTH)
               MOVE WS-ITEM-END TO WS-F-NEXT(WS-FRAME-DEPTH)
           END-IF
           .

       2140-FIND-REDEFINED-ENTRY.
      *    The redefined item is the nearest earlier entry at the
      *    same level under the same group.
           SET WS-FOUND TO FALSE
           PERFORM 2141-TRY-ONE-EARLIER-ENTRY
             VARYING WS-SCAN-NDX FROM WS-NDX BY -1
             UNTIL WS-SCAN-NDX <= WS-RECORD-START
             OR WS-FOUND
           IF NOT WS-FOUND
               DISPLAY MYNAME ' ' WS-E-NAME(WS-NDX) ' redefines '
                 WS-E-REDEFINES(WS-NDX) ', which is not found at'
                 ' its level'
               PERFORM 9999-ABEND
           END-IF
           .

       2141-TRY-ONE-EARLIER-ENTRY.
           IF WS-SCAN-NDX < WS-NDX
               EVALUATE TRUE
                 WHEN WS-E-LEVEL(WS-SCAN-NDX) < WS-E-LEVEL(WS-NDX)
                      MOVE WS-RECORD-START TO WS-SCAN-NDX
                 WHEN WS-E-LEVEL(WS-SCAN-NDX) = WS-E-LEVEL(WS-NDX)
                 AND WS-E-NAME(WS-SCAN-NDX) = WS-E-REDEFINES(WS-NDX)
                      MOVE WS-E-OFFSET(WS-SCAN-NDX) TO WS-ITEM-START
                      SET WS-FOUND TO TRUE
                 WHEN OTHER
                      CONTINUE
               END-EVALUATE
           END-IF
           .

       3000-WRITE-LAYOUT.
      *    A second pass in source order writes the layout.  An
      *    occurring group stays open until its last occurrence;
      *    the entry after its last subordinate sends the walk back
      *    to its first subordinate for the next occurrence, so the
      *    fields come out in storage order.
           MOVE +0 TO WS-FRAME-DEPTH
           MOVE WS-RECORD-START TO WS-WALK-NDX
           IF WS-E-GROUP(WS-RECORD-START)
               ADD 1 TO WS-WALK-NDX
           END-IF
           SET WS-WALK-DONE TO FALSE
           PERFORM 3100-WALK-ONE-STEP
             UNTIL WS-WALK-DONE
           .

       3100-WALK-ONE-STEP.
           IF WS-WALK-NDX > WS-RECORD-END
               MOVE +0 TO WS-WALK-LEVEL
           ELSE
               MOVE WS-E-LEVEL(WS-WALK-NDX) TO WS-WALK-LEVEL
           END-IF
           SET WS-WALK-RESTARTED TO FALSE
           PERFORM 3110-UNWIND-ONE-FRAME
             UNTIL WS-FRAME-DEPTH = 0
             OR WS-F-LEVEL(WS-FRAME-DEPTH) < WS-WALK-LEVEL
             OR WS-WALK-RESTARTED
           EVALUATE TRUE
             WHEN WS-WALK-RESTARTED
                  CONTINUE
             WHEN WS-WALK-NDX > WS-RECORD-END
                  SET WS-WALK-DONE TO TRUE
             WHEN OTHER
                  PERFORM 3120-WALK-ENTRY
           END-EVALUATE
           .

       3110-UNWIND-ONE-FRAME.
           IF WS-F-OCCURRENCE(WS-FRAME-DEPTH)
              < WS-E-OCCURS(WS-F-NDX(WS-FRAME-DEPTH))
               ADD 1 TO WS-F-OCCURRENCE(WS-FRAME-DEPTH)
               COMPUTE WS-WALK-NDX = WS-F-NDX(WS-FRAME-DEPTH) + 1
               SET WS-WALK-RESTARTED TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-FRAME-DEPTH
           END-IF
           .

       3120-WALK-ENTRY.
           MOVE WS-WALK-NDX TO WS-NDX
           EVALUATE TRUE
             WHEN WS-E-REDEFINES(WS-NDX) NOT = SPACES
                  *> Only the first definition of the storage goes
                  *> into the layout; the redefining view, and all
                  *> under it, is listed once and stepped over.
                  IF NOT WS-E-LISTED(WS-NDX)
                      MOVE SPACES TO WS-NOTE
                      STRING 'REDEFINES ' DELIMITED BY SIZE
                        WS-E-REDEFINES(WS-NDX) DELIMITED BY SPACE
                        ' - NOT IN LAYOUT' DELIMITED BY SIZE
                        INTO WS-NOTE
                      END-STRING
                      COMPUTE WS-FIELD-POSN = WS-E-OFFSET(WS-NDX) + 1
                      MOVE WS-E-NAME(WS-NDX) TO WS-FIELD-NAME
                      PERFORM 9000-WRITE-REPORT-LINE
                      MOVE 'Y' TO WS-E-LISTED-SW(WS-NDX)
                  END-IF
                  PERFORM 3121-STEP-PAST-SUBORDINATE
                    UNTIL WS-WALK-NDX > WS-RECORD-END
                    OR (WS-WALK-NDX > WS-NDX
                        AND WS-E-LEVEL(WS-WALK-NDX)
                            <= WS-E-LEVEL(WS-NDX))
             WHEN WS-E-GROUP(WS-NDX)
                  ADD 1 TO WS-FRAME-DEPTH
                  MOVE WS-E-LEVEL(WS-NDX) TO WS-F-LEVEL(WS-FRAME-DEPTH)
                  MOVE WS-NDX TO WS-F-NDX(WS-FRAME-DEPTH)
                  MOVE +1 TO WS-F-OCCURRENCE(WS-FRAME-DEPTH)
                  ADD 1 TO WS-WALK-NDX
             WHEN OTHER
                  PERFORM 3200-EMIT-ONE-OCCURRENCE
                    VARYING WS-OCC-NDX FROM 1 BY 1
                    UNTIL WS-OCC-NDX > WS-E-OCCURS(WS-NDX)
                  ADD 1 TO WS-WALK-NDX
           END-EVALUATE
           .

       3121-STEP-PAST-SUBORDINATE.
           ADD 1 TO WS-WALK-NDX
           .

       3200-EMIT-ONE-OCCURRENCE.
      *    The occurrence's position is its first-occurrence offset
      *    moved along by one group size for every later occurrence
      *    of each open occurring group, and one item size for its
      *    own.
           COMPUTE WS-FIELD-POSN = WS-E-OFFSET(WS-NDX) + 1
             + (WS-OCC-NDX - 1) * WS-E-SIZE(WS-NDX)
           PERFORM 3210-ADD-GROUP-DISPLACEMENT
             VARYING WS-SUB-NDX FROM 1 BY 1
             UNTIL WS-SUB-NDX > WS-FRAME-DEPTH
           PERFORM 3300-BUILD-FIELD-NAME
           ADD 1 TO WS-FIELDS-SEEN
           MOVE SPACES TO WS-NOTE
           PERFORM 3400-CHECK-FIELD-SUPPORTED
           IF WS-NOTE = SPACES
               PERFORM 3500-WRITE-LAYOUT-ENTRY
           ELSE
               IF NOT WS-E-NAME(WS-NDX) = 'FILLER'
                   ADD 1 TO WS-FIELDS-LEFT-OUT
               END-IF
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE
           .

       3210-ADD-GROUP-DISPLACEMENT.
           COMPUTE WS-FIELD-POSN = WS-FIELD-POSN
             + (WS-F-OCCURRENCE(WS-SUB-NDX) - 1)
               * WS-E-SIZE(WS-F-NDX(WS-SUB-NDX))
           .

       3300-BUILD-FIELD-NAME.
      *    The data name plus a subscript for each occurring group
      *    it sits in and for its own OCCURS, outermost first.
           MOVE SPACES TO WS-SUFFIX
           MOVE +0 TO WS-SUFFIX-LEN
           PERFORM 3310-ADD-GROUP-SUBSCRIPT
             VARYING WS-SUB-NDX FROM 1 BY 1
             UNTIL WS-SUB-NDX > WS-FRAME-DEPTH
           IF WS-E-OCCURS(WS-NDX) > 1
               MOVE WS-OCC-NDX TO WS-SUB-DISP
               PERFORM 3320-APPEND-SUBSCRIPT
           END-IF
           IF WS-SUFFIX-LEN > 0
               ADD 1 TO WS-SUFFIX-LEN
               MOVE ')' TO WS-SUFFIX(WS-SUFFIX-LEN:1)
           END-IF
           MOVE +0 TO WS-NAME-LEN
           PERFORM 3330-MEASURE-NAME
             VARYING WS-SCAN-NDX FROM 1 BY 1
             UNTIL WS-SCAN-NDX > LENGTH OF WS-E-NAME(WS-NDX)
           IF WS-NAME-LEN + WS-SUFFIX-LEN > LENGTH OF WS-FIELD-NAME
               COMPUTE WS-NAME-LEN =
                 LENGTH OF WS-FIELD-NAME - WS-SUFFIX-LEN
           END-IF
           MOVE SPACES TO WS-FIELD-NAME
           MOVE WS-E-NAME(WS-NDX)(1:WS-NAME-LEN) TO WS-FIELD-NAME
           IF WS-SUFFIX-LEN > 0
               MOVE WS-SUFFIX(1:WS-SUFFIX-LEN)
                 TO WS-FIELD-NAME(WS-NAME-LEN + 1:WS-SUFFIX-LEN)
           END-IF
           .

       3310-ADD-GROUP-SUBSCRIPT.
           IF WS-E-OCCURS(WS-F-NDX(WS-SUB-NDX)) > 1
               MOVE WS-F-OCCURRENCE(WS-SUB-NDX) TO WS-SUB-DISP
               PERFORM 3320-APPEND-SUBSCRIPT
           END-IF
           .

       3320-APPEND-SUBSCRIPT.
           ADD 1 TO WS-SUFFIX-LEN
           IF WS-SUFFIX-LEN = 1
               MOVE '(' TO WS-SUFFIX(WS-SUFFIX-LEN:1)
           ELSE
               MOVE ',' TO WS-SUFFIX(WS-SUFFIX-LEN:1)
           END-IF
           MOVE +1 TO WS-SCAN-NDX
           PERFORM 3321-SKIP-SUBSCRIPT-ZERO
             UNTIL WS-SCAN-NDX >= LENGTH OF WS-SUB-DISP
             OR WS-SUB-DISP(WS-SCAN-NDX:1) NOT = '0'
           PERFORM 3322-TAKE-SUBSCRIPT-DIGIT
             VARYING WS-SCAN-NDX FROM WS-SCAN-NDX BY 1
             UNTIL WS-SCAN-NDX > LENGTH OF WS-SUB-DISP
           .

       3321-SKIP-SUBSCRIPT-ZERO.
           ADD 1 TO WS-SCAN-NDX
           .

       3322-TAKE-SUBSCRIPT-DIGIT.
           ADD 1 TO WS-SUFFIX-LEN
           MOVE WS-SUB-DISP(WS-SCAN-NDX:1)
             TO WS-SUFFIX(WS-SUFFIX-LEN:1)
           .

       3330-MEASURE-NAME.
           IF WS-E-NAME(WS-NDX)(WS-SCAN-NDX:1) NOT = SPACE
               MOVE WS-SCAN-NDX TO WS-NAME-LEN
           END-IF
           .

       3400-CHECK-FIELD-SUPPORTED.
      *    Sets WS-NOTE to the reason a field stays out of the
      *    layout, or leaves it blank.
           EVALUATE TRUE
             WHEN WS-E-NAME(WS-NDX) = 'FILLER'
                  MOVE 'FILLER - NOT IN LAYOUT' TO WS-NOTE
             WHEN WS-E-USAGE-FLOAT-SHORT(WS-NDX)
             OR WS-E-USAGE-FLOAT-LONG(WS-NDX)
                  MOVE 'FLOATING POINT - NOT SUPPORTED' TO WS-NOTE
             WHEN WS-E-USAGE-INDEX(WS-NDX)
                  MOVE 'INDEX OR POINTER - NOT SUPPORTED' TO WS-NOTE
             WHEN WS-FIELD-POSN + WS-E-SIZE(WS-NDX) - 1
                  > WS-MAX-RECORD
                  MOVE 'ENDS PAST BYTE 2000 - NOT SUPPORTED'
                    TO WS-NOTE
             WHEN NOT WS-E-CLASS-NUMERIC(WS-NDX)
                  CONTINUE
             WHEN WS-E-SCALED(WS-NDX)
                  MOVE 'PICTURE SCALED WITH P - NOT SUPPORTED'
                    TO WS-NOTE
             WHEN WS-E-DIGITS(WS-NDX) > 18
             OR WS-E-DECIMALS(WS-NDX) > 9
                  MOVE 'OVER 18 DIGITS OR 9 DECIMALS - NOT SUPPORTED'
                    TO WS-NOTE
             WHEN WS-TARGET-CNVRT
             AND WS-E-USAGE-BINARY(WS-NDX)
                  MOVE 'BINARY - NOT FOR CSVCNVRT'
                    TO WS-NOTE
             WHEN WS-TARGET-CNVRT
             AND WS-E-USAGE-DISPLAY(WS-NDX)
             AND WS-E-SIGNED(WS-NDX)
             AND (WS-E-SIGN-LEADING(WS-NDX)
                  OR WS-E-SIGN-SEPARATE(WS-NDX))
                  MOVE 'SIGN LEADING/SEPARATE - NOT FOR CSVCNVRT'
                    TO WS-NOTE
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

       3500-WRITE-LAYOUT-ENTRY.
           IF WS-FIELDS-WRITTEN >= WS-MAX-LAYOUT
               DISPLAY MYNAME ' more than ' WS-MAX-LAYOUT
                 ' layout entries - the most CSVEXTRC and CSVCNVRT'
                 ' hold'
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-FIELDS-WRITTEN
           MOVE SPACES TO LAYOUT-RECORD
           MOVE WS-FIELD-NAME TO LAYOUT-COLUMN-NAME
           MOVE WS-FIELD-POSN TO LAYOUT-POSN
           MOVE WS-E-SIZE(WS-NDX) TO LAYOUT-LENGTH
           IF WS-TARGET-EXTRC
               PERFORM 3510-SET-EXTRC-RULES
           ELSE
               PERFORM 3520-SET-CNVRT-RULES
           END-IF
           WRITE LAYOUT-RECORD
           .

       3510-SET-EXTRC-RULES.
           EVALUATE TRUE
             WHEN NOT WS-E-CLASS-NUMERIC(WS-NDX)
                  MOVE 'T' TO LAYOUT-VALUE-RULE
             WHEN WS-E-USAGE-PACKED(WS-NDX)
                  MOVE 'P' TO LAYOUT-SOURCE-USAGE
                  MOVE WS-E-DECIMALS(WS-NDX) TO WS-DEC-DISP
                  MOVE WS-DEC-DISP TO LAYOUT-EXTRC-DEC
             WHEN WS-E-USAGE-BINARY(WS-NDX)
                  IF WS-E-SIGNED(WS-NDX)
                      MOVE 'B' TO LAYOUT-SOURCE-USAGE
                  ELSE
                      MOVE 'U' TO LAYOUT-SOURCE-USAGE
                  END-IF
                  MOVE WS-E-DECIMALS(WS-NDX) TO WS-DEC-DISP
                  MOVE WS-DEC-DISP TO LAYOUT-EXTRC-DEC
             WHEN WS-E-SIGNED(WS-NDX)
             AND (WS-E-SIGN-LEADING(WS-NDX)
                  OR WS-E-SIGN-SEPARATE(WS-NDX))
                  MOVE 'T' TO LAYOUT-VALUE-RULE
                  MOVE 'SIGN LEADING/SEPARATE - SENT AS STORED'
                    TO WS-NOTE
             WHEN OTHER
                  MOVE 'S' TO LAYOUT-SOURCE-USAGE
                  MOVE WS-E-DECIMALS(WS-NDX) TO WS-DEC-DISP
                  MOVE WS-DEC-DISP TO LAYOUT-EXTRC-DEC
           END-EVALUATE
           .

       3520-SET-CNVRT-RULES.
           IF WS-E-CLASS-NUMERIC(WS-NDX)
               MOVE 'R' TO LAYOUT-PAD-RULE
               MOVE 'A' TO LAYOUT-TRANSFORM
               MOVE WS-E-DECIMALS(WS-NDX) TO WS-DEC-DISP
               MOVE WS-DEC-DISP TO LAYOUT-CNVRT-DEC
               IF WS-E-USAGE-PACKED(WS-NDX)
                   MOVE 'P' TO LAYOUT-TARGET-USAGE
               END-IF
           ELSE
               MOVE 'L' TO LAYOUT-PAD-RULE
           END-IF
           .

       8010-READ-COPYBOOK.
           READ COPYBOOK
             AT END SET COPYBOOK-EOF TO TRUE
             NOT AT END ADD 1 TO WS-LINES-READ
           END-READ
           .

       9000-WRITE-REPORT-LINE.
           EVALUATE TRUE
             WHEN WS-E-GROUP(WS-NDX)
                  MOVE 'GROUP' TO WS-USAGE-TEXT
             WHEN WS-E-USAGE-PACKED(WS-NDX)
                  MOVE 'COMP-3' TO WS-USAGE-TEXT
             WHEN WS-E-USAGE-BINARY(WS-NDX)
                  MOVE 'BINARY' TO WS-USAGE-TEXT
             WHEN WS-E-USAGE-FLOAT-SHORT(WS-NDX)
                  MOVE 'COMP-1' TO WS-USAGE-TEXT
             WHEN WS-E-USAGE-FLOAT-LONG(WS-NDX)
                  MOVE 'COMP-2' TO WS-USAGE-TEXT
             WHEN WS-E-USAGE-INDEX(WS-NDX)
                  MOVE 'INDEX' TO WS-USAGE-TEXT
             WHEN OTHER
                  MOVE 'DISPLAY' TO WS-USAGE-TEXT
           END-EVALUATE
           MOVE WS-FIELD-POSN TO WS-POSN-DISP
           MOVE WS-E-SIZE(WS-NDX) TO WS-LENGTH-DISP
           MOVE WS-E-DIGITS(WS-NDX) TO WS-DIGITS-DISP
           MOVE WS-E-DECIMALS(WS-NDX) TO WS-DEC-DISP
           MOVE SPACES TO LAYRPT-RECORD
           STRING
             'FIELD='    DELIMITED BY SIZE
             WS-FIELD-NAME  DELIMITED BY SIZE
             ' POSN='    DELIMITED BY SIZE
             WS-POSN-DISP   DELIMITED BY SIZE
             ' LENGTH='  DELIMITED BY SIZE
             WS-LENGTH-DISP DELIMITED BY SIZE
             ' USAGE='   DELIMITED BY SIZE
             WS-USAGE-TEXT  DELIMITED BY SIZE
             ' DIGITS='  DELIMITED BY SIZE
             WS-DIGITS-DISP DELIMITED BY SIZE
             ' DEC='     DELIMITED BY SIZE
             WS-DEC-DISP    DELIMITED BY SIZE
             ' NOTE='    DELIMITED BY SIZE
             WS-NOTE        DELIMITED BY SIZE
             INTO LAYRPT-RECORD
           END-STRING
           MOVE 160 TO LAYRPT-RECORD-LENGTH
           WRITE LAYRPT-RECORD
           .

       8900-WRITE-TRAILER.
           MOVE WS-RECORD-LENGTH   TO WS-COUNT-DISP
           MOVE WS-FIELDS-SEEN     TO WS-COUNT-DISP-2
           MOVE WS-FIELDS-WRITTEN  TO WS-COUNT-DISP-3
           MOVE WS-FIELDS-LEFT-OUT TO WS-COUNT-DISP-4
           MOVE SPACES TO LAYRPT-RECORD
           STRING
             'TRAILER RECORD='  DELIMITED BY SIZE
             WS-E-NAME(WS-RECORD-START) DELIMITED BY SIZE
             ' LENGTH='         DELIMITED BY SIZE
             WS-COUNT-DISP      DELIMITED BY SIZE
             ' FIELDS='         DELIMITED BY SIZE
             WS-COUNT-DISP-2    DELIMITED BY SIZE
             ' WRITTEN='        DELIMITED BY SIZE
             WS-COUNT-DISP-3    DELIMITED BY SIZE
             ' LEFT-OUT='       DELIMITED BY SIZE
             WS-COUNT-DISP-4    DELIMITED BY SIZE
             INTO LAYRPT-RECORD
           END-STRING
           MOVE 120 TO LAYRPT-RECORD-LENGTH
           WRITE LAYRPT-RECORD
           .

       9999-ABEND.
           >>IF IGY-COMPILER-VRM DEFINED
           CALL 'CEE3ABD' USING
               WS-ABND-CD
               WS-ABND-DUMP
           END-CALL
           >>ELSE
           MOVE +0 TO DUMPER
           >>END-IF
           .
