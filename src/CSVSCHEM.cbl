       Identification Division.
       Program-ID. CSVSCHEM.
      *
      * The purpose of this program is to catch a vendor changing
      * the shape of its file before the night's load runs, not
      * after.  CSVPREFL only proves that the column names the
      * control files mention are somewhere in each header; it
      * cannot see a vendor adding a column, dropping one nobody
      * keys on, or shuffling the order - and a shuffled order
      * silently breaks everything downstream that works by
      * position, CSVRECON's segments and CSVDEDUP's dropping of
      * later header rows identical to the first among them.
      *
      * Each vendor file's accepted header row is kept in the
      * BASELINE VSAM cluster (layout in the CSVSCHB copybook),
      * keyed by the file name exactly as CSVLOAD's control file
      * carries it.  This program reads that control file, opens
      * each named vendor file just far enough to parse its header
      * row - honoring its delimiter, style, sniff, and byte order
      * mark columns the same way CSVPREFL does - and compares the
      * header against the baseline, reporting on SCHEMRPT:
      *
      *   ADDED     a column tonight's header has and the baseline
      *             does not
      *   REMOVED   a baseline column tonight's header has lost
      *   RENAMED   an added and a removed column standing in the
      *             same place in the column order - most likely
      *             the same column under a new name
      *   MOVED     a column both headers have, out of its baseline
      *             order.  The fewest columns that explain the new
      *             order are reported, so one column dragged to the
      *             front is one line, not a line for every column
      *             it pushed along.
      *   NO BASELINE
      *             a file never accepted - a new vendor
      *
      * Column names are matched exactly, as CSVLOAD matches its key
      * columns; a header that repeats a name pairs the repeats off
      * in order.  A vendor file sent in another code page, as named
      * in its control record's code-page column, has its header
      * record translated through CSVXLATE first, as CSVPREFL does,
      * so the names are compared in this platform's own characters.
      *
      * A file described in CSVLOAD's record-type definitions mixes
      * row layouts and has no header row of its own - its first
      * record is a batch header or detail row.  Such a file is
      * reported as SKIPPED, its layouts being the definitions'
      * column lists, and is never compared or accepted.  The
      * definitions are the RECTYPES DD on IBM Z and the optional
      * fifth program argument elsewhere, '-' or left off for none.
      *
      * The run mode is a one-byte argument - the fourth program
      * argument, or the first byte of PARM on IBM Z:
      *
      *   C  check (the default) - report the drift, change
      *      nothing, and end with return code 8 when any file has
      *      drifted, has no baseline, or cannot be read, so the
      *      scheduler can hold the load
      *   A  accept - report the drift the same way, then promote
      *      tonight's header to the baseline for every file in the
      *      control file.  Run it once the business has signed off
      *      on the change, with a control file naming just the
      *      files whose new layout was agreed.  It ends with return
      *      code 8 only when a file could not be read, since that
      *      file's baseline was left alone.
      *
      * A header row over the baseline's 1000 columns, or one that
      * cannot be parsed, is reported and never accepted.
      *
      * As with EXAMPLE1 and CSVLOAD, the IBM Z portions of this
      * program are freehanded and conditionally compiled, since
      * there is no mainframe available to test against.  Per-
      * control-record dynamic allocation of INPUT01 on IBM Z
      * assumes the DYNAM compiler option is in effect, the same as
      * CSVLOAD.
      *
       Environment Division.
       Configuration Section.
       Repository.
           Function All Intrinsic.
       Input-Output Section.
       File-Control.
           >>IF IGY-COMPILER-VRM DEFINED
           Select CTLFILE Assign CTLFILE
             Organization Line Sequential.
           Select INPUT01 Assign WS-INPUT01-NAME
             File Status WS-IN-STATUS.
           Select Optional BASELINE Assign BASELINE
             Organization Indexed
             Access Dynamic
             Record Key BASE-FILE-NAME.
           Select SCHEMRPT Assign SCHEMRPT
             Organization Line Sequential.
           Select Optional RECTYPES Assign RECTYPES
             Organization Line Sequential
             File Status WS-RTDEF-STATUS.
           >>ELSE
           Select CTLFILE Assign WS-CTL-FILE-NAME
             Organization Line Sequential.
           Select INPUT01 Assign WS-INPUT01-NAME
             Organization Line Sequential
             File Status WS-IN-STATUS.
           Select Optional BASELINE Assign WS-BASE-FILE-NAME
             Organization Indexed
             Access Dynamic
             Record Key BASE-FILE-NAME.
           Select SCHEMRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           Select Optional RECTYPES Assign WS-RTDEF-FILE-NAME
             Organization Line Sequential
             File Status WS-RTDEF-STATUS.
           >>END-IF
       Data Division.
       File Section.
       FD  CTLFILE.
       Copy CSVCTL Replacing ==:PRFX:== By ==CTL-==.

       FD  INPUT01
           Record Varying 1 To 27990 Depending INPUT01-RECORD-LENGTH
           Block 0
           Recording V.
       01  INPUT01-RECORD PIC X(27990).

       FD  BASELINE.
       Copy CSVSCHB Replacing ==:PRFX:== By ==BASE-==.

       FD  SCHEMRPT
           Record Varying 1 To 260 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(260).

       FD  RECTYPES.
       Copy CSVRTYP Replacing ==:PRFX:== By ==RTDEF-==.

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVSCHEM'.
           05  WS-MAX-COLUMNS          PIC S9(004) BINARY
                                                   VALUE +1000.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-CTL-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-BASE-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RTDEF-FILE-NAME      PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  WS-ARG-MODE             PIC X(001)         VALUE 'C'.
               88  WS-MODE-CHECK                          VALUE 'C'.
               88  WS-MODE-ACCEPT                         VALUE 'A'.
           05  WS-INPUT01-NAME         PIC X(128)         VALUE
                                                   SPACES.
           05  INPUT01-RECORD-LENGTH   PIC S9(004) BINARY VALUE +0.
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  FIELD-COUNT             PIC S9(004) BINARY VALUE +0.
           05  WS-IN-STATUS            PIC X(002) VALUE SPACES.
               88  WS-IN-STATUS-OK                VALUE '00'.
           05  WS-RTDEF-STATUS         PIC X(002) VALUE SPACES.
               88  WS-RTDEF-STATUS-OK             VALUE '00' '05'.
           05  WS-FILE-CCSID           PIC 9(005)         VALUE 0.
           05  WS-HDR-ROW              PIC X(27990)       VALUE
                                                   SPACES.
           05  WS-HDR-LENGTH           PIC S9(009) BINARY VALUE +0.
           05  WS-HDR-START            PIC S9(009) BINARY VALUE +0.
           05  WS-PARSE-LENGTH         PIC S9(009) BINARY VALUE +0.
           05  WS-FIELD-NAME           PIC X(030)         VALUE
                                                   SPACES.
           05  WS-TON-COUNT            PIC S9(004) BINARY VALUE +0.
           05  WS-BASE-COUNT           PIC S9(004) BINARY VALUE +0.
           05  WS-TON-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-BASE-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-SCAN-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-BEST-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-BEST-LENGTH          PIC S9(004) BINARY VALUE +0.
           05  WS-ANCHOR               PIC S9(004) BINARY VALUE +0.
           05  WS-FILES-CHECKED        PIC S9(009) BINARY VALUE +0.
           05  WS-FILES-DRIFTED        PIC S9(009) BINARY VALUE +0.
           05  WS-FILES-ACCEPTED       PIC S9(009) BINARY VALUE +0.
           05  WS-FILES-SKIPPED        PIC S9(009) BINARY VALUE +0.
           05  WS-RT-NDX               PIC S9(004) BINARY VALUE +0.
           05  WS-PROBLEM-COUNT        PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-EVENT-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.
           05  WS-COUNT-DISP-5         PIC Z(008)9.
           05  WS-POS-DISP             PIC Z(003)9.
           05  WS-BASE-POS-DISP        PIC Z(003)9.
           05  WS-EVENT                PIC X(011)         VALUE
                                                   SPACES.
           05  WS-EVENT-COLUMN         PIC X(030)         VALUE
                                                   SPACES.
           05  WS-EVENT-WAS            PIC X(030)         VALUE
                                                   SPACES.
           05  WS-EVENT-POS            PIC S9(004) BINARY VALUE +0.
           05  WS-EVENT-BASE-POS       PIC S9(004) BINARY VALUE +0.
           05  WS-PROBLEM-REASON       PIC X(044)         VALUE
                                                   SPACES.
           05  WS-SNIFF-NDX            PIC S9(004) BINARY VALUE +0.
           05  WS-SNIFF-SCAN-POSN      PIC S9(009) BINARY VALUE +0.
           05  WS-SNIFF-BEST-NDX       PIC S9(004) BINARY VALUE +0.
           05  WS-SNIFF-BEST-COUNT     PIC S9(009) BINARY VALUE +0.

      *    The same four usual suspects CSVPARSE's own sniffer
      *    counts - see its 1002-SNIFF-DELIMITER.
       01  WS-SNIFF-CANDIDATES.
           05  WS-SNIFF-CANDIDATE     OCCURS 4 TIMES.
               10  WS-SNIFF-CANDIDATE-CHAR
                                       PIC X(001).
               10  WS-SNIFF-CANDIDATE-COUNT
                                       PIC S9(009) BINARY VALUE +0.

       01  WS-SWITCHES.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVPARSE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           >>ELSE
           05  CSVPARSE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVRC Replacing ==:PRFX:== By ==CSVPARSE-==.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVXLATE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           >>ELSE
           05  CSVXLATE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVXRC Replacing ==:PRFX:== By ==CSVXLATE-==.
           05  CTL-EOF-SW              PIC X(001) VALUE 'N'.
               88  CTL-EOF                        VALUE 'Y' FALSE 'N'.
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  WS-FILE-OK-SW           PIC X(001) VALUE 'Y'.
               88  WS-FILE-OK                     VALUE 'Y' FALSE 'N'.
           05  WS-RECORD-DONE-SW       PIC X(001) VALUE 'N'.
               88  WS-RECORD-DONE                 VALUE 'Y' FALSE 'N'.
           05  WS-BASE-FOUND-SW        PIC X(001) VALUE 'N'.
               88  WS-BASE-FOUND                  VALUE 'Y' FALSE 'N'.
           05  WS-PAIR-FOUND-SW        PIC X(001) VALUE 'N'.
               88  WS-PAIR-FOUND                  VALUE 'Y' FALSE 'N'.
           05  WS-RTDEF-REQUESTED-SW   PIC X(001) VALUE 'N'.
               88  WS-RTDEF-REQUESTED             VALUE 'Y' FALSE 'N'.
           05  RTDEF-EOF-SW            PIC X(001) VALUE 'N'.
               88  RTDEF-EOF                      VALUE 'Y' FALSE 'N'.
           05  WS-RT-FILE-SW           PIC X(001) VALUE 'N'.
               88  WS-RT-FILE                     VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS  Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS Replacing ==:PRFX:== By ==CSVPARSE-==.
      * A checkpoint area kept permanently at the state of a clean
      * record boundary, restored into CSVPARSE to throw away its
      * partial-record state after a header row that could not be
      * fully parsed - the same reset CSVPREFL uses.
       Copy CSVCKPT  Replacing ==:PRFX:== By ==CSVPARSE-RESET-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.

      * The file names the record-type definition lines are for, one
      * entry per line as read - a file's several lines each repeat
      * its name.
       01  WS-RTDEF-TABLE.
           05  WS-RTDEF-COUNT          PIC S9(004) BINARY VALUE +0.
           05  WS-RTDEF-FILE           PIC X(128) OCCURS 100 TIMES.

      *    Tonight's header, one entry per column in header order:
      *    the baseline position it matched (zero when added), the
      *    length of the longest in-order run of matched columns
      *    ending here and the column before it in that run, whether
      *    the column is part of the order kept, the in-order column
      *    it follows, and the baseline column it looks renamed from.
       01  WS-TON-TABLE.
           05  WS-TON-ENTRY            OCCURS 1000 TIMES.
               10  WS-TON-NAME         PIC X(030).
               10  WS-TON-BASE-POS     PIC S9(004) BINARY.
               10  WS-TON-RUN-LENGTH   PIC S9(004) BINARY.
               10  WS-TON-RUN-PREV     PIC S9(004) BINARY.
               10  WS-TON-IN-ORDER-SW  PIC X(001).
                   88  WS-TON-IN-ORDER            VALUE 'Y'.
               10  WS-TON-ANCHOR       PIC S9(004) BINARY.
               10  WS-TON-RENAMED-FROM PIC S9(004) BINARY.

      *    The baseline header, one entry per column: tonight's
      *    position it matched (zero when removed), the in-order
      *    column it follows, and whether it was paired off as
      *    renamed.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY           OCCURS 1000 TIMES.
               10  WS-BASE-TON-POS     PIC S9(004) BINARY.
               10  WS-BASE-ANCHOR      PIC S9(004) BINARY.
               10  WS-BASE-RENAMED-SW  PIC X(001).
                   88  WS-BASE-RENAMED            VALUE 'Y'.

       Linkage Section.
       >>IF IGY-COMPILER-VRM DEFINED
       01  OS-PARM.
           05  OS-PARM-LENGTH      PIC S9(004) BINARY.
           05  OS-PARM-VALUE       PIC X(128).
       >>END-IF

       77  DUMMY-FIELD             PIC X(999).

       >>IF IGY-COMPILER-VRM NOT DEFINED
       77  DUMPER                  PIC S9(004) BINARY.
       >>END-IF

       >>IF IGY-COMPILER-VRM DEFINED
       Procedure Division Using OS-PARM.
       >>ELSE
       Procedure Division.
        >>END-IF
           PERFORM 0100-INIT

           IF WS-RTDEF-REQUESTED
               PERFORM 0400-LOAD-RECORD-TYPES
           END-IF

           OPEN OUTPUT SCHEMRPT
           OPEN INPUT CTLFILE
           IF WS-MODE-ACCEPT
               OPEN I-O BASELINE
           ELSE
               OPEN INPUT BASELINE
           END-IF

           PERFORM 8010-READ-CTLFILE
           PERFORM 1000-CHECK-ONE-FILE
             UNTIL CTL-EOF

           PERFORM 8900-WRITE-TRAILER

           CLOSE CTLFILE
           CLOSE BASELINE
           CLOSE SCHEMRPT
           EVALUATE TRUE
             WHEN WS-PROBLEM-COUNT > 0
                  MOVE +8 TO RETURN-CODE
             WHEN WS-MODE-CHECK
             AND WS-FILES-DRIFTED > 0
                  MOVE +8 TO RETURN-CODE
             WHEN OTHER
                  MOVE +0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM DEFINED
           IF OS-PARM-LENGTH >= 1
               MOVE UPPER-CASE(OS-PARM-VALUE(1:1)) TO WS-ARG-MODE
           END-IF
      *    The record-type definitions are always the RECTYPES DD on
      *    this platform; an empty or missing one names no files.
           SET WS-RTDEF-REQUESTED TO TRUE
           >>ELSE
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 3
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-CTL-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-BASE-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARG-NB >= 4
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-MODE FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-MODE) TO WS-ARG-MODE
           END-IF
           IF WS-ARG-NB >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-RTDEF-FILE-NAME FROM ARGUMENT-VALUE
               IF WS-RTDEF-FILE-NAME = '-'
                   MOVE SPACES TO WS-RTDEF-FILE-NAME
               ELSE
                   SET WS-RTDEF-REQUESTED TO TRUE
               END-IF
           END-IF
           >>END-IF

           IF NOT WS-MODE-CHECK AND NOT WS-MODE-ACCEPT
               DISPLAY MYNAME ' run mode must be C or A'
               PERFORM 9999-ABEND
           END-IF
           PERFORM 0110-BUILD-PARSER-RESET-AREA
           .

       0110-BUILD-PARSER-RESET-AREA.
      *    The reset area is an ordinary CSVPARSE checkpoint whose
      *    saved state is that of a clean record boundary - the
      *    same state CSVPARSE itself is in between records.
      *    Restoring it discards whatever partial-record state an
      *    abandoned header row left behind.
           INITIALIZE CSVPARSE-RESET-AREA ALL VALUE
           MOVE +1  TO CSVPARSE-RESET-PREV-REC-POSN
           MOVE +0  TO CSVPARSE-RESET-CURR-FIELD-POSN
           MOVE +8  TO CSVPARSE-RESET-PREV-RETURN-CODE
           MOVE 'N' TO CSVPARSE-RESET-FIRST-TIME-SW
           MOVE +0  TO CSVPARSE-RESET-FIELD-DATA-LENGTH
           .

       0400-LOAD-RECORD-TYPES.
      *    Only the file names matter here - a file named on any
      *    definition line has record types.
           OPEN INPUT RECTYPES
           IF NOT WS-RTDEF-STATUS-OK
               DISPLAY MYNAME ' record-type definitions cannot be'
                 ' opened, status ' WS-RTDEF-STATUS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 0410-READ-RECORD-TYPE
           PERFORM 0420-STORE-RECORD-TYPE
             UNTIL RTDEF-EOF
           CLOSE RECTYPES
           .

       0410-READ-RECORD-TYPE.
           READ RECTYPES
             AT END SET RTDEF-EOF TO TRUE
           END-READ
           .

       0420-STORE-RECORD-TYPE.
           IF WS-RTDEF-COUNT >= 100
               DISPLAY MYNAME ' more than 100 record-type'
                 ' definition lines'
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-RTDEF-COUNT
           MOVE RTDEF-FILE-NAME TO WS-RTDEF-FILE(WS-RTDEF-COUNT)
           PERFORM 0410-READ-RECORD-TYPE
           .

       1000-CHECK-ONE-FILE.
           ADD 1 TO WS-FILES-CHECKED
           MOVE CTL-FILE-NAME TO WS-INPUT01-NAME
           SET WS-FILE-OK TO TRUE

           SET WS-RT-FILE TO FALSE
           PERFORM 1010-CHECK-ONE-RECORD-TYPE
             VARYING WS-RT-NDX FROM 1 BY 1
             UNTIL WS-RT-NDX > WS-RTDEF-COUNT
             OR WS-RT-FILE
           IF WS-RT-FILE
               PERFORM 9200-WRITE-SKIPPED
           ELSE
               PERFORM 1020-CHECK-HEADER-FILE
           END-IF

           PERFORM 8010-READ-CTLFILE
           .

       1010-CHECK-ONE-RECORD-TYPE.
           IF WS-RTDEF-FILE(WS-RT-NDX) = CTL-FILE-NAME
               SET WS-RT-FILE TO TRUE
           END-IF
           .

       1020-CHECK-HEADER-FILE.
           PERFORM 1100-SET-CSVPARSE-OPTS
           IF WS-FILE-OK
               PERFORM 1200-READ-HEADER-ROW
           END-IF
           IF WS-FILE-OK
               PERFORM 1300-PARSE-HEADER-ROW
           END-IF
           IF WS-FILE-OK
               PERFORM 2000-COMPARE-TO-BASELINE
               IF WS-MODE-ACCEPT
                   PERFORM 3000-ACCEPT-HEADER
               END-IF
           END-IF
           .

       1100-SET-CSVPARSE-OPTS.
      *    Only the control values that decide how the header row
      *    parses matter here; CSVPREFL reports the rest.
           EVALUATE TRUE
             WHEN CTL-DELIMITER-LENGTH = SPACE
             OR CTL-DELIMITER-LENGTH = '1'
                  MOVE 1 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN CTL-DELIMITER-LENGTH = '2'
                  MOVE 2 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN CTL-DELIMITER-LENGTH = '3'
                  MOVE 3 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN CTL-DELIMITER-LENGTH = '4'
                  MOVE 4 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN OTHER
                  MOVE 'INVALID DELIMITER LENGTH'
                    TO WS-PROBLEM-REASON
                  PERFORM 9100-WRITE-PROBLEM
           END-EVALUATE
           MOVE SPACES TO CSVPARSE-FIELD-DELIMITER
           MOVE CTL-DELIMITER TO CSVPARSE-FIELD-DELIMITER(1:1)
           IF WS-FILE-OK
           AND CSVPARSE-FIELD-DELIMITER-LENGTH > 1
               MOVE CTL-DELIMITER-EXTRA
                      (1:CSVPARSE-FIELD-DELIMITER-LENGTH - 1)
                 TO CSVPARSE-FIELD-DELIMITER
                      (2:CSVPARSE-FIELD-DELIMITER-LENGTH - 1)
           END-IF
           EVALUATE TRUE
             WHEN CTL-STYLE = 'U'
                  SET CSVPARSE-UNIX TO TRUE
             WHEN CTL-STYLE = 'R'
                  SET CSVPARSE-RFC4180 TO TRUE
             WHEN OTHER
                  MOVE 'INVALID STYLE VALUE' TO WS-PROBLEM-REASON
                  PERFORM 9100-WRITE-PROBLEM
           END-EVALUATE
           IF CTL-TOLERATE-EQUAL = 'T'
               SET CSVPARSE-TOLERATE-LEADING-EQUAL TO TRUE
           ELSE
               SET CSVPARSE-TOLERATE-LEADING-EQUAL TO FALSE
           END-IF
           EVALUATE TRUE
             WHEN CTL-CCSID = SPACES
                  MOVE WS-NATIVE-CCSID TO WS-FILE-CCSID
             WHEN CTL-CCSID NUMERIC
                  MOVE CTL-CCSID-NUM TO WS-FILE-CCSID
             WHEN OTHER
                  MOVE 0 TO WS-FILE-CCSID
           END-EVALUATE
           MOVE WS-FILE-CCSID TO WS-CCSID-CHECK
           IF NOT WS-CCSID-SUPPORTED
               MOVE 'INVALID CODE PAGE VALUE' TO WS-PROBLEM-REASON
               PERFORM 9100-WRITE-PROBLEM
           END-IF
      *    The sniffer and the byte-order-mark strip run locally in
      *    this program, as in CSVPREFL, because CSVPARSE only does
      *    either on the first record it ever sees in a run.
           SET CSVPARSE-SNIFF-NONE TO TRUE
           SET CSVPARSE-STRIP-BOM TO FALSE
           .

       1200-READ-HEADER-ROW.
           INITIALIZE INPUT01-EOF-SW
           INITIALIZE INPUT01-RECORD-LENGTH
           OPEN INPUT INPUT01
           IF NOT WS-IN-STATUS-OK
               MOVE 'FILE CANNOT BE OPENED' TO WS-PROBLEM-REASON
               PERFORM 9100-WRITE-PROBLEM
           ELSE
               PERFORM 8020-READ-INPUT01
                 UNTIL INPUT01-RECORD-LENGTH > 0
                 OR INPUT01-EOF
               IF INPUT01-EOF
                   MOVE 'FILE IS EMPTY - NO HEADER ROW'
                     TO WS-PROBLEM-REASON
                   PERFORM 9100-WRITE-PROBLEM
               ELSE
                   IF WS-FILE-CCSID = WS-NATIVE-CCSID
                       MOVE INPUT01-RECORD-LENGTH TO WS-HDR-LENGTH
                       MOVE INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
                         TO WS-HDR-ROW
                   ELSE
                       PERFORM 1210-TRANSLATE-HEADER-ROW
                   END-IF
               END-IF
               CLOSE INPUT01
           END-IF
           .

       1210-TRANSLATE-HEADER-ROW.
           MOVE WS-FILE-CCSID TO CSVXLATE-FROM-CCSID
           MOVE 0 TO CSVXLATE-TO-CCSID
           MOVE INPUT01-RECORD-LENGTH TO CSVXLATE-IN-LENGTH
           SET CSVXLATE-IN-ADDRESS TO ADDRESS OF INPUT01-RECORD
           MOVE LENGTH OF WS-HDR-ROW TO CSVXLATE-OUT-CAPACITY
           SET CSVXLATE-OUT-ADDRESS TO ADDRESS OF WS-HDR-ROW
           MOVE SPACES TO WS-HDR-ROW
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
           MOVE CSVXLATE-OUT-LENGTH TO WS-HDR-LENGTH
           IF NOT CSVXLATE-RECORD-TRANSLATED
               MOVE 'HEADER ROW CANNOT BE TRANSLATED'
                 TO WS-PROBLEM-REASON
               PERFORM 9100-WRITE-PROBLEM
           END-IF
           .

       1300-PARSE-HEADER-ROW.
           MOVE +1 TO WS-HDR-START
           MOVE WS-HDR-LENGTH TO WS-PARSE-LENGTH
           IF CTL-STRIP-BOM-SW = 'Y'
           AND WS-PARSE-LENGTH >= 3
           AND WS-HDR-ROW(1:3) = X'EFBBBF'
               MOVE +4 TO WS-HDR-START
               SUBTRACT 3 FROM WS-PARSE-LENGTH
           END-IF
           IF CTL-SNIFF-SW = 'Y'
               PERFORM 1310-SNIFF-DELIMITER
           END-IF

           IF WS-PARSE-LENGTH < 1
               MOVE 'HEADER ROW IS EMPTY' TO WS-PROBLEM-REASON
               PERFORM 9100-WRITE-PROBLEM
           ELSE
               SET CSVPARSE-RECORD-ADDRESS
                 TO ADDRESS OF WS-HDR-ROW(WS-HDR-START:1)
               MOVE WS-PARSE-LENGTH TO CSVPARSE-RECORD-LENGTH
               MOVE +0 TO WS-TON-COUNT
               MOVE +0 TO FIELD-COUNT
               SET WS-RECORD-DONE TO FALSE
               PERFORM 1350-PARSE-ONE-FIELD
                 UNTIL WS-RECORD-DONE
           END-IF
           IF WS-FILE-OK
           AND FIELD-COUNT > WS-MAX-COLUMNS
               MOVE 'HEADER ROW HAS MORE THAN 1000 COLUMNS'
                 TO WS-PROBLEM-REASON
               PERFORM 9100-WRITE-PROBLEM
           END-IF
           .

       1310-SNIFF-DELIMITER.
      *    The same counting CSVPARSE's 1002-SNIFF-DELIMITER does,
      *    run here over the header record - see CSVPREFL.
           MOVE ','   TO WS-SNIFF-CANDIDATE-CHAR(1)
           MOVE ';'   TO WS-SNIFF-CANDIDATE-CHAR(2)
           MOVE X'09' TO WS-SNIFF-CANDIDATE-CHAR(3)
           MOVE '|'   TO WS-SNIFF-CANDIDATE-CHAR(4)
           MOVE 0 TO WS-SNIFF-CANDIDATE-COUNT(1)
                     WS-SNIFF-CANDIDATE-COUNT(2)
                     WS-SNIFF-CANDIDATE-COUNT(3)
                     WS-SNIFF-CANDIDATE-COUNT(4)
           MOVE 0 TO WS-SNIFF-BEST-NDX
           MOVE 0 TO WS-SNIFF-BEST-COUNT

           PERFORM 1320-SNIFF-ONE-CHAR
             VARYING WS-SNIFF-SCAN-POSN FROM WS-HDR-START BY 1
             UNTIL WS-SNIFF-SCAN-POSN
               > WS-HDR-START + WS-PARSE-LENGTH - 1

           PERFORM 1340-SNIFF-PICK-BEST
             VARYING WS-SNIFF-NDX FROM 1 BY 1
             UNTIL WS-SNIFF-NDX > 4

           IF WS-SNIFF-BEST-NDX > 0
               MOVE WS-SNIFF-CANDIDATE-CHAR(WS-SNIFF-BEST-NDX)
                 TO CSVPARSE-FIELD-DELIMITER(1:1)
               MOVE 1 TO CSVPARSE-FIELD-DELIMITER-LENGTH
           END-IF
           .

       1320-SNIFF-ONE-CHAR.
           PERFORM 1330-SNIFF-COUNT-AT-POSN
             VARYING WS-SNIFF-NDX FROM 1 BY 1
             UNTIL WS-SNIFF-NDX > 4
           .

       1330-SNIFF-COUNT-AT-POSN.
           IF WS-HDR-ROW(WS-SNIFF-SCAN-POSN:1)
              = WS-SNIFF-CANDIDATE-CHAR(WS-SNIFF-NDX)
               ADD 1 TO WS-SNIFF-CANDIDATE-COUNT(WS-SNIFF-NDX)
           END-IF
           .

       1340-SNIFF-PICK-BEST.
           IF WS-SNIFF-CANDIDATE-COUNT(WS-SNIFF-NDX)
              > WS-SNIFF-BEST-COUNT
               MOVE WS-SNIFF-CANDIDATE-COUNT(WS-SNIFF-NDX)
                 TO WS-SNIFF-BEST-COUNT
               MOVE WS-SNIFF-NDX TO WS-SNIFF-BEST-NDX
           END-IF
           .

       1350-PARSE-ONE-FIELD.
           CALL "CSVPARSE" USING
             CSVPARSE-OPTS
             CSVPARSE-RECORD-LENGTH
             CSVPARSE-RECORD-ADDRESS
             CSVPARSE-FIELD-LENGTH
             CSVPARSE-FIELD-ADDRESS
           END-CALL
           MOVE RETURN-CODE TO CSVPARSE-RETURN-CODE
           EVALUATE TRUE
             WHEN CSVPARSE-RECORD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 1360-STORE-HEADER-NAME
                  SET WS-RECORD-DONE TO TRUE
             WHEN CSVPARSE-FIELD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 1360-STORE-HEADER-NAME
             WHEN OTHER
                  *> A header row whose final field runs past end
                  *> of record, or an unexpected CSVRC - the header
                  *> cannot be trusted, so report it, throw away
                  *> CSVPARSE's partial state, and move on to the
                  *> next control record.
                  MOVE 'HEADER ROW CANNOT BE PARSED'
                    TO WS-PROBLEM-REASON
                  PERFORM 9100-WRITE-PROBLEM
                  PERFORM 8800-RESET-CSVPARSE
                  SET WS-RECORD-DONE TO TRUE
           END-EVALUATE
           .

       1360-STORE-HEADER-NAME.
           IF WS-TON-COUNT < WS-MAX-COLUMNS
               ADD 1 TO WS-TON-COUNT
               SET ADDRESS OF DUMMY-FIELD
                 TO CSVPARSE-FIELD-ADDRESS
               MOVE SPACES TO WS-TON-NAME(WS-TON-COUNT)
               IF CSVPARSE-FIELD-LENGTH > LENGTH OF WS-FIELD-NAME
                   MOVE DUMMY-FIELD(1:LENGTH OF WS-FIELD-NAME)
                     TO WS-TON-NAME(WS-TON-COUNT)
               ELSE
                   IF CSVPARSE-FIELD-LENGTH > 0
                       MOVE DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                         TO WS-TON-NAME(WS-TON-COUNT)
                   END-IF
               END-IF
           END-IF
           .

       2000-COMPARE-TO-BASELINE.
           MOVE +0 TO WS-FILE-EVENT-COUNT
           MOVE CTL-FILE-NAME TO BASE-FILE-NAME
           READ BASELINE
             INVALID KEY
               SET WS-BASE-FOUND TO FALSE
             NOT INVALID KEY
               SET WS-BASE-FOUND TO TRUE
           END-READ
           IF NOT WS-BASE-FOUND
               MOVE 'NO BASELINE' TO WS-EVENT
               MOVE SPACES TO WS-EVENT-COLUMN
               MOVE SPACES TO WS-EVENT-WAS
               MOVE +0 TO WS-EVENT-POS
               MOVE +0 TO WS-EVENT-BASE-POS
               PERFORM 9000-WRITE-EVENT
           ELSE
               MOVE BASE-COLUMN-COUNT TO WS-BASE-COUNT
               PERFORM 2100-MATCH-COLUMNS
               PERFORM 2200-FIND-KEPT-ORDER
               PERFORM 2300-PAIR-RENAMES
               PERFORM 2400-REPORT-TONIGHT-COLUMNS
                 VARYING WS-TON-NDX FROM 1 BY 1
                 UNTIL WS-TON-NDX > WS-TON-COUNT
               PERFORM 2500-REPORT-REMOVED-COLUMN
                 VARYING WS-BASE-NDX FROM 1 BY 1
                 UNTIL WS-BASE-NDX > WS-BASE-COUNT
           END-IF
           IF WS-FILE-EVENT-COUNT > 0
               ADD 1 TO WS-FILES-DRIFTED
           END-IF
           .

       2100-MATCH-COLUMNS.
      *    Pair each of tonight's columns with the first baseline
      *    column of the same name not already paired, so repeated
      *    names pair off in order.
           PERFORM 2110-CLEAR-ONE-BASE-ENTRY
             VARYING WS-BASE-NDX FROM 1 BY 1
             UNTIL WS-BASE-NDX > WS-BASE-COUNT
           PERFORM 2120-MATCH-ONE-COLUMN
             VARYING WS-TON-NDX FROM 1 BY 1
             UNTIL WS-TON-NDX > WS-TON-COUNT
           .

       2110-CLEAR-ONE-BASE-ENTRY.
           MOVE +0 TO WS-BASE-TON-POS(WS-BASE-NDX)
           MOVE +0 TO WS-BASE-ANCHOR(WS-BASE-NDX)
           MOVE 'N' TO WS-BASE-RENAMED-SW(WS-BASE-NDX)
           .

       2120-MATCH-ONE-COLUMN.
           MOVE +0 TO WS-TON-BASE-POS(WS-TON-NDX)
           MOVE +0 TO WS-TON-RUN-LENGTH(WS-TON-NDX)
           MOVE +0 TO WS-TON-RUN-PREV(WS-TON-NDX)
           MOVE 'N' TO WS-TON-IN-ORDER-SW(WS-TON-NDX)
           MOVE +0 TO WS-TON-ANCHOR(WS-TON-NDX)
           MOVE +0 TO WS-TON-RENAMED-FROM(WS-TON-NDX)
           PERFORM 2130-TRY-ONE-BASE-COLUMN
             VARYING WS-BASE-NDX FROM 1 BY 1
             UNTIL WS-BASE-NDX > WS-BASE-COUNT
             OR WS-TON-BASE-POS(WS-TON-NDX) > 0
           .

       2130-TRY-ONE-BASE-COLUMN.
           IF WS-BASE-TON-POS(WS-BASE-NDX) = 0
           AND BASE-COLUMN-NAME(WS-BASE-NDX)
               = WS-TON-NAME(WS-TON-NDX)
               MOVE WS-BASE-NDX TO WS-TON-BASE-POS(WS-TON-NDX)
               MOVE WS-TON-NDX TO WS-BASE-TON-POS(WS-BASE-NDX)
           END-IF
           .

       2200-FIND-KEPT-ORDER.
      *    The longest run of matched columns, in tonight's order,
      *    whose baseline positions still climb is the order the
      *    vendor kept; every other matched column is the one that
      *    moved.
           MOVE +0 TO WS-BEST-NDX
           MOVE +0 TO WS-BEST-LENGTH
           PERFORM 2210-EXTEND-RUN-TO-COLUMN
             VARYING WS-TON-NDX FROM 1 BY 1
             UNTIL WS-TON-NDX > WS-TON-COUNT
           PERFORM 2230-MARK-ONE-KEPT-COLUMN
             UNTIL WS-BEST-NDX = 0
           .

       2210-EXTEND-RUN-TO-COLUMN.
           IF WS-TON-BASE-POS(WS-TON-NDX) > 0
               MOVE +1 TO WS-TON-RUN-LENGTH(WS-TON-NDX)
               PERFORM 2220-TRY-ONE-EARLIER-COLUMN
                 VARYING WS-SCAN-NDX FROM 1 BY 1
                 UNTIL WS-SCAN-NDX >= WS-TON-NDX
               IF WS-TON-RUN-LENGTH(WS-TON-NDX) > WS-BEST-LENGTH
                   MOVE WS-TON-RUN-LENGTH(WS-TON-NDX)
                     TO WS-BEST-LENGTH
                   MOVE WS-TON-NDX TO WS-BEST-NDX
               END-IF
           END-IF
           .

       2220-TRY-ONE-EARLIER-COLUMN.
           IF WS-TON-BASE-POS(WS-SCAN-NDX) > 0
           AND WS-TON-BASE-POS(WS-SCAN-NDX)
               < WS-TON-BASE-POS(WS-TON-NDX)
           AND WS-TON-RUN-LENGTH(WS-SCAN-NDX) + 1
               > WS-TON-RUN-LENGTH(WS-TON-NDX)
               COMPUTE WS-TON-RUN-LENGTH(WS-TON-NDX) =
                 WS-TON-RUN-LENGTH(WS-SCAN-NDX) + 1
               MOVE WS-SCAN-NDX TO WS-TON-RUN-PREV(WS-TON-NDX)
           END-IF
           .

       2230-MARK-ONE-KEPT-COLUMN.
           MOVE 'Y' TO WS-TON-IN-ORDER-SW(WS-BEST-NDX)
           MOVE WS-TON-RUN-PREV(WS-BEST-NDX) TO WS-BEST-NDX
           .

       2300-PAIR-RENAMES.
      *    An added column and a removed one that both follow the
      *    same kept column - or both lead the header, ahead of any
      *    kept column - stand in the same place in the order, and
      *    are paired off first come, first served as a rename.
      *    The place is named by the kept column's baseline
      *    position, zero for the front of the header.
           MOVE +0 TO WS-ANCHOR
           PERFORM 2310-ANCHOR-ONE-TON-COLUMN
             VARYING WS-TON-NDX FROM 1 BY 1
             UNTIL WS-TON-NDX > WS-TON-COUNT
           MOVE +0 TO WS-ANCHOR
           PERFORM 2320-ANCHOR-ONE-BASE-COLUMN
             VARYING WS-BASE-NDX FROM 1 BY 1
             UNTIL WS-BASE-NDX > WS-BASE-COUNT
           PERFORM 2330-PAIR-ONE-REMOVED-COLUMN
             VARYING WS-BASE-NDX FROM 1 BY 1
             UNTIL WS-BASE-NDX > WS-BASE-COUNT
           .

       2310-ANCHOR-ONE-TON-COLUMN.
           IF WS-TON-IN-ORDER(WS-TON-NDX)
               MOVE WS-TON-BASE-POS(WS-TON-NDX) TO WS-ANCHOR
           ELSE
               MOVE WS-ANCHOR TO WS-TON-ANCHOR(WS-TON-NDX)
           END-IF
           .

       2320-ANCHOR-ONE-BASE-COLUMN.
           IF WS-BASE-TON-POS(WS-BASE-NDX) > 0
               IF WS-TON-IN-ORDER(WS-BASE-TON-POS(WS-BASE-NDX))
                   MOVE WS-BASE-NDX TO WS-ANCHOR
               END-IF
           ELSE
               MOVE WS-ANCHOR TO WS-BASE-ANCHOR(WS-BASE-NDX)
           END-IF
           .

       2330-PAIR-ONE-REMOVED-COLUMN.
           IF WS-BASE-TON-POS(WS-BASE-NDX) = 0
               SET WS-PAIR-FOUND TO FALSE
               PERFORM 2340-TRY-ONE-ADDED-COLUMN
                 VARYING WS-TON-NDX FROM 1 BY 1
                 UNTIL WS-TON-NDX > WS-TON-COUNT
                 OR WS-PAIR-FOUND
           END-IF
           .

       2340-TRY-ONE-ADDED-COLUMN.
           IF WS-TON-BASE-POS(WS-TON-NDX) = 0
           AND WS-TON-RENAMED-FROM(WS-TON-NDX) = 0
           AND WS-TON-ANCHOR(WS-TON-NDX)
               = WS-BASE-ANCHOR(WS-BASE-NDX)
               MOVE WS-BASE-NDX TO WS-TON-RENAMED-FROM(WS-TON-NDX)
               MOVE 'Y' TO WS-BASE-RENAMED-SW(WS-BASE-NDX)
               SET WS-PAIR-FOUND TO TRUE
           END-IF
           .

       2400-REPORT-TONIGHT-COLUMNS.
           MOVE WS-TON-NAME(WS-TON-NDX) TO WS-EVENT-COLUMN
           MOVE SPACES TO WS-EVENT-WAS
           MOVE WS-TON-NDX TO WS-EVENT-POS
           EVALUATE TRUE
             WHEN WS-TON-RENAMED-FROM(WS-TON-NDX) > 0
                  MOVE 'RENAMED' TO WS-EVENT
                  MOVE WS-TON-RENAMED-FROM(WS-TON-NDX)
                    TO WS-EVENT-BASE-POS
                  MOVE BASE-COLUMN-NAME(WS-EVENT-BASE-POS)
                    TO WS-EVENT-WAS
                  PERFORM 9000-WRITE-EVENT
             WHEN WS-TON-BASE-POS(WS-TON-NDX) = 0
                  MOVE 'ADDED' TO WS-EVENT
                  MOVE +0 TO WS-EVENT-BASE-POS
                  PERFORM 9000-WRITE-EVENT
             WHEN NOT WS-TON-IN-ORDER(WS-TON-NDX)
                  MOVE 'MOVED' TO WS-EVENT
                  MOVE WS-TON-BASE-POS(WS-TON-NDX)
                    TO WS-EVENT-BASE-POS
                  PERFORM 9000-WRITE-EVENT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

       2500-REPORT-REMOVED-COLUMN.
           IF WS-BASE-TON-POS(WS-BASE-NDX) = 0
           AND NOT WS-BASE-RENAMED(WS-BASE-NDX)
               MOVE 'REMOVED' TO WS-EVENT
               MOVE BASE-COLUMN-NAME(WS-BASE-NDX) TO WS-EVENT-COLUMN
               MOVE SPACES TO WS-EVENT-WAS
               MOVE +0 TO WS-EVENT-POS
               MOVE WS-BASE-NDX TO WS-EVENT-BASE-POS
               PERFORM 9000-WRITE-EVENT
           END-IF
           .

       3000-ACCEPT-HEADER.
      *    Promote tonight's header to the baseline - replacing the
      *    one just compared against, or starting one for a new
      *    vendor.
           MOVE CTL-FILE-NAME TO BASE-FILE-NAME
           MOVE CURRENT-DATE TO BASE-ACCEPTED-STAMP
           MOVE WS-TON-COUNT TO BASE-COLUMN-COUNT
           PERFORM 3010-MOVE-ONE-COLUMN-NAME
             VARYING WS-TON-NDX FROM 1 BY 1
             UNTIL WS-TON-NDX > WS-MAX-COLUMNS
           IF WS-BASE-FOUND
               REWRITE BASE-RECORD
                 INVALID KEY
                   DISPLAY MYNAME ' baseline rewrite failed for '
                     CTL-FILE-NAME
                   PERFORM 9999-ABEND
               END-REWRITE
           ELSE
               WRITE BASE-RECORD
                 INVALID KEY
                   DISPLAY MYNAME ' baseline write failed for '
                     CTL-FILE-NAME
                   PERFORM 9999-ABEND
               END-WRITE
           END-IF
           ADD 1 TO WS-FILES-ACCEPTED
           MOVE 'ACCEPTED' TO WS-EVENT
           MOVE SPACES TO WS-EVENT-COLUMN
           MOVE SPACES TO WS-EVENT-WAS
           MOVE WS-TON-COUNT TO WS-EVENT-POS
           MOVE +0 TO WS-EVENT-BASE-POS
           PERFORM 9010-WRITE-EVENT-LINE
           .

       3010-MOVE-ONE-COLUMN-NAME.
           IF WS-TON-NDX > WS-TON-COUNT
               MOVE SPACES TO BASE-COLUMN-NAME(WS-TON-NDX)
           ELSE
               MOVE WS-TON-NAME(WS-TON-NDX)
                 TO BASE-COLUMN-NAME(WS-TON-NDX)
           END-IF
           .

       8010-READ-CTLFILE.
           READ CTLFILE
             AT END SET CTL-EOF TO TRUE
           END-READ
           .

       8020-READ-INPUT01.
           READ INPUT01
             AT END SET INPUT01-EOF TO TRUE
           END-READ
           .

       8800-RESET-CSVPARSE.
           SET CSVPARSE-CKPT-RESTORE TO TRUE
           CALL "CSVPARSE" USING
             CSVPARSE-OPTS
             CSVPARSE-RECORD-LENGTH
             CSVPARSE-RECORD-ADDRESS
             CSVPARSE-FIELD-LENGTH
             CSVPARSE-FIELD-ADDRESS
             CSVPARSE-RESET-AREA
           END-CALL
           MOVE RETURN-CODE TO CSVPARSE-RETURN-CODE
           SET CSVPARSE-CKPT-NONE TO TRUE
           .

       8900-WRITE-TRAILER.
           MOVE WS-FILES-CHECKED  TO WS-COUNT-DISP
           MOVE WS-FILES-DRIFTED  TO WS-COUNT-DISP-2
           MOVE WS-FILES-ACCEPTED TO WS-COUNT-DISP-3
           MOVE WS-PROBLEM-COUNT  TO WS-COUNT-DISP-4
           MOVE WS-FILES-SKIPPED  TO WS-COUNT-DISP-5
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER FILES-CHECKED=' DELIMITED BY SIZE
             WS-COUNT-DISP            DELIMITED BY SIZE
             ' DRIFTED='              DELIMITED BY SIZE
             WS-COUNT-DISP-2          DELIMITED BY SIZE
             ' ACCEPTED='             DELIMITED BY SIZE
             WS-COUNT-DISP-3          DELIMITED BY SIZE
             ' NOT-READ='             DELIMITED BY SIZE
             WS-COUNT-DISP-4          DELIMITED BY SIZE
             ' SKIPPED='              DELIMITED BY SIZE
             WS-COUNT-DISP-5          DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 120 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       9000-WRITE-EVENT.
           ADD 1 TO WS-FILE-EVENT-COUNT
           PERFORM 9010-WRITE-EVENT-LINE
           .

       9010-WRITE-EVENT-LINE.
      *    POS= is the column's place in tonight's header and
      *    BASE-POS= its place in the baseline, zero where it has
      *    none; an ACCEPTED line's POS= is the accepted column
      *    count.
           MOVE WS-EVENT-POS      TO WS-POS-DISP
           MOVE WS-EVENT-BASE-POS TO WS-BASE-POS-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'FILE='      DELIMITED BY SIZE
             CTL-FILE-NAME    DELIMITED BY SIZE
             ' EVENT='    DELIMITED BY SIZE
             WS-EVENT         DELIMITED BY SIZE
             ' COLUMN='   DELIMITED BY SIZE
             WS-EVENT-COLUMN  DELIMITED BY SIZE
             ' POS='      DELIMITED BY SIZE
             WS-POS-DISP      DELIMITED BY SIZE
             ' BASE-POS=' DELIMITED BY SIZE
             WS-BASE-POS-DISP DELIMITED BY SIZE
             ' WAS='      DELIMITED BY SIZE
             WS-EVENT-WAS     DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 260 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       9100-WRITE-PROBLEM.
      *    A file whose header could not be read is never compared
      *    and never accepted.  A file is counted once however
      *    many of its control values are bad.
           IF WS-FILE-OK
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           SET WS-FILE-OK TO FALSE
           MOVE SPACES TO RPT-RECORD
           STRING
             'FILE='      DELIMITED BY SIZE
             CTL-FILE-NAME     DELIMITED BY SIZE
             ' EVENT='    DELIMITED BY SIZE
             'NOT READ   ' DELIMITED BY SIZE
             ' REASON='   DELIMITED BY SIZE
             WS-PROBLEM-REASON DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 260 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       9200-WRITE-SKIPPED.
      *    A record-type file is neither drifted nor unreadable -
      *    it simply has no single header to compare.
           ADD 1 TO WS-FILES-SKIPPED
           MOVE SPACES TO RPT-RECORD
           STRING
             'FILE='      DELIMITED BY SIZE
             CTL-FILE-NAME     DELIMITED BY SIZE
             ' EVENT='    DELIMITED BY SIZE
             'SKIPPED    ' DELIMITED BY SIZE
             ' REASON='   DELIMITED BY SIZE
             'RECORD-TYPE FILE - NO SINGLE HEADER ROW'
                               DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 260 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
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
