       Identification Division.
       Program-ID. CSVMANF.
      *
      * The purpose of this program is to give our partners the
      * same thing CSVRECON demands of our vendors: a manifest of
      * what each file we send them holds, so either side can
      * balance it - and to keep a record of what went to whom, so
      * that when a partner says a file was short there is
      * something to look it up in.
      *
      * A send list names the night's outbound files, one line per
      * file sent:
      *
      *   columns    1-8   partner identifier
      *   columns    9-136 file name, as the producing job wrote it
      *   column       137 what kind of file it is -
      *                      E  a CSVEXTRC extract
      *                      S  a CSVSPLIT regional file
      *                      D  a CSVDELTA delta file
      *                      J  the CSVJSON portal feed
      *   column       138 for an extract, the field delimiter it
      *                    was written with (blank for a comma)
      *   column       139 for an extract, the style it was written
      *                    in, U or R (blank for R)
      *   columns  140-144 the code page the file was written in,
      *                    as an IBM CCSID (blank for this
      *                    platform's own)
      *   columns  145-174 the column whose values the manifest
      *                    totals (blank for a row count only)
      *   columns  175-204 the column the hash total sums (blank
      *                    for none)
      *
      * Each file is read back the way its partner will read it.
      * Extracts, regional files, and deltas are parsed with
      * CSVPARSE - a regional file or delta in the one common
      * RFC4180/comma dialect those programs write, an extract in
      * the delimiter and style given for it - and the columns are
      * located by the header row.  The portal feed is one JSON
      * object per line, and its columns are located by member
      * name - the name CSVJSON emitted, after any rename.  A file
      * written in another code page is translated back through
      * CSVXLATE first.  An extract's and a delta's own trailer
      * records are checked against the rows actually counted; the
      * trailer is not a row.  The two count differently: an
      * extract's TRAILER ROWS= includes its header row, as
      * CSVEXTRC has always counted it, while a delta's adds,
      * changes, and deletes are data rows only.  The manifest's
      * row count is data rows, whichever the kind.
      * The amount column is summed the way
      * CSVRECON sums it, and the hash column's values go into a
      * hash total - the digits of each value read as one number,
      * summed, with anything past fifteen digits dropped.  A delta
      * is totalled over every row, whatever its action code.
      *
      * One manifest is written per partner, in the CSVMAN layout
      * CSVRECON reads, one line per file sent to that partner.
      * Its name is the manifest name prefix with the partner
      * identifier appended; on IBM Z, where the name is a data set
      * name honored at OPEN time under the DYNAM compiler option
      * the same way CSVSPLIT names its files, the prefix should
      * end with a period so the partner identifier lands as the
      * final qualifier.
      *
      * Every send is appended to the outbound transmission log,
      * SENDLOG, in the CSVSLOG layout, under the night's date.  A
      * file that cannot be opened is not sent, so it is neither
      * manifested nor logged.
      *
      * The MANFRPT report lists every discrepancy found in the
      * night's files - a file that cannot be opened, a missing
      * header row, a named column that is not there, an amount
      * that will not convert, a trailer that disagrees with the
      * rows counted - and then, from the log, every file sent on
      * the night, partner by partner, with a count for each
      * partner and a trailer record for the night.  A rerun of
      * the same night appends its sends to the log again, and the
      * report shows both.  The program ends with return code 8
      * when there are discrepancies, so the files can be held
      * before they go.
      *
      * The night defaults to today; another, CCYYMMDD, may be
      * given.  With no send list ('-' in its argument position
      * here, a DUMMY SENDLIST DD on IBM Z) nothing is manifested
      * or logged, and the report simply lists what went to whom
      * on that night.
      *
      * Arguments here are the send list, the manifest name
      * prefix, the log, the report, and optionally the night.  On
      * IBM Z the PARM is the manifest name prefix, optionally
      * followed by a comma and the night (a comma cannot appear
      * in a data set name).
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
           Select Optional SENDLIST Assign SENDLIST
             Organization Line Sequential.
           Select INPUT01 Assign WS-INPUT01-NAME
             File Status WS-IN-STATUS.
           Select MANFOUT Assign WS-MANFOUT-NAME
             Organization Line Sequential.
           Select Optional SENDLOG Assign SENDLOG
             Organization Sequential
             File Status WS-LOG-STATUS.
           Select MANFRPT Assign MANFRPT
             Organization Line Sequential.
           >>ELSE
           Select Optional SENDLIST Assign WS-SEND-FILE-NAME
             Organization Line Sequential.
           Select INPUT01 Assign WS-INPUT01-NAME
             Organization Line Sequential
             File Status WS-IN-STATUS.
           Select MANFOUT Assign WS-MANFOUT-NAME
             Organization Line Sequential.
           Select Optional SENDLOG Assign WS-LOG-FILE-NAME
             Organization Sequential
             File Status WS-LOG-STATUS.
           Select MANFRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  SENDLIST.
       01  SEND-RECORD.
           05  SEND-PARTNER-ID         PIC X(008).
           05  SEND-FILE-NAME          PIC X(128).
           05  SEND-FILE-KIND          PIC X(001).
               88  SEND-KIND-EXTRACT               VALUE 'E'.
               88  SEND-KIND-SPLIT                 VALUE 'S'.
               88  SEND-KIND-DELTA                 VALUE 'D'.
               88  SEND-KIND-JSON                  VALUE 'J'.
               88  SEND-KIND-VALID                 VALUE 'E' 'S'
                                                         'D' 'J'.
           05  SEND-DELIMITER          PIC X(001).
           05  SEND-STYLE              PIC X(001).
           05  SEND-CCSID              PIC X(005).
           05  SEND-CCSID-NUM REDEFINES SEND-CCSID
                                       PIC 9(005).
           05  SEND-AMOUNT-COLUMN      PIC X(030).
           05  SEND-HASH-COLUMN        PIC X(030).

       FD  INPUT01
           Record Varying 1 To 32000 Depending INPUT01-RECORD-LENGTH
           Block 0
           Recording V.
       01  INPUT01-RECORD PIC X(32000).

       FD  MANFOUT.
       Copy CSVMAN Replacing ==:PRFX:== By ==MAN-==.

       FD  SENDLOG.
       Copy CSVSLOG Replacing ==:PRFX:== By ==LOG-==.

       FD  MANFRPT
           Record Varying 1 To 250 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(250).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVMANF'.
           05  WS-MAX-PARTNERS         PIC S9(004) BINARY
                                                   VALUE +500.
           05  WS-MAX-SENDS            PIC S9(004) BINARY
                                                   VALUE +2000.
           05  WS-HASH-MODULUS         PIC S9(018) PACKED-DECIMAL
                                           VALUE +1000000000000000.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-SEND-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-LOG-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  WS-INPUT01-NAME         PIC X(128)         VALUE
                                                   SPACES.
           05  WS-MANFOUT-NAME         PIC X(128)         VALUE
                                                   SPACES.
           05  WS-MANF-PREFIX          PIC X(098)         VALUE
                                                   SPACES.
           05  WS-PREFIX-LENGTH        PIC S9(004) BINARY VALUE +0.
           05  WS-ARG-NIGHT-DATE       PIC X(008)         VALUE
                                                   SPACES.
           05  WS-NIGHT-DATE           PIC X(008)         VALUE
                                                   SPACES.
           05  WS-NIGHT-DATE-N REDEFINES WS-NIGHT-DATE
                                       PIC 9(008).
           05  INPUT01-RECORD-LENGTH   PIC S9(004) BINARY VALUE +0.
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  FIELD-COUNT             PIC S9(004) BINARY VALUE +0.
           05  WS-IN-STATUS            PIC X(002) VALUE SPACES.
               88  WS-IN-STATUS-OK                VALUE '00'.
           05  WS-LOG-STATUS           PIC X(002) VALUE SPACES.
               88  WS-LOG-STATUS-OK               VALUE '00' '05'.
           05  WS-FILE-CCSID           PIC 9(005)         VALUE 0.
           05  WS-ROW-COUNT            PIC S9(009) BINARY VALUE +0.
           05  WS-DATA-ROWS            PIC S9(009) BINARY VALUE +0.
           05  WS-TRAILER-ROWS         PIC S9(009) BINARY VALUE +0.
           05  WS-AMT-COL-NDX          PIC S9(004) BINARY VALUE +0.
           05  WS-HASH-COL-NDX         PIC S9(004) BINARY VALUE +0.
           05  WS-FIELD-NAME           PIC X(030)         VALUE
                                                   SPACES.
           05  WS-FIELD-VALUE          PIC X(100)         VALUE
                                                   SPACES.
           05  WS-FIELD-VALUE-LENGTH   PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-TOTAL           PIC S9(013)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-AMT-WORK             PIC S9(013)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-AMT-NDX              PIC S9(009) BINARY VALUE +0.
           05  WS-AMT-DEC-COUNT        PIC S9(004) BINARY VALUE +0.
           05  WS-AMT-DIGIT-X          PIC X(001)         VALUE SPACE.
           05  WS-AMT-DIGIT REDEFINES WS-AMT-DIGIT-X
                                       PIC 9(001).
           05  WS-BAD-AMOUNT-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-HASH            PIC S9(018) PACKED-DECIMAL
                                                   VALUE +0.
           05  WS-HASH-VALUE           PIC S9(018) PACKED-DECIMAL
                                                   VALUE +0.
           05  WS-FILE-XLATE-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-JSON-KEY             PIC X(034)         VALUE
                                                   SPACES.
           05  WS-JSON-KEY-LENGTH      PIC S9(004) BINARY VALUE +0.
           05  WS-JSON-AMT-KEY         PIC X(034)         VALUE
                                                   SPACES.
           05  WS-JSON-AMT-KEY-LENGTH  PIC S9(004) BINARY VALUE +0.
           05  WS-JSON-HASH-KEY        PIC X(034)         VALUE
                                                   SPACES.
           05  WS-JSON-HASH-KEY-LENGTH PIC S9(004) BINARY VALUE +0.
           05  WS-JSON-POSN            PIC S9(009) BINARY VALUE +0.
           05  WS-JSON-LAST-POSN       PIC S9(009) BINARY VALUE +0.
           05  WS-JSON-VALUE-START     PIC S9(009) BINARY VALUE +0.
           05  WS-JSON-VALUE-END       PIC S9(009) BINARY VALUE +0.
           05  WS-TRIM-FIELD           PIC X(030)         VALUE
                                                   SPACES.
           05  WS-TRIM-LENGTH          PIC S9(004) BINARY VALUE +0.
           05  WS-CURR-PTN             PIC S9(004) BINARY VALUE +0.
           05  WS-PTN-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-SENT-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-SENDS-READ           PIC S9(009) BINARY VALUE +0.
           05  WS-SENDS-LOGGED         PIC S9(009) BINARY VALUE +0.
           05  WS-DISC-COUNT           PIC S9(009) BINARY VALUE +0.
           05  WS-NIGHT-FILES          PIC S9(009) BINARY VALUE +0.
           05  WS-NIGHT-ROWS           PIC S9(009) BINARY VALUE +0.
           05  WS-DISC-REASON          PIC X(040)         VALUE
                                                   SPACES.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.
           05  WS-AMT-DISP             PIC -(012)9.9(002).
           05  WS-HASH-DISP            PIC 9(015).

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
           05  SENDLIST-EOF-SW         PIC X(001) VALUE 'N'.
               88  SENDLIST-EOF                   VALUE 'Y' FALSE 'N'.
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  SENDLOG-EOF-SW          PIC X(001) VALUE 'N'.
               88  SENDLOG-EOF                    VALUE 'Y' FALSE 'N'.
           05  WS-SENDS-REQUESTED-SW   PIC X(001) VALUE 'Y'.
               88  WS-SENDS-REQUESTED             VALUE 'Y' FALSE 'N'.
           05  WS-XLATE-FILE-SW        PIC X(001) VALUE 'N'.
               88  WS-XLATE-FILE                  VALUE 'Y' FALSE 'N'.
           05  WS-AT-ROW-START-SW      PIC X(001) VALUE 'Y'.
               88  WS-AT-ROW-START                VALUE 'Y' FALSE 'N'.
           05  WS-TRAILER-STATE        PIC X(001) VALUE 'N'.
               88  WS-TRAILER-NONE                VALUE 'N'.
               88  WS-TRAILER-READ                VALUE 'R'.
               88  WS-TRAILER-UNKNOWN             VALUE 'U'.
           05  WS-AMT-VALID-SW         PIC X(001) VALUE 'Y'.
               88  WS-AMT-VALID                   VALUE 'Y' FALSE 'N'.
           05  WS-AMT-NEGATIVE-SW      PIC X(001) VALUE 'N'.
               88  WS-AMT-NEGATIVE                VALUE 'Y' FALSE 'N'.
           05  WS-AMT-DEC-SEEN-SW      PIC X(001) VALUE 'N'.
               88  WS-AMT-DEC-SEEN                VALUE 'Y' FALSE 'N'.
           05  WS-MEMBER-FOUND-SW      PIC X(001) VALUE 'N'.
               88  WS-MEMBER-FOUND                VALUE 'Y' FALSE 'N'.
           05  WS-JSON-QUOTED-SW       PIC X(001) VALUE 'N'.
               88  WS-JSON-QUOTED                 VALUE 'Y' FALSE 'N'.
           05  WS-JSON-SCAN-DONE-SW    PIC X(001) VALUE 'N'.
               88  WS-JSON-SCAN-DONE              VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS  Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS Replacing ==:PRFX:== By ==CSVPARSE-==.
      * A checkpoint area kept permanently at the state of a clean
      * record boundary, restored into CSVPARSE before each file so
      * nothing of the previous file's last record carries over -
      * the same reset CSVPREFL uses between vendor files.
       Copy CSVCKPT  Replacing ==:PRFX:== By ==CSVPARSE-RESET-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.

       01  WS-XLATE-RECORD             PIC X(32000)       VALUE
                                                   SPACES.

      *    One entry per partner sent to in this run, so a partner's
      *    manifest is started afresh the first time and extended
      *    after that.
       01  WS-MANIFEST-TABLE.
           05  WS-MNF-COUNT            PIC S9(004) BINARY VALUE +0.
           05  WS-MNF-PARTNER-ID       PIC X(008) OCCURS 500 TIMES.

      *    The night's sends as the log has them, and the partners
      *    they went to in the order first seen.
       01  WS-SENT-TABLE.
           05  WS-SENT-COUNT           PIC S9(004) BINARY VALUE +0.
           05  WS-SENT-ENTRY           OCCURS 2000 TIMES.
               10  WS-SENT-PTN         PIC S9(004) BINARY.
               10  WS-SENT-KIND        PIC X(001).
               10  WS-SENT-STAMP       PIC X(014).
               10  WS-SENT-FILE-NAME   PIC X(128).
               10  WS-SENT-ROWS        PIC S9(009) BINARY.
               10  WS-SENT-TOTAL       PIC S9(013)V9(002)
                                           PACKED-DECIMAL.
               10  WS-SENT-HASH        PIC 9(015).

       01  WS-PARTNER-TABLE.
           05  WS-PTN-COUNT            PIC S9(004) BINARY VALUE +0.
           05  WS-PTN-ENTRY            OCCURS 500 TIMES.
               10  WS-PTN-ID           PIC X(008).
               10  WS-PTN-FILES        PIC S9(009) BINARY.
               10  WS-PTN-ROWS         PIC S9(009) BINARY.

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

           OPEN OUTPUT MANFRPT
           IF WS-SENDS-REQUESTED
               OPEN INPUT SENDLIST
               OPEN EXTEND SENDLOG
               IF NOT WS-LOG-STATUS-OK
                   DISPLAY MYNAME ' cannot open the transmission'
                     ' log, status ' WS-LOG-STATUS
                   PERFORM 9999-ABEND
               END-IF
               PERFORM 8010-READ-SENDLIST
               PERFORM 1000-SEND-ONE-FILE
                 UNTIL SENDLIST-EOF
               CLOSE SENDLOG
               CLOSE SENDLIST
           END-IF

           PERFORM 5000-LOAD-NIGHT-FROM-LOG
           PERFORM 5100-REPORT-ONE-PARTNER
             VARYING WS-CURR-PTN FROM 1 BY 1
             UNTIL WS-CURR-PTN > WS-PTN-COUNT
           PERFORM 8900-WRITE-TRAILER
           CLOSE MANFRPT

           IF WS-DISC-COUNT > 0
               MOVE +8 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM DEFINED
           IF OS-PARM-LENGTH > 0
               UNSTRING OS-PARM-VALUE(1:OS-PARM-LENGTH)
                 DELIMITED BY ','
                 INTO WS-MANF-PREFIX WS-ARG-NIGHT-DATE
               END-UNSTRING
           END-IF
           >>ELSE
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 4
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-SEND-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-MANF-PREFIX FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-LOG-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-SEND-FILE-NAME = '-'
               MOVE SPACES TO WS-SEND-FILE-NAME
               SET WS-SENDS-REQUESTED TO FALSE
           END-IF
           IF WS-ARG-NB >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-NIGHT-DATE FROM ARGUMENT-VALUE
           END-IF
           >>END-IF

           IF WS-ARG-NIGHT-DATE = SPACES
               MOVE CURRENT-DATE(1:8) TO WS-NIGHT-DATE
           ELSE
               MOVE WS-ARG-NIGHT-DATE TO WS-NIGHT-DATE
               IF WS-NIGHT-DATE NOT NUMERIC
               OR TEST-DATE-YYYYMMDD(WS-NIGHT-DATE-N) NOT = 0
                   DISPLAY MYNAME ' the night must be eight'
                     ' digits, CCYYMMDD'
                   PERFORM 9999-ABEND
               END-IF
           END-IF

           MOVE LENGTH OF WS-MANF-PREFIX TO WS-PREFIX-LENGTH
           PERFORM 0120-TRIM-ONE-PREFIX-BYTE
             UNTIL WS-PREFIX-LENGTH <= 1
             OR WS-MANF-PREFIX(WS-PREFIX-LENGTH:1) NOT = SPACE

           SET CSVPARSE-SNIFF-NONE TO TRUE
           SET CSVPARSE-STRIP-BOM TO FALSE
           SET CSVPARSE-TOLERATE-LEADING-EQUAL TO FALSE
           MOVE 1 TO CSVPARSE-FIELD-DELIMITER-LENGTH
           PERFORM 0110-BUILD-PARSER-RESET-AREA
           .

       0110-BUILD-PARSER-RESET-AREA.
      *    The reset area is an ordinary CSVPARSE checkpoint whose
      *    saved state is that of a clean record boundary - the
      *    same state CSVPARSE itself is in between records.
           INITIALIZE CSVPARSE-RESET-AREA ALL VALUE
           MOVE +1  TO CSVPARSE-RESET-PREV-REC-POSN
           MOVE +0  TO CSVPARSE-RESET-CURR-FIELD-POSN
           MOVE +8  TO CSVPARSE-RESET-PREV-RETURN-CODE
           MOVE 'N' TO CSVPARSE-RESET-FIRST-TIME-SW
           MOVE +0  TO CSVPARSE-RESET-FIELD-DATA-LENGTH
           .

       0120-TRIM-ONE-PREFIX-BYTE.
           SUBTRACT 1 FROM WS-PREFIX-LENGTH
           .

       1000-SEND-ONE-FILE.
           ADD 1 TO WS-SENDS-READ
           PERFORM 1100-EDIT-SEND-ENTRY
           MOVE +0 TO WS-ROW-COUNT
           MOVE +0 TO WS-DATA-ROWS
           MOVE +0 TO WS-TRAILER-ROWS
           MOVE +0 TO WS-AMT-COL-NDX
           MOVE +0 TO WS-HASH-COL-NDX
           MOVE +0 TO WS-FILE-TOTAL
           MOVE +0 TO WS-FILE-HASH
           MOVE +0 TO WS-BAD-AMOUNT-COUNT
           MOVE +0 TO WS-FILE-XLATE-COUNT
           SET WS-TRAILER-NONE TO TRUE
           INITIALIZE INPUT01-EOF-SW
           INITIALIZE INPUT01-RECORD-LENGTH
           MOVE SEND-FILE-NAME TO WS-INPUT01-NAME
           OPEN INPUT INPUT01
           IF NOT WS-IN-STATUS-OK
               MOVE 'FILE CANNOT BE OPENED - NOT SENT'
                 TO WS-DISC-REASON
               PERFORM 9000-WRITE-DISCREPANCY
           ELSE
               IF SEND-KIND-JSON
                   PERFORM 3000-TOTAL-JSON-FILE
               ELSE
                   PERFORM 2000-TOTAL-CSV-FILE
               END-IF
               CLOSE INPUT01
               PERFORM 1200-CHECK-FILE-TOTALS
               PERFORM 1300-WRITE-MANIFEST-LINE
               PERFORM 1400-WRITE-LOG-RECORD
           END-IF
           PERFORM 8010-READ-SENDLIST
           .

       1100-EDIT-SEND-ENTRY.
           IF SEND-PARTNER-ID = SPACES
           OR SEND-FILE-NAME = SPACES
               DISPLAY MYNAME ' send list line ' WS-SENDS-READ
                 ' has no partner or no file name'
               PERFORM 9999-ABEND
           END-IF
           IF NOT SEND-KIND-VALID
               DISPLAY MYNAME ' file kind for ' SEND-FILE-NAME
                 ' must be E, S, D, or J'
               PERFORM 9999-ABEND
           END-IF
           IF WS-MANF-PREFIX = SPACES
               DISPLAY MYNAME ' the manifest name prefix is blank'
               PERFORM 9999-ABEND
           END-IF
      *    A regional file and a delta are always in the one common
      *    dialect; an extract is in whatever its partner asked for.
           SET CSVPARSE-RFC4180 TO TRUE
           MOVE ',' TO CSVPARSE-FIELD-DELIMITER
           IF SEND-KIND-EXTRACT
               IF SEND-DELIMITER NOT = SPACE
                   MOVE SEND-DELIMITER TO CSVPARSE-FIELD-DELIMITER
               END-IF
               EVALUATE TRUE
                 WHEN SEND-STYLE = 'R' OR SPACE
                      CONTINUE
                 WHEN SEND-STYLE = 'U'
                      SET CSVPARSE-UNIX TO TRUE
                 WHEN OTHER
                      DISPLAY MYNAME ' style for ' SEND-FILE-NAME
                        ' must be U or R'
                      PERFORM 9999-ABEND
               END-EVALUATE
           END-IF
           EVALUATE TRUE
             WHEN SEND-CCSID = SPACES
                  MOVE WS-NATIVE-CCSID TO WS-FILE-CCSID
             WHEN SEND-CCSID NUMERIC
                  MOVE SEND-CCSID-NUM TO WS-FILE-CCSID
             WHEN OTHER
                  MOVE 0 TO WS-FILE-CCSID
           END-EVALUATE
           MOVE WS-FILE-CCSID TO WS-CCSID-CHECK
           IF NOT WS-CCSID-SUPPORTED
               DISPLAY MYNAME ' send list line for ' SEND-FILE-NAME
                 ' has an invalid code page value'
               PERFORM 9999-ABEND
           END-IF
           IF WS-FILE-CCSID = WS-NATIVE-CCSID
               SET WS-XLATE-FILE TO FALSE
           ELSE
               SET WS-XLATE-FILE TO TRUE
           END-IF
           .

       1200-CHECK-FILE-TOTALS.
           IF NOT SEND-KIND-JSON
               IF WS-ROW-COUNT = 0
                   MOVE 'FILE IS EMPTY - NO HEADER ROW'
                     TO WS-DISC-REASON
                   PERFORM 9000-WRITE-DISCREPANCY
               END-IF
           END-IF
      *    A JSON feed with no rows has no members to find, so its
      *    columns are only missing when there were rows to look in.
           IF SEND-AMOUNT-COLUMN NOT = SPACES
           AND WS-AMT-COL-NDX = 0
           AND (WS-DATA-ROWS > 0 OR NOT SEND-KIND-JSON)
               MOVE 'AMOUNT COLUMN NOT FOUND' TO WS-DISC-REASON
               PERFORM 9000-WRITE-DISCREPANCY
           END-IF
           IF SEND-HASH-COLUMN NOT = SPACES
           AND WS-HASH-COL-NDX = 0
           AND (WS-DATA-ROWS > 0 OR NOT SEND-KIND-JSON)
               MOVE 'HASH COLUMN NOT FOUND' TO WS-DISC-REASON
               PERFORM 9000-WRITE-DISCREPANCY
           END-IF
           IF WS-BAD-AMOUNT-COUNT > 0
               MOVE WS-BAD-AMOUNT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-DISC-REASON
               STRING
                 'AMOUNT VALUES NOT NUMERIC=' DELIMITED BY SIZE
                 WS-COUNT-DISP                DELIMITED BY SIZE
                 INTO WS-DISC-REASON
               END-STRING
               PERFORM 9000-WRITE-DISCREPANCY
           END-IF
           IF WS-FILE-XLATE-COUNT > 0
               MOVE WS-FILE-XLATE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-DISC-REASON
               STRING
                 'UNTRANSLATABLE BYTES=' DELIMITED BY SIZE
                 WS-COUNT-DISP           DELIMITED BY SIZE
                 INTO WS-DISC-REASON
               END-STRING
               PERFORM 9000-WRITE-DISCREPANCY
           END-IF
           IF SEND-KIND-EXTRACT OR SEND-KIND-DELTA
               EVALUATE TRUE
                 WHEN WS-TRAILER-NONE
                      MOVE 'TRAILER RECORD MISSING'
                        TO WS-DISC-REASON
                      PERFORM 9000-WRITE-DISCREPANCY
                 WHEN WS-TRAILER-UNKNOWN
                      MOVE 'TRAILER RECORD NOT RECOGNIZED'
                        TO WS-DISC-REASON
                      PERFORM 9000-WRITE-DISCREPANCY
                 *> An extract counts its header row, a delta not.
                 WHEN SEND-KIND-EXTRACT
                  AND WS-TRAILER-ROWS NOT = WS-ROW-COUNT
                 WHEN SEND-KIND-DELTA
                  AND WS-TRAILER-ROWS NOT = WS-DATA-ROWS
                      MOVE WS-TRAILER-ROWS TO WS-COUNT-DISP
                      MOVE SPACES TO WS-DISC-REASON
                      STRING
                        'TRAILER ROWS=' DELIMITED BY SIZE
                        WS-COUNT-DISP   DELIMITED BY SIZE
                        ' DISAGREES'    DELIMITED BY SIZE
                        INTO WS-DISC-REASON
                      END-STRING
                      PERFORM 9000-WRITE-DISCREPANCY
                 WHEN OTHER
                      CONTINUE
               END-EVALUATE
           END-IF
           .

       1300-WRITE-MANIFEST-LINE.
           MOVE +0 TO WS-CURR-PTN
           PERFORM 1310-FIND-MANIFEST-PARTNER
             VARYING WS-PTN-NDX FROM 1 BY 1
             UNTIL WS-PTN-NDX > WS-MNF-COUNT
             OR WS-CURR-PTN > 0
           MOVE SPACES TO WS-MANFOUT-NAME
           STRING
             WS-MANF-PREFIX(1:WS-PREFIX-LENGTH) DELIMITED BY SIZE
             SEND-PARTNER-ID                    DELIMITED BY SPACE
             INTO WS-MANFOUT-NAME
           END-STRING
           IF WS-CURR-PTN > 0
               OPEN EXTEND MANFOUT
           ELSE
               IF WS-MNF-COUNT >= WS-MAX-PARTNERS
                   DISPLAY MYNAME ' more than ' WS-MAX-PARTNERS
                     ' partners in the send list'
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-MNF-COUNT
               MOVE SEND-PARTNER-ID
                 TO WS-MNF-PARTNER-ID(WS-MNF-COUNT)
               OPEN OUTPUT MANFOUT
           END-IF
           MOVE SPACES TO MAN-RECORD
           MOVE SEND-FILE-NAME TO MAN-FILE-NAME
           MOVE WS-DATA-ROWS TO MAN-DECLARED-ROWS
           IF WS-FILE-TOTAL < 0
               MOVE '-' TO MAN-TOTAL-SIGN
               COMPUTE MAN-DECLARED-TOTAL = 0 - WS-FILE-TOTAL
           ELSE
               MOVE WS-FILE-TOTAL TO MAN-DECLARED-TOTAL
           END-IF
           MOVE SEND-AMOUNT-COLUMN TO MAN-AMOUNT-COLUMN
           MOVE WS-FILE-HASH TO MAN-HASH-TOTAL
           MOVE SEND-HASH-COLUMN TO MAN-HASH-COLUMN
           WRITE MAN-RECORD
           CLOSE MANFOUT
           .

       1310-FIND-MANIFEST-PARTNER.
           IF WS-MNF-PARTNER-ID(WS-PTN-NDX) = SEND-PARTNER-ID
               MOVE WS-PTN-NDX TO WS-CURR-PTN
           END-IF
           .

       1400-WRITE-LOG-RECORD.
           MOVE SPACES TO LOG-RECORD
           MOVE WS-NIGHT-DATE      TO LOG-NIGHT-DATE
           MOVE CURRENT-DATE       TO LOG-LOGGED-STAMP
           MOVE SEND-PARTNER-ID    TO LOG-PARTNER-ID
           MOVE SEND-FILE-KIND     TO LOG-FILE-KIND
           MOVE WS-FILE-CCSID      TO LOG-CCSID
           MOVE WS-MANFOUT-NAME    TO LOG-MANIFEST-NAME
           MOVE MAN-FILE-NAME      TO LOG-FILE-NAME
           MOVE MAN-DECLARED-ROWS  TO LOG-DECLARED-ROWS
           MOVE MAN-DECLARED-TOTAL TO LOG-DECLARED-TOTAL
           MOVE MAN-AMOUNT-COLUMN  TO LOG-AMOUNT-COLUMN
           MOVE MAN-TOTAL-SIGN     TO LOG-TOTAL-SIGN
           MOVE MAN-HASH-TOTAL     TO LOG-HASH-TOTAL
           MOVE MAN-HASH-COLUMN    TO LOG-HASH-COLUMN
           WRITE LOG-RECORD
           ADD 1 TO WS-SENDS-LOGGED
           .

       2000-TOTAL-CSV-FILE.
           PERFORM 8800-RESET-CSVPARSE
           MOVE +0 TO FIELD-COUNT
           SET WS-AT-ROW-START TO TRUE
           PERFORM 8020-READ-INPUT01
             UNTIL INPUT01-RECORD-LENGTH > 0
             OR INPUT01-EOF
           PERFORM 2100-PARSE-INPUT01
             UNTIL INPUT01-EOF
      *    The header row is a row of the file but not a data row.
           IF WS-ROW-COUNT > 0
               COMPUTE WS-DATA-ROWS = WS-ROW-COUNT - 1
           END-IF
           .

       2100-PARSE-INPUT01.
      *    An extract or delta ends with its producer's trailer
      *    record, which is checked rather than parsed as a row.
           IF WS-AT-ROW-START
           AND (SEND-KIND-EXTRACT OR SEND-KIND-DELTA)
           AND INPUT01-RECORD-LENGTH >= 8
           AND INPUT01-RECORD(1:8) = 'TRAILER '
               PERFORM 2200-NOTE-TRAILER
               INITIALIZE INPUT01-RECORD-LENGTH
               PERFORM 8020-READ-INPUT01
                 UNTIL INPUT01-RECORD-LENGTH > 0
                 OR INPUT01-EOF
           ELSE
               PERFORM 2110-PARSE-ONE-FIELD
           END-IF
           .

       2110-PARSE-ONE-FIELD.
           PERFORM 8030-SET-CSVPARSE-PARMS
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
                  PERFORM 2120-PROCESS-FIELD
                  ADD 1 TO WS-ROW-COUNT
                  SET WS-AT-ROW-START TO TRUE
                  INITIALIZE FIELD-COUNT INPUT01-RECORD-LENGTH
                  PERFORM 8020-READ-INPUT01
                    UNTIL INPUT01-RECORD-LENGTH > 0
                    OR INPUT01-EOF
             WHEN CSVPARSE-FIELD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 2120-PROCESS-FIELD
                  SET WS-AT-ROW-START TO FALSE
             WHEN CSVPARSE-FIELD-INCOMPLETE
                  SET WS-AT-ROW-START TO FALSE
                  INITIALIZE INPUT01-RECORD-LENGTH
                  PERFORM 8020-READ-INPUT01
                    UNTIL INPUT01-RECORD-LENGTH > 0
                    OR INPUT01-EOF
             WHEN CSVPARSE-ERROR-OPT
                  DISPLAY MYNAME ' error in CSVPARSE options'
                  PERFORM 9999-ABEND
             WHEN CSVPARSE-ERROR-PARM
                  DISPLAY MYNAME ' error in CSVPARSE parms'
                  PERFORM 9999-ABEND
             WHEN OTHER
                  DISPLAY MYNAME ' something else is wrong'
                  PERFORM 9999-ABEND
           END-EVALUATE
           .

       2120-PROCESS-FIELD.
           SET ADDRESS OF DUMMY-FIELD TO CSVPARSE-FIELD-ADDRESS
           IF WS-ROW-COUNT = 0
      *        The first row is the header row - its fields name
      *        the columns the send list's totals are taken over.
               PERFORM 2130-CHECK-HEADER-NAME
           ELSE
               IF CSVPARSE-FIELD-LENGTH > 0
               AND (FIELD-COUNT = WS-AMT-COL-NDX
                    OR FIELD-COUNT = WS-HASH-COL-NDX)
                   PERFORM 2140-COPY-FIELD-VALUE
                   IF FIELD-COUNT = WS-AMT-COL-NDX
                       PERFORM 4000-ACCUMULATE-AMOUNT
                   END-IF
                   IF FIELD-COUNT = WS-HASH-COL-NDX
                       PERFORM 4100-ACCUMULATE-HASH
                   END-IF
               END-IF
           END-IF
           .

       2130-CHECK-HEADER-NAME.
           IF CSVPARSE-FIELD-LENGTH = 0
               MOVE SPACES TO WS-FIELD-NAME
           ELSE
               MOVE DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                 TO WS-FIELD-NAME
           END-IF
           IF SEND-AMOUNT-COLUMN NOT = SPACES
           AND WS-FIELD-NAME = SEND-AMOUNT-COLUMN
               MOVE FIELD-COUNT TO WS-AMT-COL-NDX
           END-IF
           IF SEND-HASH-COLUMN NOT = SPACES
           AND WS-FIELD-NAME = SEND-HASH-COLUMN
               MOVE FIELD-COUNT TO WS-HASH-COL-NDX
           END-IF
           .

       2140-COPY-FIELD-VALUE.
      *    No amount that converts runs past seventeen bytes, so a
      *    longer value is still found bad within what is kept.
           MOVE CSVPARSE-FIELD-LENGTH TO WS-FIELD-VALUE-LENGTH
           IF WS-FIELD-VALUE-LENGTH > LENGTH OF WS-FIELD-VALUE
               MOVE LENGTH OF WS-FIELD-VALUE
                 TO WS-FIELD-VALUE-LENGTH
           END-IF
           MOVE DUMMY-FIELD(1:WS-FIELD-VALUE-LENGTH)
             TO WS-FIELD-VALUE
           .

       2200-NOTE-TRAILER.
           EVALUATE TRUE
             WHEN SEND-KIND-EXTRACT
              AND INPUT01-RECORD-LENGTH >= 22
              AND INPUT01-RECORD(1:13) = 'TRAILER ROWS='
                  SET WS-TRAILER-READ TO TRUE
                  COMPUTE WS-TRAILER-ROWS =
                    NUMVAL(INPUT01-RECORD(14:9))
             WHEN SEND-KIND-DELTA
              AND INPUT01-RECORD-LENGTH >= 58
              AND INPUT01-RECORD(1:13) = 'TRAILER ADDS='
                  *> Adds, changes, and deletes are each a row.
                  SET WS-TRAILER-READ TO TRUE
                  COMPUTE WS-TRAILER-ROWS =
                    NUMVAL(INPUT01-RECORD(14:9))
                    + NUMVAL(INPUT01-RECORD(32:9))
                    + NUMVAL(INPUT01-RECORD(50:9))
             WHEN OTHER
                  SET WS-TRAILER-UNKNOWN TO TRUE
           END-EVALUATE
           .

       3000-TOTAL-JSON-FILE.
      *    Each line of the feed is one object, and a column is
      *    found by its member name - "NAME": - in the line.
           MOVE SEND-AMOUNT-COLUMN TO WS-TRIM-FIELD
           PERFORM 3010-BUILD-MEMBER-KEY
           MOVE WS-JSON-KEY TO WS-JSON-AMT-KEY
           MOVE WS-JSON-KEY-LENGTH TO WS-JSON-AMT-KEY-LENGTH
           MOVE SEND-HASH-COLUMN TO WS-TRIM-FIELD
           PERFORM 3010-BUILD-MEMBER-KEY
           MOVE WS-JSON-KEY TO WS-JSON-HASH-KEY
           MOVE WS-JSON-KEY-LENGTH TO WS-JSON-HASH-KEY-LENGTH
           PERFORM 8020-READ-INPUT01
           PERFORM 3100-TOTAL-ONE-OBJECT
             UNTIL INPUT01-EOF
           MOVE WS-ROW-COUNT TO WS-DATA-ROWS
           .

       3010-BUILD-MEMBER-KEY.
           MOVE SPACES TO WS-JSON-KEY
           MOVE +0 TO WS-JSON-KEY-LENGTH
           IF WS-TRIM-FIELD NOT = SPACES
               MOVE LENGTH OF WS-TRIM-FIELD TO WS-TRIM-LENGTH
               PERFORM 3020-TRIM-ONE-NAME-BYTE
                 UNTIL WS-TRIM-LENGTH <= 1
                 OR WS-TRIM-FIELD(WS-TRIM-LENGTH:1) NOT = SPACE
               STRING
                 '"'                           DELIMITED BY SIZE
                 WS-TRIM-FIELD(1:WS-TRIM-LENGTH) DELIMITED BY SIZE
                 '":'                          DELIMITED BY SIZE
                 INTO WS-JSON-KEY
               END-STRING
               COMPUTE WS-JSON-KEY-LENGTH = WS-TRIM-LENGTH + 3
           END-IF
           .

       3020-TRIM-ONE-NAME-BYTE.
           SUBTRACT 1 FROM WS-TRIM-LENGTH
           .

       3100-TOTAL-ONE-OBJECT.
           IF INPUT01-RECORD-LENGTH > 0
               ADD 1 TO WS-ROW-COUNT
               IF WS-JSON-AMT-KEY-LENGTH > 0
                   MOVE WS-JSON-AMT-KEY TO WS-JSON-KEY
                   MOVE WS-JSON-AMT-KEY-LENGTH TO WS-JSON-KEY-LENGTH
                   PERFORM 3200-FIND-MEMBER-VALUE
                   IF WS-MEMBER-FOUND
                       MOVE +1 TO WS-AMT-COL-NDX
                       IF WS-FIELD-VALUE-LENGTH > 0
                           PERFORM 4000-ACCUMULATE-AMOUNT
                       END-IF
                   END-IF
               END-IF
               IF WS-JSON-HASH-KEY-LENGTH > 0
                   MOVE WS-JSON-HASH-KEY TO WS-JSON-KEY
                   MOVE WS-JSON-HASH-KEY-LENGTH TO WS-JSON-KEY-LENGTH
                   PERFORM 3200-FIND-MEMBER-VALUE
                   IF WS-MEMBER-FOUND
                       MOVE +1 TO WS-HASH-COL-NDX
                       IF WS-FIELD-VALUE-LENGTH > 0
                           PERFORM 4100-ACCUMULATE-HASH
                       END-IF
                   END-IF
               END-IF
           END-IF
           INITIALIZE INPUT01-RECORD-LENGTH
           PERFORM 8020-READ-INPUT01
           .

       3200-FIND-MEMBER-VALUE.
           SET WS-MEMBER-FOUND TO FALSE
           MOVE +0 TO WS-FIELD-VALUE-LENGTH
           COMPUTE WS-JSON-LAST-POSN =
             INPUT01-RECORD-LENGTH - WS-JSON-KEY-LENGTH + 1
           PERFORM 3210-TRY-ONE-POSN
             VARYING WS-JSON-POSN FROM 1 BY 1
             UNTIL WS-JSON-POSN > WS-JSON-LAST-POSN
             OR WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND
               PERFORM 3220-EXTRACT-MEMBER-VALUE
           END-IF
           .

       3210-TRY-ONE-POSN.
           IF INPUT01-RECORD(WS-JSON-POSN:WS-JSON-KEY-LENGTH)
              = WS-JSON-KEY(1:WS-JSON-KEY-LENGTH)
               SET WS-MEMBER-FOUND TO TRUE
               COMPUTE WS-JSON-VALUE-START =
                 WS-JSON-POSN + WS-JSON-KEY-LENGTH
           END-IF
           .

       3220-EXTRACT-MEMBER-VALUE.
      *    A string value runs to its closing quote; a bare one -
      *    a number, or null - to the next comma or closing brace.
           SET WS-JSON-QUOTED TO FALSE
           IF WS-JSON-VALUE-START <= INPUT01-RECORD-LENGTH
           AND INPUT01-RECORD(WS-JSON-VALUE-START:1) = '"'
               SET WS-JSON-QUOTED TO TRUE
               ADD 1 TO WS-JSON-VALUE-START
           END-IF
           MOVE WS-JSON-VALUE-START TO WS-JSON-VALUE-END
           SET WS-JSON-SCAN-DONE TO FALSE
           PERFORM 3230-SCAN-ONE-VALUE-BYTE
             UNTIL WS-JSON-SCAN-DONE
           COMPUTE WS-FIELD-VALUE-LENGTH =
             WS-JSON-VALUE-END - WS-JSON-VALUE-START
           IF WS-FIELD-VALUE-LENGTH > LENGTH OF WS-FIELD-VALUE
               MOVE LENGTH OF WS-FIELD-VALUE
                 TO WS-FIELD-VALUE-LENGTH
           END-IF
           IF WS-FIELD-VALUE-LENGTH > 0
               MOVE INPUT01-RECORD(WS-JSON-VALUE-START:
                                   WS-FIELD-VALUE-LENGTH)
                 TO WS-FIELD-VALUE
               IF NOT WS-JSON-QUOTED
               AND WS-FIELD-VALUE-LENGTH = 4
               AND WS-FIELD-VALUE(1:4) = 'null'
                   MOVE +0 TO WS-FIELD-VALUE-LENGTH
               END-IF
           END-IF
           .

       3230-SCAN-ONE-VALUE-BYTE.
           IF WS-JSON-VALUE-END > INPUT01-RECORD-LENGTH
               SET WS-JSON-SCAN-DONE TO TRUE
           ELSE
               EVALUATE TRUE
                 WHEN WS-JSON-QUOTED
                  AND INPUT01-RECORD(WS-JSON-VALUE-END:1) = '"'
                      SET WS-JSON-SCAN-DONE TO TRUE
                 WHEN NOT WS-JSON-QUOTED
                  AND (INPUT01-RECORD(WS-JSON-VALUE-END:1) = ','
                       OR INPUT01-RECORD(WS-JSON-VALUE-END:1) = '}')
                      SET WS-JSON-SCAN-DONE TO TRUE
                 WHEN OTHER
                      ADD 1 TO WS-JSON-VALUE-END
               END-EVALUATE
           END-IF
           .

       4000-ACCUMULATE-AMOUNT.
      *    Convert one amount value - an optional leading sign,
      *    digits, and at most one decimal point with at most two
      *    decimal places, the same as CSVRECON accepts - and add
      *    it to the file's running total.  A value that will not
      *    convert is counted instead.
           SET WS-AMT-VALID TO TRUE
           SET WS-AMT-NEGATIVE TO FALSE
           SET WS-AMT-DEC-SEEN TO FALSE
           MOVE +0 TO WS-AMT-WORK
           MOVE +0 TO WS-AMT-DEC-COUNT
           PERFORM 4010-CONVERT-ONE-CHAR
             VARYING WS-AMT-NDX FROM 1 BY 1
             UNTIL WS-AMT-NDX > WS-FIELD-VALUE-LENGTH
             OR NOT WS-AMT-VALID
           IF WS-AMT-VALID
               IF WS-AMT-NEGATIVE
                   SUBTRACT WS-AMT-WORK FROM WS-FILE-TOTAL
               ELSE
                   ADD WS-AMT-WORK TO WS-FILE-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-BAD-AMOUNT-COUNT
           END-IF
           .

       4010-CONVERT-ONE-CHAR.
           MOVE WS-FIELD-VALUE(WS-AMT-NDX:1) TO WS-AMT-DIGIT-X
           EVALUATE TRUE
             WHEN WS-AMT-DIGIT-X = '-' AND WS-AMT-NDX = 1
                  SET WS-AMT-NEGATIVE TO TRUE
             WHEN WS-AMT-DIGIT-X = '+' AND WS-AMT-NDX = 1
                  CONTINUE
             WHEN WS-AMT-DIGIT-X = '.' AND NOT WS-AMT-DEC-SEEN
                  SET WS-AMT-DEC-SEEN TO TRUE
             WHEN WS-AMT-DIGIT-X NUMERIC AND NOT WS-AMT-DEC-SEEN
                  COMPUTE WS-AMT-WORK =
                    WS-AMT-WORK * 10 + WS-AMT-DIGIT
                    ON SIZE ERROR SET WS-AMT-VALID TO FALSE
                  END-COMPUTE
             WHEN WS-AMT-DIGIT-X NUMERIC AND WS-AMT-DEC-COUNT = 0
                  COMPUTE WS-AMT-WORK =
                    WS-AMT-WORK + WS-AMT-DIGIT / 10
                  MOVE +1 TO WS-AMT-DEC-COUNT
             WHEN WS-AMT-DIGIT-X NUMERIC AND WS-AMT-DEC-COUNT = 1
                  COMPUTE WS-AMT-WORK =
                    WS-AMT-WORK + WS-AMT-DIGIT / 100
                  MOVE +2 TO WS-AMT-DEC-COUNT
             WHEN OTHER
                  SET WS-AMT-VALID TO FALSE
           END-EVALUATE
           .

       4100-ACCUMULATE-HASH.
      *    The digits of the value, read as one number, go into the
      *    hash total; anything past fifteen digits drops off the
      *    top, as it would on an adding machine.
           MOVE +0 TO WS-HASH-VALUE
           PERFORM 4110-HASH-ONE-CHAR
             VARYING WS-AMT-NDX FROM 1 BY 1
             UNTIL WS-AMT-NDX > WS-FIELD-VALUE-LENGTH
           COMPUTE WS-FILE-HASH =
             MOD(WS-FILE-HASH + WS-HASH-VALUE, WS-HASH-MODULUS)
           .

       4110-HASH-ONE-CHAR.
           MOVE WS-FIELD-VALUE(WS-AMT-NDX:1) TO WS-AMT-DIGIT-X
           IF WS-AMT-DIGIT-X NUMERIC
               COMPUTE WS-HASH-VALUE =
                 MOD(WS-HASH-VALUE * 10 + WS-AMT-DIGIT,
                     WS-HASH-MODULUS)
           END-IF
           .

       5000-LOAD-NIGHT-FROM-LOG.
           OPEN INPUT SENDLOG
           IF NOT WS-LOG-STATUS-OK
               DISPLAY MYNAME ' cannot read the transmission log,'
                 ' status ' WS-LOG-STATUS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 8040-READ-SENDLOG
           PERFORM 5010-STORE-ONE-SEND
             UNTIL SENDLOG-EOF
           CLOSE SENDLOG
           .

       5010-STORE-ONE-SEND.
           IF LOG-NIGHT-DATE = WS-NIGHT-DATE
               IF WS-SENT-COUNT >= WS-MAX-SENDS
                   DISPLAY MYNAME ' more than ' WS-MAX-SENDS
                     ' files logged for the night'
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-SENT-COUNT
               MOVE +0 TO WS-CURR-PTN
               PERFORM 5020-FIND-REPORT-PARTNER
                 VARYING WS-PTN-NDX FROM 1 BY 1
                 UNTIL WS-PTN-NDX > WS-PTN-COUNT
                 OR WS-CURR-PTN > 0
               IF WS-CURR-PTN = 0
                   IF WS-PTN-COUNT >= WS-MAX-PARTNERS
                       DISPLAY MYNAME ' more than ' WS-MAX-PARTNERS
                         ' partners logged for the night'
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO WS-PTN-COUNT
                   MOVE WS-PTN-COUNT TO WS-CURR-PTN
                   MOVE LOG-PARTNER-ID TO WS-PTN-ID(WS-CURR-PTN)
                   MOVE +0 TO WS-PTN-FILES(WS-CURR-PTN)
                   MOVE +0 TO WS-PTN-ROWS(WS-CURR-PTN)
               END-IF
               ADD 1 TO WS-PTN-FILES(WS-CURR-PTN)
               ADD LOG-DECLARED-ROWS TO WS-PTN-ROWS(WS-CURR-PTN)
               MOVE WS-CURR-PTN TO WS-SENT-PTN(WS-SENT-COUNT)
               MOVE LOG-FILE-KIND TO WS-SENT-KIND(WS-SENT-COUNT)
               MOVE LOG-LOGGED-STAMP(1:14)
                 TO WS-SENT-STAMP(WS-SENT-COUNT)
               MOVE LOG-FILE-NAME TO WS-SENT-FILE-NAME(WS-SENT-COUNT)
               MOVE LOG-DECLARED-ROWS TO WS-SENT-ROWS(WS-SENT-COUNT)
               MOVE LOG-DECLARED-TOTAL TO WS-SENT-TOTAL(WS-SENT-COUNT)
               IF LOG-TOTAL-NEGATIVE
                   COMPUTE WS-SENT-TOTAL(WS-SENT-COUNT) =
                     0 - WS-SENT-TOTAL(WS-SENT-COUNT)
               END-IF
               MOVE LOG-HASH-TOTAL TO WS-SENT-HASH(WS-SENT-COUNT)
           END-IF
           PERFORM 8040-READ-SENDLOG
           .

       5020-FIND-REPORT-PARTNER.
           IF WS-PTN-ID(WS-PTN-NDX) = LOG-PARTNER-ID
               MOVE WS-PTN-NDX TO WS-CURR-PTN
           END-IF
           .

       5100-REPORT-ONE-PARTNER.
           PERFORM 5110-REPORT-ONE-SEND
             VARYING WS-SENT-NDX FROM 1 BY 1
             UNTIL WS-SENT-NDX > WS-SENT-COUNT
           ADD WS-PTN-FILES(WS-CURR-PTN) TO WS-NIGHT-FILES
           ADD WS-PTN-ROWS(WS-CURR-PTN) TO WS-NIGHT-ROWS
           MOVE WS-PTN-FILES(WS-CURR-PTN) TO WS-COUNT-DISP
           MOVE WS-PTN-ROWS(WS-CURR-PTN) TO WS-COUNT-DISP-2
           MOVE SPACES TO RPT-RECORD
           STRING
             'PARTNER='              DELIMITED BY SIZE
             WS-PTN-ID(WS-CURR-PTN)  DELIMITED BY SIZE
             ' FILES='               DELIMITED BY SIZE
             WS-COUNT-DISP           DELIMITED BY SIZE
             ' ROWS='                DELIMITED BY SIZE
             WS-COUNT-DISP-2         DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 50 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       5110-REPORT-ONE-SEND.
           IF WS-SENT-PTN(WS-SENT-NDX) = WS-CURR-PTN
               MOVE WS-SENT-ROWS(WS-SENT-NDX) TO WS-COUNT-DISP
               MOVE WS-SENT-TOTAL(WS-SENT-NDX) TO WS-AMT-DISP
               MOVE WS-SENT-HASH(WS-SENT-NDX) TO WS-HASH-DISP
               MOVE SPACES TO RPT-RECORD
               STRING
                 'SENT PARTNER='            DELIMITED BY SIZE
                 WS-PTN-ID(WS-CURR-PTN)     DELIMITED BY SIZE
                 ' KIND='                   DELIMITED BY SIZE
                 WS-SENT-KIND(WS-SENT-NDX)  DELIMITED BY SIZE
                 ' ROWS='                   DELIMITED BY SIZE
                 WS-COUNT-DISP              DELIMITED BY SIZE
                 ' TOTAL='                  DELIMITED BY SIZE
                 WS-AMT-DISP                DELIMITED BY SIZE
                 ' HASH='                   DELIMITED BY SIZE
                 WS-HASH-DISP               DELIMITED BY SIZE
                 ' LOGGED='                 DELIMITED BY SIZE
                 WS-SENT-STAMP(WS-SENT-NDX) DELIMITED BY SIZE
                 ' FILE='                   DELIMITED BY SIZE
                 WS-SENT-FILE-NAME(WS-SENT-NDX)
                                            DELIMITED BY SIZE
                 INTO RPT-RECORD
               END-STRING
               MOVE 250 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF
           .

       8010-READ-SENDLIST.
           READ SENDLIST
             AT END SET SENDLIST-EOF TO TRUE
           END-READ
           .

       8020-READ-INPUT01.
           READ INPUT01
             AT END SET INPUT01-EOF TO TRUE
             NOT AT END
                 IF WS-XLATE-FILE
                 AND INPUT01-RECORD-LENGTH > 0
                     PERFORM 8022-TRANSLATE-INPUT01-RECORD
                 END-IF
           END-READ
           .

       8022-TRANSLATE-INPUT01-RECORD.
      *    The file is read back in this platform's code page, the
      *    same as CSVLOAD reads a vendor's.
           MOVE WS-FILE-CCSID TO CSVXLATE-FROM-CCSID
           MOVE 0 TO CSVXLATE-TO-CCSID
           MOVE INPUT01-RECORD-LENGTH TO CSVXLATE-IN-LENGTH
           SET CSVXLATE-IN-ADDRESS TO ADDRESS OF INPUT01-RECORD
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
               DISPLAY MYNAME ' CSVXLATE failed for ' SEND-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           MOVE CSVXLATE-OUT-LENGTH TO INPUT01-RECORD-LENGTH
           IF INPUT01-RECORD-LENGTH > 0
               MOVE WS-XLATE-RECORD(1:INPUT01-RECORD-LENGTH)
                 TO INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
           END-IF
           ADD CSVXLATE-BAD-BYTE-COUNT TO WS-FILE-XLATE-COUNT
           .

       8030-SET-CSVPARSE-PARMS.
           SET CSVPARSE-RECORD-ADDRESS TO ADDRESS OF INPUT01-RECORD
           MOVE INPUT01-RECORD-LENGTH TO CSVPARSE-RECORD-LENGTH
           .

       8040-READ-SENDLOG.
           READ SENDLOG
             AT END SET SENDLOG-EOF TO TRUE
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
           MOVE WS-PTN-COUNT   TO WS-COUNT-DISP
           MOVE WS-NIGHT-FILES TO WS-COUNT-DISP-2
           MOVE WS-NIGHT-ROWS  TO WS-COUNT-DISP-3
           MOVE WS-DISC-COUNT  TO WS-COUNT-DISP-4
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER NIGHT='   DELIMITED BY SIZE
             WS-NIGHT-DATE      DELIMITED BY SIZE
             ' PARTNERS='       DELIMITED BY SIZE
             WS-COUNT-DISP      DELIMITED BY SIZE
             ' FILES='          DELIMITED BY SIZE
             WS-COUNT-DISP-2    DELIMITED BY SIZE
             ' ROWS='           DELIMITED BY SIZE
             WS-COUNT-DISP-3    DELIMITED BY SIZE
             ' DISCREPANCIES='  DELIMITED BY SIZE
             WS-COUNT-DISP-4    DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 100 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       9000-WRITE-DISCREPANCY.
           ADD 1 TO WS-DISC-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING
             'DISCREPANCY PARTNER=' DELIMITED BY SIZE
             SEND-PARTNER-ID        DELIMITED BY SIZE
             ' REASON='             DELIMITED BY SIZE
             WS-DISC-REASON         DELIMITED BY SIZE
             ' FILE='               DELIMITED BY SIZE
             SEND-FILE-NAME         DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 210 TO RPT-RECORD-LENGTH
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
