       Identification Division.
       Program-ID. CSVAPPLY.
      *
      * The purpose of this program is to keep the KSDSOUT cluster
      * current from CSVDELTA's delta file instead of repopulating
      * it from scratch every night.  Each delta row's action code
      * is applied to the cluster: an A(dd) row is written, a
      * C(hange) row rewrites the record already held under its
      * key, and a D(elete) row deletes it.
      *
      * The delta file carries no source file name and no key
      * definition of its own, so both come from an apply control
      * record in the same CSVCTL layout CSVLOAD reads - the
      * control record for the vendor file the delta was built
      * from.  Only its file name and key column fields are used:
      *
      *   columns   1-128  source file name - recorded on every row
      *                    this program adds, and the name the
      *                    vendor's reserved header record is kept
      *                    under
      *   columns 143-232  key columns one through three, exactly
      *                    as CSVLOAD reads them
      *
      * Keys are built the way CSVLOAD's 2040-RELAY-ROW-TO-KSDS
      * builds them - each named column's value space padded (or
      * truncated) to 30 bytes in its own slot of the 90-byte key -
      * and each row is rebuilt through CSVBUILD without its ACTION
      * field, so the bytes stored are the same bytes a full reload
      * would have stored.  A row longer than the 4000-byte
      * KSDS-ROW-DATA cap is truncated and noted on the report, the
      * same as CSVLOAD notes it on DUPRPT.  A changed row keeps the
      * source file name already on the record.
      *
      * The delta file's header row - ACTION plus tonight's column
      * names - is checked against the vendor's reserved header
      * record (a low-value byte ahead of the source file name, as
      * CSVLOAD writes it).  A missing header record is written and
      * a different one is replaced, and either event is listed on
      * the report, so the online inquiry keeps showing stored rows
      * under the vendor's current column names.
      *
      * A delete row carries the prior night's row, in the prior
      * night's column layout, so its key is not necessarily where
      * tonight's header puts it.  Before the reserved header record
      * is replaced, its column names are parsed for the key
      * columns' old positions, and a delete row's key is built
      * from those; adds and changes are keyed by tonight's header.
      * A cluster with no reserved header record yet keys deletes
      * by tonight's header too.  A stored header that lacks a key
      * column cannot key a delete at all, so the run is stopped.
      *
      * A delta row that does not fit the cluster is never forced:
      * an add whose key is already there, or a change or delete
      * whose key is not, is listed on the APPLYRPT report as a
      * conflict and left unapplied.  The report then balances the
      * rows read for each action code - applied plus conflicts -
      * against the counts in the delta file's own trailer.  The
      * program ends with return code 8 when there were conflicts,
      * when a row carried an unknown action code, or when the
      * delta file is out of balance with its trailer (or has no
      * trailer), the same convention CSVRECON uses, so the
      * scheduler can hold the jobs that read the cluster.
      *
      * The delta file is the one common RFC4180/comma dialect
      * CSVDELTA writes through CSVBUILD, so the parse options are
      * fixed rather than taken from the control record.
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
           Select CTLFILE Assign CTLFILE
             Organization Line Sequential.
           Select INPUT01 Assign INPUT01.
           Select KSDSOUT Assign KSDSOUT
             Organization Indexed
             Access Dynamic
             Record Key KSDS-KEY.
           Select APPLYRPT Assign APPLYRPT
             Organization Line Sequential.
           >>ELSE
           Select CTLFILE Assign WS-CTL-FILE-NAME
             Organization Line Sequential.
           Select INPUT01 Assign WS-INPUT01-NAME
             Organization Line Sequential.
           Select KSDSOUT Assign WS-KSDS-FILE-NAME
             Organization Indexed
             Access Dynamic
             Record Key KSDS-KEY.
           Select APPLYRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  CTLFILE.
       Copy CSVCTL Replacing ==:PRFX:== By ==CTL-==.

       FD  INPUT01
           Record Varying 1 To 32000 Depending INPUT01-RECORD-LENGTH
           Block 0
           Recording V.
       01  INPUT01-RECORD PIC X(32000).

       FD  KSDSOUT.
       Copy CSVKSDS Replacing ==:PRFX:== By ==KSDS-==.

       FD  APPLYRPT
           Record Varying 1 To 400 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(400).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVAPPLY'.
           05  WS-ACTION-COLUMN        PIC X(006) VALUE 'ACTION'.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-INPUT01-NAME         PIC X(128)         VALUE
                                                   SPACES.
           05  WS-CTL-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-KSDS-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  INPUT01-RECORD-LENGTH   PIC S9(004) BINARY VALUE +0.
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  FIELD-COUNT             PIC S9(004) BINARY VALUE +0.
           05  WS-KEY-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-KEY-COLUMN-NAME      PIC X(030) OCCURS 3 TIMES.
           05  WS-KEY-COLUMN-FLD       PIC S9(004) BINARY
                                                   OCCURS 3 TIMES.
           05  WS-OLD-KEY-COLUMN-FLD   PIC S9(004) BINARY
                                                   OCCURS 3 TIMES.
           05  WS-STORED-HEADER-LENGTH PIC S9(009) BINARY VALUE +0.
           05  WS-KSDS-KEY-WORK.
               10  WS-KSDS-KEY-SLOT    PIC X(030) OCCURS 3 TIMES.
           05  WS-FIELD-NAME           PIC X(030)         VALUE
                                                   SPACES.
           05  WS-KEY-VALUE-LENGTH     PIC S9(009) BINARY VALUE +0.
           05  WS-KSDS-ROW-LENGTH      PIC S9(009) BINARY VALUE +0.
           05  WS-ACTION-CODE          PIC X(001)         VALUE
                                                   SPACE.
               88  WS-ACTION-ADD                          VALUE 'A'.
               88  WS-ACTION-CHANGE                       VALUE 'C'.
               88  WS-ACTION-DELETE                       VALUE 'D'.
           05  WS-CONFLICT-REASON      PIC X(040)         VALUE
                                                   SPACES.
           05  WS-HEADER-EVENT         PIC X(008)         VALUE
                                                   SPACES.
           05  WS-ROW-NUMBER           PIC S9(009) BINARY VALUE +0.
           05  WS-ADD-READ             PIC S9(009) BINARY VALUE +0.
           05  WS-CHG-READ             PIC S9(009) BINARY VALUE +0.
           05  WS-DEL-READ             PIC S9(009) BINARY VALUE +0.
           05  WS-ADD-APPLIED          PIC S9(009) BINARY VALUE +0.
           05  WS-CHG-APPLIED          PIC S9(009) BINARY VALUE +0.
           05  WS-DEL-APPLIED          PIC S9(009) BINARY VALUE +0.
           05  WS-ADD-CONFLICTS        PIC S9(009) BINARY VALUE +0.
           05  WS-CHG-CONFLICTS        PIC S9(009) BINARY VALUE +0.
           05  WS-DEL-CONFLICTS        PIC S9(009) BINARY VALUE +0.
           05  WS-BAD-ACTION-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-CONFLICT-COUNT       PIC S9(009) BINARY VALUE +0.
           05  WS-TRUNC-COUNT          PIC S9(009) BINARY VALUE +0.
           05  WS-TRL-ADDS             PIC S9(009) BINARY VALUE +0.
           05  WS-TRL-CHANGES          PIC S9(009) BINARY VALUE +0.
           05  WS-TRL-DELETES          PIC S9(009) BINARY VALUE +0.
           05  WS-STAT-ACTION          PIC X(001)         VALUE
                                                   SPACE.
           05  WS-STAT-READ            PIC S9(009) BINARY VALUE +0.
           05  WS-STAT-APPLIED         PIC S9(009) BINARY VALUE +0.
           05  WS-STAT-CONFLICTS       PIC S9(009) BINARY VALUE +0.
           05  WS-STAT-TRAILER         PIC S9(009) BINARY VALUE +0.
           05  WS-ROW-STATUS           PIC X(014)         VALUE
                                                   SPACES.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.
      *    The delta file's trailer, laid out at the positions
      *    CSVDELTA's 8900-WRITE-DELTA-TRAILER strings it into.
           05  WS-DELTA-TRAILER.
               10  WS-DT-TAG           PIC X(013).
               10  WS-DT-ADDS          PIC X(009).
               10  FILLER              PIC X(009).
               10  WS-DT-CHANGES       PIC X(009).
               10  FILLER              PIC X(009).
               10  WS-DT-DELETES       PIC X(009).
               10  FILLER              PIC X(022).

       01  WS-SWITCHES.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVPARSE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           Copy CSVRC  Replacing ==:PRFX:== By ==CSVPARSE-==.
           05  CSVBUILD-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           Copy CSVBRC Replacing ==:PRFX:== By ==CSVBUILD-==.
           >>ELSE
           05  CSVPARSE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           Copy CSVRC  Replacing ==:PRFX:== By ==CSVPARSE-==.
           05  CSVBUILD-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           Copy CSVBRC Replacing ==:PRFX:== By ==CSVBUILD-==.
           >>END-IF
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  CTL-EOF-SW              PIC X(001) VALUE 'N'.
               88  CTL-EOF                        VALUE 'Y' FALSE 'N'.
           05  WS-RECORD-DONE-SW       PIC X(001) VALUE 'N'.
               88  WS-RECORD-DONE                 VALUE 'Y' FALSE 'N'.
           05  WS-HEADER-PASS-SW       PIC X(001) VALUE 'N'.
               88  WS-HEADER-PASS                 VALUE 'Y' FALSE 'N'.
           05  WS-KEY-FOUND-SW         PIC X(001) VALUE 'N'.
               88  WS-KEY-FOUND                   VALUE 'Y' FALSE 'N'.
           05  WS-ROW-TRUNCATED-SW     PIC X(001) VALUE 'N'.
               88  WS-ROW-TRUNCATED               VALUE 'Y' FALSE 'N'.
           05  WS-TRAILER-SEEN-SW      PIC X(001) VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y' FALSE 'N'.
           05  WS-OUT-OF-BALANCE-SW    PIC X(001) VALUE 'N'.
               88  WS-OUT-OF-BALANCE              VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS  Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVBPARMS Replacing ==:PRFX:== By ==CSVBUILD-==.
      * A checkpoint area kept permanently at the state of a clean
      * record boundary, restored into CSVPARSE to throw away its
      * partial-record state after a stored header record that
      * could not be fully parsed - the same reset CSVPREFL uses.
       Copy CSVCKPT   Replacing ==:PRFX:== By ==CSVPARSE-RESET-==.

      *    The vendor's reserved header record as the cluster held it
      *    before tonight's apply - the prior night's column names.
       01  WS-STORED-HEADER            PIC X(4000)        VALUE
                                                   SPACES.

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

           OPEN INPUT CTLFILE
           PERFORM 0200-LOAD-CONTROL-RECORD
           CLOSE CTLFILE

           OPEN INPUT INPUT01
           OPEN I-O KSDSOUT
           OPEN OUTPUT APPLYRPT

           PERFORM 1000-PROCESS-DELTA-HEADER

           INITIALIZE INPUT01-RECORD-LENGTH
           PERFORM 8020-READ-INPUT01
             UNTIL INPUT01-RECORD-LENGTH > 0
             OR INPUT01-EOF
           PERFORM 2000-PROCESS-DELTA-ROW
             UNTIL INPUT01-EOF

           PERFORM 8900-WRITE-BALANCE-LINES
           PERFORM 8950-WRITE-REPORT-TRAILER

           CLOSE INPUT01
           CLOSE KSDSOUT
           CLOSE APPLYRPT
           IF WS-CONFLICT-COUNT > 0
           OR WS-BAD-ACTION-COUNT > 0
           OR WS-OUT-OF-BALANCE
               MOVE +8 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM NOT DEFINED
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 4
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-INPUT01-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-CTL-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-KSDS-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           >>END-IF

      *    The delta file is always the one common dialect CSVDELTA
      *    writes through CSVBUILD, so the parse options are fixed
      *    rather than taken from the control record, and the rows
      *    are rebuilt the same way CSVLOAD built them.
           SET CSVPARSE-RFC4180 TO TRUE
           MOVE ',' TO CSVPARSE-FIELD-DELIMITER
           MOVE 1 TO CSVPARSE-FIELD-DELIMITER-LENGTH
           SET CSVPARSE-TOLERATE-LEADING-EQUAL TO FALSE
           SET CSVBUILD-RFC4180 TO TRUE
           MOVE ',' TO CSVBUILD-FIELD-DELIMITER
           MOVE 1 TO CSVBUILD-FIELD-DELIMITER-LENGTH
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

       0200-LOAD-CONTROL-RECORD.
           PERFORM 8010-READ-CTLFILE
           IF CTL-EOF
               DISPLAY MYNAME ' the apply control file is empty'
               PERFORM 9999-ABEND
           END-IF
           MOVE CTL-KEY-COLUMN(1) TO WS-KEY-COLUMN-NAME(1)
           MOVE CTL-KEY-COLUMN(2) TO WS-KEY-COLUMN-NAME(2)
           MOVE CTL-KEY-COLUMN(3) TO WS-KEY-COLUMN-NAME(3)
           MOVE +0 TO WS-KEY-COLUMN-FLD(1)
           MOVE +0 TO WS-KEY-COLUMN-FLD(2)
           MOVE +0 TO WS-KEY-COLUMN-FLD(3)
           MOVE +0 TO WS-OLD-KEY-COLUMN-FLD(1)
           MOVE +0 TO WS-OLD-KEY-COLUMN-FLD(2)
           MOVE +0 TO WS-OLD-KEY-COLUMN-FLD(3)
           IF WS-KEY-COLUMN-NAME(1) = SPACES
           AND WS-KEY-COLUMN-NAME(2) = SPACES
           AND WS-KEY-COLUMN-NAME(3) = SPACES
               DISPLAY MYNAME ' control record for '
                 CTL-FILE-NAME
                 ' names no key columns'
               PERFORM 9999-ABEND
           END-IF
           .

       1000-PROCESS-DELTA-HEADER.
      *    The delta file's header row - ACTION, then tonight's
      *    column names.  Note each key column's field number and
      *    rebuild the column names alone for the vendor's reserved
      *    header record.
           PERFORM 8020-READ-INPUT01
             UNTIL INPUT01-RECORD-LENGTH > 0
             OR INPUT01-EOF
           IF INPUT01-EOF
               DISPLAY MYNAME ' the delta file is empty'
               PERFORM 9999-ABEND
           END-IF
           SET WS-HEADER-PASS TO TRUE
           PERFORM 3000-PARSE-CURRENT-RECORD
           IF FIELD-COUNT < 2
               DISPLAY MYNAME ' the delta file header has no'
                 ' columns after ACTION'
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1010-CHECK-ONE-KEY-COLUMN
             VARYING WS-KEY-NDX FROM 1 BY 1
             UNTIL WS-KEY-NDX > 3
           PERFORM 1050-LOCATE-OLD-KEY-COLUMNS
           PERFORM 1100-MAINTAIN-KSDS-HEADER
           .

       1010-CHECK-ONE-KEY-COLUMN.
           IF WS-KEY-COLUMN-NAME(WS-KEY-NDX) NOT = SPACES
           AND WS-KEY-COLUMN-FLD(WS-KEY-NDX) = 0
               DISPLAY MYNAME ' key column '
                 WS-KEY-COLUMN-NAME(WS-KEY-NDX)
                 ' is not in the delta file header row'
               PERFORM 9999-ABEND
           END-IF
           .

       1050-LOCATE-OLD-KEY-COLUMNS.
      *    Delete rows are in the layout of the reserved header
      *    record as it stands before tonight's header replaces it.
      *    Its fields are column names alone, so a key column's
      *    field number on a delete row - ACTION first - is one more
      *    than its position in the stored header.  With no header
      *    record yet, nothing older is known.
           MOVE LOW-VALUES TO KSDS-KEY
           MOVE CTL-FILE-NAME(1:89) TO KSDS-KEY(2:89)
           PERFORM 4500-READ-KSDS-BY-KEY
           IF WS-KEY-FOUND
               MOVE KSDS-ROW-LENGTH TO WS-STORED-HEADER-LENGTH
               MOVE KSDS-ROW-DATA TO WS-STORED-HEADER
               SET CSVPARSE-RECORD-ADDRESS
                 TO ADDRESS OF WS-STORED-HEADER
               MOVE WS-STORED-HEADER-LENGTH TO CSVPARSE-RECORD-LENGTH
               MOVE +0 TO FIELD-COUNT
               SET WS-RECORD-DONE TO FALSE
               PERFORM 1060-PARSE-ONE-STORED-NAME
                 UNTIL WS-RECORD-DONE
               PERFORM 1080-CHECK-ONE-OLD-KEY-COLUMN
                 VARYING WS-KEY-NDX FROM 1 BY 1
                 UNTIL WS-KEY-NDX > 3
           ELSE
               MOVE WS-KEY-COLUMN-FLD(1) TO WS-OLD-KEY-COLUMN-FLD(1)
               MOVE WS-KEY-COLUMN-FLD(2) TO WS-OLD-KEY-COLUMN-FLD(2)
               MOVE WS-KEY-COLUMN-FLD(3) TO WS-OLD-KEY-COLUMN-FLD(3)
           END-IF
           .

       1060-PARSE-ONE-STORED-NAME.
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
                  PERFORM 1070-MATCH-STORED-NAME
                  SET WS-RECORD-DONE TO TRUE
             WHEN CSVPARSE-FIELD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 1070-MATCH-STORED-NAME
             WHEN OTHER
                  *> A stored header cut off at the 4000-byte cap
                  *> inside a quoted name - the names before it
                  *> still count; the partial state is thrown away.
                  PERFORM 8800-RESET-CSVPARSE
                  SET WS-RECORD-DONE TO TRUE
           END-EVALUATE
           .

       1070-MATCH-STORED-NAME.
           SET ADDRESS OF DUMMY-FIELD TO CSVPARSE-FIELD-ADDRESS
           IF CSVPARSE-FIELD-LENGTH = 0
               MOVE SPACES TO WS-FIELD-NAME
           ELSE
               IF CSVPARSE-FIELD-LENGTH > LENGTH OF WS-FIELD-NAME
                   MOVE DUMMY-FIELD(1:LENGTH OF WS-FIELD-NAME)
                     TO WS-FIELD-NAME
               ELSE
                   MOVE DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                     TO WS-FIELD-NAME
               END-IF
           END-IF
           PERFORM 1075-MATCH-ONE-OLD-KEY-COLUMN
             VARYING WS-KEY-NDX FROM 1 BY 1
             UNTIL WS-KEY-NDX > 3
           .

       1075-MATCH-ONE-OLD-KEY-COLUMN.
           IF WS-KEY-COLUMN-NAME(WS-KEY-NDX) NOT = SPACES
           AND WS-OLD-KEY-COLUMN-FLD(WS-KEY-NDX) = 0
           AND WS-FIELD-NAME = WS-KEY-COLUMN-NAME(WS-KEY-NDX)
               COMPUTE WS-OLD-KEY-COLUMN-FLD(WS-KEY-NDX) =
                 FIELD-COUNT + 1
           END-IF
           .

       1080-CHECK-ONE-OLD-KEY-COLUMN.
           IF WS-KEY-COLUMN-NAME(WS-KEY-NDX) NOT = SPACES
           AND WS-OLD-KEY-COLUMN-FLD(WS-KEY-NDX) = 0
               DISPLAY MYNAME ' key column '
                 WS-KEY-COLUMN-NAME(WS-KEY-NDX)
                 ' is not in the stored header record for '
                 CTL-FILE-NAME
                 ' - delete rows cannot be keyed'
               PERFORM 9999-ABEND
           END-IF
           .

       1100-MAINTAIN-KSDS-HEADER.
      *    The reserved header record is the one CSVLOAD's
      *    2044-WRITE-KSDS-HEADER writes - a single low-value byte
      *    ahead of the source file name.  Write it when the
      *    cluster has none, replace it when the vendor's header
      *    has changed, and leave it alone otherwise.
           SET ADDRESS OF DUMMY-FIELD TO CSVBUILD-RECORD-ADDRESS
           IF CSVBUILD-RECORD-LENGTH > LENGTH OF KSDS-ROW-DATA
               MOVE LENGTH OF KSDS-ROW-DATA TO WS-KSDS-ROW-LENGTH
           ELSE
               MOVE CSVBUILD-RECORD-LENGTH TO WS-KSDS-ROW-LENGTH
           END-IF
           MOVE LOW-VALUES TO KSDS-KEY
           MOVE CTL-FILE-NAME(1:89) TO KSDS-KEY(2:89)
           READ KSDSOUT
             INVALID KEY
               SET WS-KEY-FOUND TO FALSE
             NOT INVALID KEY
               SET WS-KEY-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
             WHEN NOT WS-KEY-FOUND
                  MOVE 'ADDED' TO WS-HEADER-EVENT
                  PERFORM 1110-BUILD-HEADER-RECORD
                  WRITE KSDS-RECORD
                    INVALID KEY
                      DISPLAY MYNAME ' header record write failed'
                        ' for ' CTL-FILE-NAME
                      PERFORM 9999-ABEND
                  END-WRITE
                  PERFORM 1120-REPORT-HEADER-EVENT
             WHEN KSDS-ROW-LENGTH NOT = WS-KSDS-ROW-LENGTH
             OR KSDS-ROW-DATA(1:WS-KSDS-ROW-LENGTH)
                NOT = DUMMY-FIELD(1:WS-KSDS-ROW-LENGTH)
                  MOVE 'CHANGED' TO WS-HEADER-EVENT
                  PERFORM 1110-BUILD-HEADER-RECORD
                  REWRITE KSDS-RECORD
                    INVALID KEY
                      DISPLAY MYNAME ' header record rewrite failed'
                        ' for ' CTL-FILE-NAME
                      PERFORM 9999-ABEND
                  END-REWRITE
                  PERFORM 1120-REPORT-HEADER-EVENT
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

       1110-BUILD-HEADER-RECORD.
           MOVE LOW-VALUES TO KSDS-KEY
           MOVE CTL-FILE-NAME(1:89) TO KSDS-KEY(2:89)
           MOVE CTL-FILE-NAME TO KSDS-SOURCE-FILE
           MOVE WS-KSDS-ROW-LENGTH TO KSDS-ROW-LENGTH
           MOVE SPACES TO KSDS-ROW-DATA
           MOVE DUMMY-FIELD(1:WS-KSDS-ROW-LENGTH) TO KSDS-ROW-DATA
           .

       1120-REPORT-HEADER-EVENT.
           MOVE SPACES TO RPT-RECORD
           STRING
             'HEADER FILE='  DELIMITED BY SIZE
             CTL-FILE-NAME   DELIMITED BY SIZE
             ' '             DELIMITED BY SIZE
             WS-HEADER-EVENT DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 150 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       2000-PROCESS-DELTA-ROW.
           IF INPUT01-RECORD-LENGTH >= 13
           AND INPUT01-RECORD(1:13) = 'TRAILER ADDS='
               PERFORM 2100-TAKE-DELTA-TRAILER
           ELSE
               ADD 1 TO WS-ROW-NUMBER
               SET WS-HEADER-PASS TO FALSE
               PERFORM 3000-PARSE-CURRENT-RECORD
               IF FIELD-COUNT < 2
                   DISPLAY MYNAME ' delta row ' WS-ROW-NUMBER
                     ' has no columns after ACTION'
                   PERFORM 9999-ABEND
               END-IF
               PERFORM 4000-APPLY-ONE-ROW
           END-IF
           INITIALIZE INPUT01-RECORD-LENGTH
           PERFORM 8020-READ-INPUT01
             UNTIL INPUT01-RECORD-LENGTH > 0
             OR INPUT01-EOF
           .

       2100-TAKE-DELTA-TRAILER.
           MOVE SPACES TO WS-DELTA-TRAILER
           IF INPUT01-RECORD-LENGTH > LENGTH OF WS-DELTA-TRAILER
               MOVE INPUT01-RECORD(1:LENGTH OF WS-DELTA-TRAILER)
                 TO WS-DELTA-TRAILER
           ELSE
               MOVE INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
                 TO WS-DELTA-TRAILER
           END-IF
           MOVE NUMVAL(WS-DT-ADDS)    TO WS-TRL-ADDS
           MOVE NUMVAL(WS-DT-CHANGES) TO WS-TRL-CHANGES
           MOVE NUMVAL(WS-DT-DELETES) TO WS-TRL-DELETES
           SET WS-TRAILER-SEEN TO TRUE
           .

       3000-PARSE-CURRENT-RECORD.
           SET CSVPARSE-RECORD-ADDRESS TO ADDRESS OF INPUT01-RECORD
           MOVE INPUT01-RECORD-LENGTH TO CSVPARSE-RECORD-LENGTH
           MOVE SPACES TO WS-KSDS-KEY-WORK
           MOVE SPACE TO WS-ACTION-CODE
           MOVE +0 TO FIELD-COUNT
           SET WS-RECORD-DONE TO FALSE
           PERFORM 3010-PARSE-ONE-FIELD
             UNTIL WS-RECORD-DONE
           .

       3010-PARSE-ONE-FIELD.
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
                  PERFORM 3020-PROCESS-FIELD
                  SET WS-RECORD-DONE TO TRUE
             WHEN CSVPARSE-FIELD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 3020-PROCESS-FIELD
             WHEN CSVPARSE-FIELD-INCOMPLETE
                  *> CSVBUILD never writes a row that spans records,
                  *> so a field left open at end of record means the
                  *> input is not a CSVDELTA output file.
                  DISPLAY MYNAME ' a delta row spans input records'
                  PERFORM 9999-ABEND
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

       3020-PROCESS-FIELD.
           SET ADDRESS OF DUMMY-FIELD TO CSVPARSE-FIELD-ADDRESS
           IF FIELD-COUNT = 1
               PERFORM 3030-TAKE-ACTION-FIELD
           ELSE
               IF WS-HEADER-PASS
                   PERFORM 3040-MATCH-KEY-COLUMN
               ELSE
                   PERFORM 3060-CAPTURE-ONE-KEY-VALUE
                     VARYING WS-KEY-NDX FROM 1 BY 1
                     UNTIL WS-KEY-NDX > 3
               END-IF
               PERFORM 3100-RELAY-FIELD
           END-IF
           .

       3030-TAKE-ACTION-FIELD.
      *    The lead field is ACTION on the header row and the action
      *    code on every other row; it is never part of the stored
      *    row.
           IF WS-HEADER-PASS
               IF CSVPARSE-FIELD-LENGTH
                  NOT = LENGTH OF WS-ACTION-COLUMN
               OR DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                  NOT = WS-ACTION-COLUMN
                   DISPLAY MYNAME ' the input is not a CSVDELTA'
                     ' delta file - its first column is not ACTION'
                   PERFORM 9999-ABEND
               END-IF
           ELSE
               IF CSVPARSE-FIELD-LENGTH = 1
                   MOVE DUMMY-FIELD(1:1) TO WS-ACTION-CODE
               ELSE
                   MOVE '?' TO WS-ACTION-CODE
               END-IF
           END-IF
           .

       3040-MATCH-KEY-COLUMN.
      *    First match wins, the same as CSVLOAD's 2031, so a header
      *    that repeats a name keys on the leftmost occurrence.
           IF CSVPARSE-FIELD-LENGTH = 0
               MOVE SPACES TO WS-FIELD-NAME
           ELSE
               IF CSVPARSE-FIELD-LENGTH > LENGTH OF WS-FIELD-NAME
                   MOVE DUMMY-FIELD(1:LENGTH OF WS-FIELD-NAME)
                     TO WS-FIELD-NAME
               ELSE
                   MOVE DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                     TO WS-FIELD-NAME
               END-IF
           END-IF
           PERFORM 3050-MATCH-ONE-KEY-COLUMN
             VARYING WS-KEY-NDX FROM 1 BY 1
             UNTIL WS-KEY-NDX > 3
           .

       3050-MATCH-ONE-KEY-COLUMN.
           IF WS-KEY-COLUMN-NAME(WS-KEY-NDX) NOT = SPACES
           AND WS-KEY-COLUMN-FLD(WS-KEY-NDX) = 0
           AND WS-FIELD-NAME = WS-KEY-COLUMN-NAME(WS-KEY-NDX)
               MOVE FIELD-COUNT TO WS-KEY-COLUMN-FLD(WS-KEY-NDX)
           END-IF
           .

       3060-CAPTURE-ONE-KEY-VALUE.
      *    A delete row is in the prior night's layout.
           IF (WS-ACTION-DELETE
               AND WS-OLD-KEY-COLUMN-FLD(WS-KEY-NDX) = FIELD-COUNT)
           OR (NOT WS-ACTION-DELETE
               AND WS-KEY-COLUMN-FLD(WS-KEY-NDX) = FIELD-COUNT)
               IF CSVPARSE-FIELD-LENGTH = 0
                   MOVE SPACES TO WS-KSDS-KEY-SLOT(WS-KEY-NDX)
               ELSE
                   IF CSVPARSE-FIELD-LENGTH
                      > LENGTH OF WS-FIELD-NAME
                       MOVE LENGTH OF WS-FIELD-NAME
                         TO WS-KEY-VALUE-LENGTH
                   ELSE
                       MOVE CSVPARSE-FIELD-LENGTH
                         TO WS-KEY-VALUE-LENGTH
                   END-IF
                   MOVE DUMMY-FIELD(1:WS-KEY-VALUE-LENGTH)
                     TO WS-KSDS-KEY-SLOT(WS-KEY-NDX)
               END-IF
           END-IF
           .

       3100-RELAY-FIELD.
           IF FIELD-COUNT = 2
               SET CSVBUILD-FIRST-FIELD TO TRUE
           ELSE
               SET CSVBUILD-FIRST-FIELD TO FALSE
           END-IF
           MOVE CSVPARSE-FIELD-LENGTH  TO CSVBUILD-FIELD-LENGTH
           SET  CSVBUILD-FIELD-ADDRESS TO CSVPARSE-FIELD-ADDRESS
           CALL "CSVBUILD" USING
             CSVBUILD-OPTS
             CSVBUILD-FIELD-LENGTH
             CSVBUILD-FIELD-ADDRESS
             CSVBUILD-RECORD-LENGTH
             CSVBUILD-RECORD-ADDRESS
             CSVBUILD-FIRST-FIELD-SW
           END-CALL
           MOVE RETURN-CODE TO CSVBUILD-RETURN-CODE
           IF NOT CSVBUILD-FIELD-APPENDED
               DISPLAY MYNAME ' CSVBUILD failed'
               PERFORM 9999-ABEND
           END-IF
           .

       4000-APPLY-ONE-ROW.
           EVALUATE TRUE
             WHEN WS-ACTION-ADD
                  ADD 1 TO WS-ADD-READ
                  PERFORM 4100-APPLY-ADD
             WHEN WS-ACTION-CHANGE
                  ADD 1 TO WS-CHG-READ
                  PERFORM 4200-APPLY-CHANGE
             WHEN WS-ACTION-DELETE
                  ADD 1 TO WS-DEL-READ
                  PERFORM 4300-APPLY-DELETE
             WHEN OTHER
                  *> Not one of CSVDELTA's action codes - nothing
                  *> is applied, and the row is listed so it can be
                  *> looked into.
                  ADD 1 TO WS-BAD-ACTION-COUNT
                  MOVE 'UNKNOWN ACTION CODE' TO WS-CONFLICT-REASON
                  PERFORM 4900-REPORT-CONFLICT
           END-EVALUATE
           .

       4100-APPLY-ADD.
           PERFORM 4400-BUILD-KSDS-ROW
           MOVE CTL-FILE-NAME TO KSDS-SOURCE-FILE
           WRITE KSDS-RECORD
             INVALID KEY
               SET WS-KEY-FOUND TO TRUE
             NOT INVALID KEY
               SET WS-KEY-FOUND TO FALSE
           END-WRITE
           IF WS-KEY-FOUND
               ADD 1 TO WS-ADD-CONFLICTS
               MOVE 'ADD - KEY ALREADY IN CLUSTER'
                 TO WS-CONFLICT-REASON
               PERFORM 4900-REPORT-CONFLICT
           ELSE
               ADD 1 TO WS-ADD-APPLIED
               IF WS-ROW-TRUNCATED
                   PERFORM 4800-REPORT-TRUNCATED-ROW
               END-IF
           END-IF
           .

       4200-APPLY-CHANGE.
      *    The record already in the cluster keeps its source file
      *    name - that is the vendor whose header record names its
      *    columns.
           MOVE WS-KSDS-KEY-WORK TO KSDS-KEY
           PERFORM 4500-READ-KSDS-BY-KEY
           IF WS-KEY-FOUND
               PERFORM 4400-BUILD-KSDS-ROW
               REWRITE KSDS-RECORD
                 INVALID KEY
                   DISPLAY MYNAME ' rewrite failed for a key just'
                     ' read'
                   PERFORM 9999-ABEND
               END-REWRITE
               ADD 1 TO WS-CHG-APPLIED
               IF WS-ROW-TRUNCATED
                   PERFORM 4800-REPORT-TRUNCATED-ROW
               END-IF
           ELSE
               ADD 1 TO WS-CHG-CONFLICTS
               MOVE 'CHANGE - KEY NOT IN CLUSTER'
                 TO WS-CONFLICT-REASON
               PERFORM 4900-REPORT-CONFLICT
           END-IF
           .

       4300-APPLY-DELETE.
           MOVE WS-KSDS-KEY-WORK TO KSDS-KEY
           DELETE KSDSOUT RECORD
             INVALID KEY
               SET WS-KEY-FOUND TO FALSE
             NOT INVALID KEY
               SET WS-KEY-FOUND TO TRUE
           END-DELETE
           IF WS-KEY-FOUND
               ADD 1 TO WS-DEL-APPLIED
           ELSE
               ADD 1 TO WS-DEL-CONFLICTS
               MOVE 'DELETE - KEY NOT IN CLUSTER'
                 TO WS-CONFLICT-REASON
               PERFORM 4900-REPORT-CONFLICT
           END-IF
           .

       4400-BUILD-KSDS-ROW.
      *    The rebuilt row, ACTION field dropped, capped at the
      *    4000-byte KSDS-ROW-DATA the same way CSVLOAD caps it.
           SET ADDRESS OF DUMMY-FIELD TO CSVBUILD-RECORD-ADDRESS
           MOVE WS-KSDS-KEY-WORK TO KSDS-KEY
           IF CSVBUILD-RECORD-LENGTH > LENGTH OF KSDS-ROW-DATA
               MOVE LENGTH OF KSDS-ROW-DATA TO WS-KSDS-ROW-LENGTH
               SET WS-ROW-TRUNCATED TO TRUE
           ELSE
               MOVE CSVBUILD-RECORD-LENGTH TO WS-KSDS-ROW-LENGTH
               SET WS-ROW-TRUNCATED TO FALSE
           END-IF
           MOVE WS-KSDS-ROW-LENGTH TO KSDS-ROW-LENGTH
           MOVE SPACES TO KSDS-ROW-DATA
           MOVE DUMMY-FIELD(1:WS-KSDS-ROW-LENGTH) TO KSDS-ROW-DATA
           .

       4500-READ-KSDS-BY-KEY.
           READ KSDSOUT
             INVALID KEY
               SET WS-KEY-FOUND TO FALSE
             NOT INVALID KEY
               SET WS-KEY-FOUND TO TRUE
           END-READ
           .

       4800-REPORT-TRUNCATED-ROW.
           ADD 1 TO WS-TRUNC-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING
             'KEY='        DELIMITED BY SIZE
             WS-KSDS-KEY-WORK DELIMITED BY SIZE
             ' ACTION='    DELIMITED BY SIZE
             WS-ACTION-CODE DELIMITED BY SIZE
             ' ROW TRUNCATED FOR KSDS' DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 200 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       4900-REPORT-CONFLICT.
      *    The row is left unapplied and listed with its key, so
      *    the cluster is never forced into agreement with a delta
      *    file that does not fit it.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-ROW-NUMBER TO WS-COUNT-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'KEY='        DELIMITED BY SIZE
             WS-KSDS-KEY-WORK DELIMITED BY SIZE
             ' ROW='       DELIMITED BY SIZE
             WS-COUNT-DISP DELIMITED BY SIZE
             ' ACTION='    DELIMITED BY SIZE
             WS-ACTION-CODE DELIMITED BY SIZE
             ' CONFLICT='  DELIMITED BY SIZE
             WS-CONFLICT-REASON DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 200 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
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

       8900-WRITE-BALANCE-LINES.
      *    One line per action code: rows read, applied, and in
      *    conflict, against the count CSVDELTA's trailer declared.
      *    Applied plus conflicts always equals rows read; it is
      *    rows read that must equal the trailer.
           IF NOT WS-TRAILER-SEEN
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO RPT-RECORD
               MOVE 'DELTA FILE HAS NO TRAILER - OUT OF BALANCE'
                 TO RPT-RECORD
               MOVE 80 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF

           MOVE 'A'              TO WS-STAT-ACTION
           MOVE WS-ADD-READ      TO WS-STAT-READ
           MOVE WS-ADD-APPLIED   TO WS-STAT-APPLIED
           MOVE WS-ADD-CONFLICTS TO WS-STAT-CONFLICTS
           MOVE WS-TRL-ADDS      TO WS-STAT-TRAILER
           PERFORM 8910-WRITE-ONE-BALANCE-LINE

           MOVE 'C'              TO WS-STAT-ACTION
           MOVE WS-CHG-READ      TO WS-STAT-READ
           MOVE WS-CHG-APPLIED   TO WS-STAT-APPLIED
           MOVE WS-CHG-CONFLICTS TO WS-STAT-CONFLICTS
           MOVE WS-TRL-CHANGES   TO WS-STAT-TRAILER
           PERFORM 8910-WRITE-ONE-BALANCE-LINE

           MOVE 'D'              TO WS-STAT-ACTION
           MOVE WS-DEL-READ      TO WS-STAT-READ
           MOVE WS-DEL-APPLIED   TO WS-STAT-APPLIED
           MOVE WS-DEL-CONFLICTS TO WS-STAT-CONFLICTS
           MOVE WS-TRL-DELETES   TO WS-STAT-TRAILER
           PERFORM 8910-WRITE-ONE-BALANCE-LINE
           .

       8910-WRITE-ONE-BALANCE-LINE.
           IF WS-TRAILER-SEEN
           AND WS-STAT-READ = WS-STAT-TRAILER
               MOVE 'IN BALANCE    ' TO WS-ROW-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-ROW-STATUS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-STAT-READ      TO WS-COUNT-DISP
           MOVE WS-STAT-APPLIED   TO WS-COUNT-DISP-2
           MOVE WS-STAT-CONFLICTS TO WS-COUNT-DISP-3
           MOVE WS-STAT-TRAILER   TO WS-COUNT-DISP-4
           MOVE SPACES TO RPT-RECORD
           STRING
             'ACTION='         DELIMITED BY SIZE
             WS-STAT-ACTION    DELIMITED BY SIZE
             ' ROWS='          DELIMITED BY SIZE
             WS-COUNT-DISP     DELIMITED BY SIZE
             ' APPLIED='       DELIMITED BY SIZE
             WS-COUNT-DISP-2   DELIMITED BY SIZE
             ' CONFLICTS='     DELIMITED BY SIZE
             WS-COUNT-DISP-3   DELIMITED BY SIZE
             ' TRAILER='       DELIMITED BY SIZE
             WS-COUNT-DISP-4   DELIMITED BY SIZE
             ' '               DELIMITED BY SIZE
             WS-ROW-STATUS     DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 120 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       8950-WRITE-REPORT-TRAILER.
           MOVE WS-ADD-APPLIED TO WS-COUNT-DISP
           MOVE WS-CHG-APPLIED TO WS-COUNT-DISP-2
           MOVE WS-DEL-APPLIED TO WS-COUNT-DISP-3
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-DISP-4
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER ADDS=' DELIMITED BY SIZE
             WS-COUNT-DISP   DELIMITED BY SIZE
             ' CHANGES='     DELIMITED BY SIZE
             WS-COUNT-DISP-2 DELIMITED BY SIZE
             ' DELETES='     DELIMITED BY SIZE
             WS-COUNT-DISP-3 DELIMITED BY SIZE
             ' CONFLICTS='   DELIMITED BY SIZE
             WS-COUNT-DISP-4 DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 100 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD

           MOVE WS-TRUNC-COUNT TO WS-COUNT-DISP
           MOVE WS-BAD-ACTION-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER KSDS-ROWS-TRUNCATED=' DELIMITED BY SIZE
             WS-COUNT-DISP                  DELIMITED BY SIZE
             ' UNKNOWN-ACTIONS='            DELIMITED BY SIZE
             WS-COUNT-DISP-2                DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
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
