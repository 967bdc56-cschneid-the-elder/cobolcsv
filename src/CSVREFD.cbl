       Identification Division.
       Program-ID. CSVREFD.
      *
      * The purpose of this program is to feed the reject suspense
      * records the service desk has repaired and released back into
      * the night's load, so a handful of bad records no longer
      * costs a full CSVLOAD rerun.  CSVLOAD suspends every record
      * it rejects in the SUSPENSE VSAM cluster (layout in the
      * CSVSUSP copybook); the CSVREPR transaction corrects the raw
      * bytes and releases the record once it parses clean.  This
      * step picks up every released record CSVLOAD suspended in the
      * load it follows - the LOAD STAMP= line leading CTLRPT names
      * that load, and suspense records are keyed under it - for a
      * file in the night's run, parses it again under the control
      * record it was loaded under, rebuilds it through CSVBUILD in
      * the common RFC4180/comma dialect, and marks it re-fed.
      *
      * The consolidated file is read-only to everything downstream
      * of CSVLOAD, and its rows are segmented by source file - each
      * file's header row, then its data rows, in the order of the
      * FILE= lines on CSVLOAD's control-total report, with
      * CSVRECON and CSVNIGHT reading those lines back.  So a
      * re-fed row is not tacked on after the trailer.  Instead this
      * step writes a new generation of both: it copies the
      * consolidated file segment by segment, as CTLRPT's per-file
      * row counts lay it out, and appends each file's re-fed rows
      * to the end of its own segment; and it copies CTLRPT line by
      * line, rewriting each FILE= line whose file had rows re-fed
      * with ROWS raised and REJECTS lowered by the re-fed count,
      * the count itself noted past the fixed columns.  The
      * consolidated file's trailer is rewritten with the new row
      * total, and control-total lines are added to CTLRPT for the
      * records re-fed, the records refused, the records released
      * but not re-fed because their file is not in the run (or
      * CSVLOAD skipped it, or they were suspended by an earlier
      * load), and the re-fed rows' duplicate keys
      * and KSDS truncations.
      *
      * A released record that still does not parse to a complete
      * row - the desk released it before a control record change,
      * say - is refused: it goes back to S(uspended) status with
      * its new CSVRC, and the REFDRPT report lists it.  So is one
      * from a file CSVLOAD loaded under record-type definitions,
      * whatever its reason: its record-type and amount edits are
      * not repeated here and its trailer was balanced at load, so
      * such a file is reloaded rather than patched.  A re-fed
      * record goes to L(oaded) status, and the time of the re-feed
      * is stamped on it; the terminal that released it is kept.
      *
      * When the record's file was keyed, the re-fed row is also
      * written to the KSDSOUT cluster under the key columns' field
      * numbers CSVLOAD saved on the suspense record, with
      * CSVLOAD's rules: a duplicate key never overwrites the row
      * already there, and a row past the 4000-byte cap is
      * truncated, both listed on the duplicate-key report, which
      * is extended rather than replaced so the night's collisions
      * stay on one report.  The cut backs off to the start of a
      * UTF-8 character when that is this platform's code page, as
      * CSVLOAD's does.
      *
      * Files, as program arguments on other platforms and DDs of
      * the same names on IBM Z:
      *
      *   1  SUSPENSE  the reject suspense cluster
      *   2  INPUT01   CSVLOAD's consolidated file
      *   3  CTLIN     CSVLOAD's control-total report
      *   4  OUTFILE   the new consolidated file
      *   5  CTLRPT    the new control-total report
      *   6  REFDRPT   one line per record re-fed or refused
      *   7  KSDSOUT   the KSDS cluster - optional, '-' or left off
      *                when no file in the run is keyed
      *   8  DUPRPT    the duplicate-key report, required with 7
      *
      * Suspense records are only ever rewritten in place, so a
      * rerun after an abend needs the suspense cluster restored
      * from the copy taken ahead of this step along with the
      * KSDS cluster; the consolidated file and CTLRPT are simply
      * written again.
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
           Select SUSPENSE Assign SUSPENSE
             Organization Indexed
             Access Dynamic
             Record Key SUSP-KEY.
           Select INPUT01 Assign INPUT01.
           Select CTLIN Assign CTLIN
             Organization Line Sequential.
           Select OUTFILE Assign OUTFILE
             Organization Line Sequential.
           Select CTLRPT Assign CTLRPT
             Organization Line Sequential.
           Select REFDRPT Assign REFDRPT
             Organization Line Sequential.
           Select Optional KSDSOUT Assign KSDSOUT
             Organization Indexed
             Access Dynamic
             Record Key KSDS-KEY.
           Select DUPRPT Assign DUPRPT
             Organization Line Sequential.
           >>ELSE
           Select SUSPENSE Assign WS-SUSP-FILE-NAME
             Organization Indexed
             Access Dynamic
             Record Key SUSP-KEY.
           Select INPUT01 Assign WS-INPUT01-NAME
             Organization Line Sequential.
           Select CTLIN Assign WS-CTLIN-NAME
             Organization Line Sequential.
           Select OUTFILE Assign WS-OUT-FILE-NAME
             Organization Line Sequential.
           Select CTLRPT Assign WS-CTLRPT-NAME
             Organization Line Sequential.
           Select REFDRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           Select Optional KSDSOUT Assign WS-KSDS-FILE-NAME
             Organization Indexed
             Access Dynamic
             Record Key KSDS-KEY.
           Select DUPRPT Assign WS-DUP-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  SUSPENSE.
       Copy CSVSUSP Replacing ==:PRFX:== By ==SUSP-==.

       FD  INPUT01
           Record Varying 1 To 32000 Depending INPUT01-RECORD-LENGTH
           Block 0
           Recording V.
       01  INPUT01-RECORD PIC X(32000).

      * CSVLOAD's control-total report, laid out the way CSVNIGHT
      * and CSVRECON read its per-file lines.
       FD  CTLIN
           Record Varying 1 To 200 Depending CTLIN-RECORD-LENGTH
           Block 0
           Recording V.
       01  CTLIN-RECORD.
           05  CR-LINE-TAG             PIC X(005).
           05  CR-FILE-NAME            PIC X(128).
           05  FILLER                  PIC X(006).
           05  CR-FILE-ROWS            PIC X(009).
           05  FILLER                  PIC X(009).
           05  CR-FILE-REJECTS         PIC X(009).
           05  FILLER                  PIC X(034).

       FD  OUTFILE
           Record Varying 1 To 32000 Depending OUT-RECORD-LENGTH
           Block 0
           Recording V.
       01  OUT-RECORD PIC X(32000).

       FD  CTLRPT
           Record Varying 1 To 200 Depending CTLRPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  CTLRPT-RECORD PIC X(200).

       FD  REFDRPT
           Record Varying 1 To 200 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(200).

       FD  KSDSOUT.
       Copy CSVKSDS Replacing ==:PRFX:== By ==KSDS-==.

       FD  DUPRPT
           Record Varying 1 To 400 Depending DUPRPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  DUPRPT-RECORD PIC X(400).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVREFD'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-SUSP-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-INPUT01-NAME         PIC X(128)         VALUE
                                                   SPACES.
           05  WS-CTLIN-NAME           PIC X(128)         VALUE
                                                   SPACES.
           05  WS-OUT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-CTLRPT-NAME          PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-KSDS-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-DUP-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  INPUT01-RECORD-LENGTH   PIC S9(004) BINARY VALUE +0.
           05  CTLIN-RECORD-LENGTH     PIC S9(004) BINARY VALUE +0.
           05  OUT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  CTLRPT-RECORD-LENGTH    PIC S9(004) BINARY VALUE +0.
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  DUPRPT-RECORD-LENGTH    PIC S9(004) BINARY VALUE +0.
           05  FIELD-COUNT             PIC S9(004) BINARY VALUE +0.
           05  WS-SAVE-RC              PIC S9(009) BINARY VALUE +0.
           05  WS-SEGMENT-ROWS         PIC S9(009) BINARY VALUE +0.
           05  WS-SEGMENT-NDX          PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-ROWS            PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-REJECTS         PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-REFED-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-TOTAL-REFED-COUNT    PIC S9(009) BINARY VALUE +0.
           05  WS-REFUSED-COUNT        PIC S9(009) BINARY VALUE +0.
           05  WS-NOT-IN-RUN-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-TRAILER-FILES        PIC S9(009) BINARY VALUE +0.
           05  WS-TRAILER-ROWS         PIC S9(009) BINARY VALUE +0.
           05  WS-KEY-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-KSDS-KEY-WORK.
               10  WS-KSDS-KEY-SLOT    PIC X(030) OCCURS 3 TIMES.
           05  WS-KEY-VALUE-LENGTH     PIC S9(009) BINARY VALUE +0.
           05  WS-KSDS-ROW-LENGTH      PIC S9(009) BINARY VALUE +0.
           05  WS-DUP-NEW-FILE         PIC X(128)         VALUE
                                                   SPACES.
           05  WS-DUP-KEY-COUNT        PIC S9(009) BINARY VALUE +0.
           05  WS-KSDS-TRUNC-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-REFUSE-REASON        PIC X(030)         VALUE
                                                   SPACES.
           05  WS-LOAD-STAMP           PIC X(014)         VALUE
                                                   SPACES.
           05  WS-CTOT-DISP            PIC Z(008)9.
           05  WS-REJ-COUNT-DISP       PIC Z(008)9.
           05  WS-REFED-DISP           PIC Z(008)9.
           05  WS-RECNUM-DISP          PIC Z(008)9.
           05  WS-RC-DISP              PIC Z9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.

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
           05  CTLIN-EOF-SW            PIC X(001) VALUE 'N'.
               88  CTLIN-EOF                      VALUE 'Y' FALSE 'N'.
           05  SUSP-EOF-SW             PIC X(001) VALUE 'N'.
               88  SUSP-EOF                       VALUE 'Y' FALSE 'N'.
           05  WS-RECORD-DONE-SW       PIC X(001) VALUE 'N'.
               88  WS-RECORD-DONE                 VALUE 'Y' FALSE 'N'.
           05  WS-PARSE-CLEAN-SW       PIC X(001) VALUE 'N'.
               88  WS-PARSE-CLEAN                 VALUE 'Y' FALSE 'N'.
           05  WS-KSDS-ACTIVE-SW       PIC X(001) VALUE 'N'.
               88  WS-KSDS-ACTIVE                 VALUE 'Y' FALSE 'N'.
           05  WS-KSDS-OPEN-SW         PIC X(001) VALUE 'N'.
               88  WS-KSDS-OPEN                   VALUE 'Y' FALSE 'N'.
           05  WS-TRAILER-SEEN-SW      PIC X(001) VALUE 'N'.
               88  WS-TRAILER-SEEN                VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS  Replacing ==:PRFX:== By ==CSVPARSE-==.
      * A CSVPARSE checkpoint area kept at the state of a clean
      * record boundary, restored to throw away the partial-record
      * state a refused record leaves behind.
       Copy CSVCKPT   Replacing ==:PRFX:== By ==CSVPARSE-RESET-==.
       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVBPARMS Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVCTL    Replacing ==:PRFX:== By ==CTL-==.

      * The consolidated file's trailer, laid out at the positions
      * CSVLOAD's 8900-WRITE-TRAILER strings it into.
       01  WS-LOAD-TRAILER.
           05  WS-LT-TAG               PIC X(014).
           05  WS-LT-FILES             PIC X(009).
           05  FILLER                  PIC X(006).
           05  WS-LT-ROWS              PIC X(009).
           05  FILLER                  PIC X(022).

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

           OPEN I-O SUSPENSE
           OPEN INPUT INPUT01
           OPEN INPUT CTLIN
           OPEN OUTPUT OUTFILE
           OPEN OUTPUT CTLRPT
           OPEN OUTPUT REFDRPT

           PERFORM 8010-READ-CTLIN
           PERFORM 1000-PROCESS-CTLIN-LINE
             UNTIL CTLIN-EOF

           PERFORM 8020-READ-INPUT01
           PERFORM 2000-COPY-REST-OF-INPUT01
             UNTIL INPUT01-EOF
           IF NOT WS-TRAILER-SEEN
               DISPLAY MYNAME ' the consolidated file has no'
                 ' trailer record'
               PERFORM 9999-ABEND
           END-IF

           PERFORM 5000-SWEEP-NOT-IN-RUN
           PERFORM 8950-WRITE-CONTROL-TOTALS
           PERFORM 8960-WRITE-REPORT-TRAILER

           CLOSE SUSPENSE
           CLOSE INPUT01
           CLOSE CTLIN
           CLOSE OUTFILE
           CLOSE CTLRPT
           CLOSE REFDRPT
           IF WS-KSDS-OPEN
               CLOSE KSDSOUT
               CLOSE DUPRPT
           END-IF
           MOVE +0 TO RETURN-CODE
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM NOT DEFINED
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 6
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-SUSP-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-INPUT01-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-CTLIN-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-OUT-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-CTLRPT-NAME FROM ARGUMENT-VALUE
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARG-NB >= 8
               DISPLAY 7 UPON ARGUMENT-NUMBER
               ACCEPT WS-KSDS-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 8 UPON ARGUMENT-NUMBER
               ACCEPT WS-DUP-FILE-NAME FROM ARGUMENT-VALUE
               IF WS-KSDS-FILE-NAME = '-'
                   MOVE SPACES TO WS-KSDS-FILE-NAME
               END-IF
               IF WS-DUP-FILE-NAME = '-'
                   MOVE SPACES TO WS-DUP-FILE-NAME
               END-IF
           END-IF
           >>END-IF

      *    Re-fed rows are rebuilt in the common dialect CSVLOAD
      *    writes the consolidated file in.
           SET CSVBUILD-RFC4180 TO TRUE
           MOVE ',' TO CSVBUILD-FIELD-DELIMITER
           MOVE 1 TO CSVBUILD-FIELD-DELIMITER-LENGTH
           PERFORM 0110-BUILD-PARSER-RESET-AREA
           .

       0110-BUILD-PARSER-RESET-AREA.
      *    The reset area is an ordinary CSVPARSE checkpoint whose
      *    saved state is that of a clean record boundary - the same
      *    state CSVPARSE itself is in between records.  Restoring
      *    it discards whatever partial-record state a refused
      *    record left behind.
           INITIALIZE CSVPARSE-RESET-AREA ALL VALUE
           MOVE +1  TO CSVPARSE-RESET-PREV-REC-POSN
           MOVE +0  TO CSVPARSE-RESET-CURR-FIELD-POSN
           MOVE +8  TO CSVPARSE-RESET-PREV-RETURN-CODE
           MOVE 'N' TO CSVPARSE-RESET-FIRST-TIME-SW
           MOVE +0  TO CSVPARSE-RESET-FIELD-DATA-LENGTH
           .

       1000-PROCESS-CTLIN-LINE.
      *    Each FILE= line marks off one source file's segment of
      *    the consolidated file; every other line is copied as it
      *    stands, the LOAD STAMP= line ahead of them noted first.
           IF CTLIN-RECORD-LENGTH >= 25
           AND CTLIN-RECORD(1:11) = 'LOAD STAMP='
               MOVE CTLIN-RECORD(12:14) TO WS-LOAD-STAMP
           END-IF
           IF CTLIN-RECORD-LENGTH >= 5
           AND CR-LINE-TAG = 'FILE='
               IF WS-LOAD-STAMP = SPACES
                   DISPLAY MYNAME ' the control-total report has no'
                     ' LOAD STAMP= line ahead of its first file'
                   PERFORM 9999-ABEND
               END-IF
               PERFORM 1100-PROCESS-ONE-FILE
           ELSE
               MOVE SPACES TO CTLRPT-RECORD
               MOVE CTLIN-RECORD-LENGTH TO CTLRPT-RECORD-LENGTH
               IF CTLIN-RECORD-LENGTH > 0
                   MOVE CTLIN-RECORD(1:CTLIN-RECORD-LENGTH)
                     TO CTLRPT-RECORD
               END-IF
               WRITE CTLRPT-RECORD
           END-IF
           PERFORM 8010-READ-CTLIN
           .

       1100-PROCESS-ONE-FILE.
           MOVE NUMVAL(CR-FILE-ROWS)    TO WS-FILE-ROWS
           MOVE NUMVAL(CR-FILE-REJECTS) TO WS-FILE-REJECTS
           MOVE +0 TO WS-FILE-REFED-COUNT

           MOVE WS-FILE-ROWS TO WS-SEGMENT-ROWS
           PERFORM 1110-COPY-ONE-SEGMENT-ROW
             VARYING WS-SEGMENT-NDX FROM 1 BY 1
             UNTIL WS-SEGMENT-NDX > WS-SEGMENT-ROWS

      *    A file CSVLOAD skipped, or one with no rows at all, has
      *    no segment to add to - its released records stay
      *    released and are reported as not in the run.
           IF WS-FILE-ROWS > 0
               PERFORM 3000-REFEED-FILE-RECORDS
           END-IF

           IF WS-FILE-REFED-COUNT > 0
               PERFORM 1200-WRITE-FILE-LINE
           ELSE
               MOVE SPACES TO CTLRPT-RECORD
               MOVE CTLIN-RECORD-LENGTH TO CTLRPT-RECORD-LENGTH
               MOVE CTLIN-RECORD(1:CTLIN-RECORD-LENGTH)
                 TO CTLRPT-RECORD
               WRITE CTLRPT-RECORD
           END-IF
           .

       1110-COPY-ONE-SEGMENT-ROW.
           PERFORM 8020-READ-INPUT01
           IF INPUT01-EOF
               DISPLAY MYNAME ' the consolidated file ends inside'
                 ' the rows of ' CR-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           PERFORM 8030-COPY-INPUT01-RECORD
           .

       1200-WRITE-FILE-LINE.
      *    The same fixed positions as CSVLOAD's 8960 line, so
      *    CSVRECON and CSVNIGHT read it back unchanged; the re-fed
      *    count rides along past the fixed columns.
           ADD WS-FILE-REFED-COUNT TO WS-FILE-ROWS
           IF WS-FILE-REJECTS > WS-FILE-REFED-COUNT
               SUBTRACT WS-FILE-REFED-COUNT FROM WS-FILE-REJECTS
           ELSE
               MOVE +0 TO WS-FILE-REJECTS
           END-IF
           MOVE WS-FILE-ROWS        TO WS-CTOT-DISP
           MOVE WS-FILE-REJECTS     TO WS-REJ-COUNT-DISP
           MOVE WS-FILE-REFED-COUNT TO WS-REFED-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING
             'FILE='     DELIMITED BY SIZE
             CR-FILE-NAME                DELIMITED BY SIZE
             ' ROWS='    DELIMITED BY SIZE
             WS-CTOT-DISP                DELIMITED BY SIZE
             ' REJECTS=' DELIMITED BY SIZE
             WS-REJ-COUNT-DISP           DELIMITED BY SIZE
             ' RE-FED='  DELIMITED BY SIZE
             WS-REFED-DISP               DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           MOVE 197 TO CTLRPT-RECORD-LENGTH
           WRITE CTLRPT-RECORD
           .

       2000-COPY-REST-OF-INPUT01.
      *    Past the last segment only CSVLOAD's trailer should be
      *    left; it is rewritten with the re-fed rows counted in.
           IF INPUT01-RECORD-LENGTH >= 14
           AND INPUT01-RECORD(1:14) = 'TRAILER FILES='
               PERFORM 2100-REWRITE-TRAILER
           ELSE
               PERFORM 8030-COPY-INPUT01-RECORD
           END-IF
           PERFORM 8020-READ-INPUT01
           .

       2100-REWRITE-TRAILER.
           MOVE SPACES TO WS-LOAD-TRAILER
           IF INPUT01-RECORD-LENGTH > LENGTH OF WS-LOAD-TRAILER
               MOVE INPUT01-RECORD(1:LENGTH OF WS-LOAD-TRAILER)
                 TO WS-LOAD-TRAILER
           ELSE
               MOVE INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
                 TO WS-LOAD-TRAILER
           END-IF
           MOVE NUMVAL(WS-LT-FILES) TO WS-TRAILER-FILES
           MOVE NUMVAL(WS-LT-ROWS)  TO WS-TRAILER-ROWS
           ADD WS-TOTAL-REFED-COUNT TO WS-TRAILER-ROWS
           MOVE WS-TRAILER-FILES TO WS-COUNT-DISP-2
           MOVE WS-TRAILER-ROWS  TO WS-COUNT-DISP-3
           MOVE SPACES TO OUT-RECORD
           STRING
             'TRAILER FILES=' DELIMITED BY SIZE
             WS-COUNT-DISP-2  DELIMITED BY SIZE
             ' ROWS='         DELIMITED BY SIZE
             WS-COUNT-DISP-3  DELIMITED BY SIZE
             INTO OUT-RECORD
           END-STRING
           MOVE 60 TO OUT-RECORD-LENGTH
           WRITE OUT-RECORD
           SET WS-TRAILER-SEEN TO TRUE
           .

       3000-REFEED-FILE-RECORDS.
      *    Position on the file's first suspense record from this
      *    load - record numbers start at one, so zero sorts ahead
      *    of them all - and take its records in input order.  The
      *    file's records from earlier loads sort ahead of these and
      *    are never reached.
           MOVE CR-FILE-NAME  TO SUSP-FILE-NAME
           MOVE WS-LOAD-STAMP TO SUSP-LOAD-STAMP
           MOVE ZERO TO SUSP-RECORD-NUMBER
           SET SUSP-EOF TO FALSE
           START SUSPENSE KEY >= SUSP-KEY
             INVALID KEY
               SET SUSP-EOF TO TRUE
           END-START
           IF NOT SUSP-EOF
               PERFORM 8040-READ-NEXT-SUSPENSE
           END-IF
           PERFORM 3100-REFEED-ONE-RECORD
             UNTIL SUSP-EOF
             OR SUSP-FILE-NAME NOT = CR-FILE-NAME
             OR SUSP-LOAD-STAMP NOT = WS-LOAD-STAMP
           .

       3100-REFEED-ONE-RECORD.
           IF SUSP-RELEASED
               EVALUATE TRUE
                 WHEN SUSP-HEADER-ROW
                      *> CSVREPR never releases a header row, but a
                      *> row standing in a header's place must not be
                      *> fed as data whatever its status says.
                      MOVE 'HEADER ROW' TO WS-REFUSE-REASON
                      PERFORM 3900-REFUSE-RECORD
                 WHEN SUSP-RECTYPE-FILE
                      *> Nor does it release a record of a record-
                      *> type file - the file is reloaded instead.
                      MOVE 'RECORD-TYPE FILE - RELOAD'
                        TO WS-REFUSE-REASON
                      PERFORM 3900-REFUSE-RECORD
                 WHEN OTHER
                      PERFORM 3200-PARSE-RELEASED-RECORD
                      IF WS-PARSE-CLEAN
                          PERFORM 3500-ACCEPT-RECORD
                      ELSE
                          MOVE 'DOES NOT PARSE TO A ROW'
                            TO WS-REFUSE-REASON
                          PERFORM 3900-REFUSE-RECORD
                      END-IF
               END-EVALUATE
           END-IF
           PERFORM 8040-READ-NEXT-SUSPENSE
           .

       3200-PARSE-RELEASED-RECORD.
      *    Parse the record on its own under the control record it
      *    was loaded under, relaying each field to CSVBUILD and
      *    picking up the key values on the way.  It is clean only
      *    when CSVPARSE runs it to a complete row.
           MOVE SUSP-CTL-RECORD TO CTL-RECORD
           PERFORM 3210-SET-CSVPARSE-OPTS
           PERFORM 3220-SET-KSDS-KEY
           MOVE +0 TO FIELD-COUNT
           SET WS-PARSE-CLEAN TO FALSE
           IF SUSP-RAW-LENGTH = 0
               MOVE +0 TO CSVPARSE-RETURN-CODE
           ELSE
               MOVE SUSP-RAW-LENGTH TO CSVPARSE-RECORD-LENGTH
               SET CSVPARSE-RECORD-ADDRESS
                 TO ADDRESS OF SUSP-RAW-DATA
               SET WS-RECORD-DONE TO FALSE
               PERFORM 3230-PARSE-ONE-FIELD
                 UNTIL WS-RECORD-DONE
           END-IF
           MOVE CSVPARSE-RETURN-CODE TO SUSP-CSVRC
           .

       3210-SET-CSVPARSE-OPTS.
      *    CSVLOAD validated these columns before it loaded the file,
      *    so only the accepted values need mapping here.
           INITIALIZE CSVPARSE-OPTS
           EVALUATE CTL-DELIMITER-LENGTH
             WHEN '2'   MOVE 2 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN '3'   MOVE 3 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN '4'   MOVE 4 TO CSVPARSE-FIELD-DELIMITER-LENGTH
             WHEN OTHER MOVE 1 TO CSVPARSE-FIELD-DELIMITER-LENGTH
           END-EVALUATE
           MOVE SPACES TO CSVPARSE-FIELD-DELIMITER
           MOVE CTL-DELIMITER TO CSVPARSE-FIELD-DELIMITER(1:1)
           IF CSVPARSE-FIELD-DELIMITER-LENGTH > 1
               MOVE CTL-DELIMITER-EXTRA
                      (1:CSVPARSE-FIELD-DELIMITER-LENGTH - 1)
                 TO CSVPARSE-FIELD-DELIMITER
                      (2:CSVPARSE-FIELD-DELIMITER-LENGTH - 1)
           END-IF
           IF CTL-SNIFF-SW = 'Y'
               SET CSVPARSE-SNIFF-DELIMITERS TO TRUE
           ELSE
               SET CSVPARSE-SNIFF-NONE TO TRUE
           END-IF
           IF CTL-TOLERATE-EQUAL = 'T'
               SET CSVPARSE-TOLERATE-LEADING-EQUAL TO TRUE
           ELSE
               SET CSVPARSE-TOLERATE-LEADING-EQUAL TO FALSE
           END-IF
           IF CTL-STYLE = 'U'
               SET CSVPARSE-UNIX TO TRUE
           ELSE
               SET CSVPARSE-RFC4180 TO TRUE
           END-IF
      *    A byte order mark can only lead the file's first record.
           IF CTL-STRIP-BOM-SW = 'Y'
           AND SUSP-RECORD-NUMBER = 1
               SET CSVPARSE-STRIP-BOM TO TRUE
           ELSE
               SET CSVPARSE-STRIP-BOM TO FALSE
           END-IF
           SET CSVPARSE-CKPT-NONE TO TRUE
           SET CSVPARSE-FIELD-TABLE-OFF TO TRUE
           .

       3220-SET-KSDS-KEY.
      *    The row is keyed when its file was: the control record
      *    names key columns and CSVLOAD had found them in the
      *    file's header row by the time it suspended the record.
           MOVE SPACES TO WS-KSDS-KEY-WORK
           IF (CTL-KEY-COLUMN(1) NOT = SPACES
               OR CTL-KEY-COLUMN(2) NOT = SPACES
               OR CTL-KEY-COLUMN(3) NOT = SPACES)
           AND (SUSP-KEY-COLUMN-FLD(1) > 0
               OR SUSP-KEY-COLUMN-FLD(2) > 0
               OR SUSP-KEY-COLUMN-FLD(3) > 0)
               SET WS-KSDS-ACTIVE TO TRUE
           ELSE
               SET WS-KSDS-ACTIVE TO FALSE
           END-IF
           .

       3230-PARSE-ONE-FIELD.
           CALL "CSVPARSE" USING
             CSVPARSE-OPTS
             CSVPARSE-RECORD-LENGTH
             CSVPARSE-RECORD-ADDRESS
             CSVPARSE-FIELD-LENGTH
             CSVPARSE-FIELD-ADDRESS
           END-CALL
           MOVE RETURN-CODE TO CSVPARSE-RETURN-CODE
           EVALUATE TRUE
             WHEN CSVPARSE-FIELD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 3240-PROCESS-FIELD
             WHEN CSVPARSE-RECORD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 3240-PROCESS-FIELD
                  SET WS-PARSE-CLEAN TO TRUE
                  SET WS-RECORD-DONE TO TRUE
             WHEN OTHER
                  *> Still bad, or a quoted field left open at end
                  *> of record - keep the CSVRC for the suspense
                  *> record and put CSVPARSE back at a clean record
                  *> boundary.
                  MOVE CSVPARSE-RETURN-CODE TO WS-SAVE-RC
                  PERFORM 8800-RESET-CSVPARSE
                  MOVE WS-SAVE-RC TO CSVPARSE-RETURN-CODE
                  SET WS-RECORD-DONE TO TRUE
           END-EVALUATE
           .

       3240-PROCESS-FIELD.
           IF WS-KSDS-ACTIVE
               SET ADDRESS OF DUMMY-FIELD TO CSVPARSE-FIELD-ADDRESS
               PERFORM 3250-CAPTURE-ONE-KEY-VALUE
                 VARYING WS-KEY-NDX FROM 1 BY 1
                 UNTIL WS-KEY-NDX > 3
           END-IF
           PERFORM 3260-RELAY-FIELD
           .

       3250-CAPTURE-ONE-KEY-VALUE.
           IF SUSP-KEY-COLUMN-FLD(WS-KEY-NDX) = FIELD-COUNT
               IF CSVPARSE-FIELD-LENGTH = 0
                   MOVE SPACES TO WS-KSDS-KEY-SLOT(WS-KEY-NDX)
               ELSE
                   IF CSVPARSE-FIELD-LENGTH
                      > LENGTH OF WS-KSDS-KEY-SLOT(WS-KEY-NDX)
                       MOVE LENGTH OF WS-KSDS-KEY-SLOT(WS-KEY-NDX)
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

       3260-RELAY-FIELD.
           IF FIELD-COUNT = 1
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
               DISPLAY MYNAME ' CSVBUILD failed for '
                 SUSP-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           .

       3500-ACCEPT-RECORD.
           SET ADDRESS OF DUMMY-FIELD TO CSVBUILD-RECORD-ADDRESS
           MOVE CSVBUILD-RECORD-LENGTH TO OUT-RECORD-LENGTH
           MOVE DUMMY-FIELD(1:CSVBUILD-RECORD-LENGTH) TO OUT-RECORD
           WRITE OUT-RECORD
           IF WS-KSDS-ACTIVE
               PERFORM 8070-OPEN-KSDS-IF-NEEDED
               PERFORM 3510-WRITE-KSDS-ROW
           END-IF
           ADD 1 TO WS-FILE-REFED-COUNT
           ADD 1 TO WS-TOTAL-REFED-COUNT
           SET SUSP-REFED TO TRUE
           MOVE CURRENT-DATE TO SUSP-UPDATED-STAMP
           PERFORM 8050-REWRITE-SUSPENSE
           MOVE 'RE-FED' TO WS-REFUSE-REASON
           PERFORM 3950-REPORT-RECORD
           .

       3510-WRITE-KSDS-ROW.
           SET ADDRESS OF DUMMY-FIELD TO CSVBUILD-RECORD-ADDRESS
           MOVE WS-KSDS-KEY-WORK TO KSDS-KEY
           MOVE SUSP-FILE-NAME   TO KSDS-SOURCE-FILE
           IF CSVBUILD-RECORD-LENGTH > LENGTH OF KSDS-ROW-DATA
               MOVE LENGTH OF KSDS-ROW-DATA TO WS-KSDS-ROW-LENGTH
               IF WS-NATIVE-UTF8
                   PERFORM 3540-BACK-OFF-PARTIAL-CHAR
                     UNTIL WS-KSDS-ROW-LENGTH = 0
                     OR DUMMY-FIELD(WS-KSDS-ROW-LENGTH + 1:1)
                        < X'80'
                     OR DUMMY-FIELD(WS-KSDS-ROW-LENGTH + 1:1)
                        > X'BF'
               END-IF
               PERFORM 3530-REPORT-TRUNCATED-ROW
           ELSE
               MOVE CSVBUILD-RECORD-LENGTH TO WS-KSDS-ROW-LENGTH
           END-IF
           MOVE WS-KSDS-ROW-LENGTH TO KSDS-ROW-LENGTH
           MOVE SPACES TO KSDS-ROW-DATA
           MOVE DUMMY-FIELD(1:WS-KSDS-ROW-LENGTH) TO KSDS-ROW-DATA
           WRITE KSDS-RECORD
             INVALID KEY
               PERFORM 3520-REPORT-DUPLICATE-KEY
           END-WRITE
           .

       3520-REPORT-DUPLICATE-KEY.
      *    The cluster already holds a row under this key.  Leave
      *    it in place, as CSVLOAD does, and report the collision
      *    with both source file names.
           ADD 1 TO WS-DUP-KEY-COUNT
           MOVE KSDS-SOURCE-FILE TO WS-DUP-NEW-FILE
           READ KSDSOUT
             INVALID KEY
               MOVE SPACES TO KSDS-SOURCE-FILE
           END-READ
           MOVE SPACES TO DUPRPT-RECORD
           STRING
             'KEY='        DELIMITED BY SIZE
             KSDS-KEY      DELIMITED BY SIZE
             ' FILE='      DELIMITED BY SIZE
             WS-DUP-NEW-FILE DELIMITED BY SIZE
             ' KEPT FILE=' DELIMITED BY SIZE
             KSDS-SOURCE-FILE DELIMITED BY SIZE
             INTO DUPRPT-RECORD
           END-STRING
           MOVE 368 TO DUPRPT-RECORD-LENGTH
           WRITE DUPRPT-RECORD
           .

       3530-REPORT-TRUNCATED-ROW.
           ADD 1 TO WS-KSDS-TRUNC-COUNT
           MOVE SPACES TO DUPRPT-RECORD
           STRING
             'KEY='        DELIMITED BY SIZE
             KSDS-KEY      DELIMITED BY SIZE
             ' FILE='      DELIMITED BY SIZE
             KSDS-SOURCE-FILE DELIMITED BY SIZE
             ' ROW TRUNCATED FOR KSDS' DELIMITED BY SIZE
             INTO DUPRPT-RECORD
           END-STRING
           MOVE 368 TO DUPRPT-RECORD-LENGTH
           WRITE DUPRPT-RECORD
           .

       3540-BACK-OFF-PARTIAL-CHAR.
      *    The byte just past the cut continues a UTF-8 character
      *    begun inside it - give the whole character up instead of
      *    storing part of it.
           SUBTRACT 1 FROM WS-KSDS-ROW-LENGTH
           .

       3900-REFUSE-RECORD.
      *    Back to the desk: suspended again, with the CSVRC this
      *    attempt produced.
           ADD 1 TO WS-REFUSED-COUNT
           SET SUSP-SUSPENDED TO TRUE
           MOVE CURRENT-DATE TO SUSP-UPDATED-STAMP
           PERFORM 8050-REWRITE-SUSPENSE
           PERFORM 3950-REPORT-RECORD
           .

       3950-REPORT-RECORD.
           MOVE SUSP-RECORD-NUMBER TO WS-RECNUM-DISP
           MOVE SUSP-CSVRC TO WS-RC-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'FILE='     DELIMITED BY SIZE
             SUSP-FILE-NAME              DELIMITED BY SIZE
             ' RECORD='  DELIMITED BY SIZE
             WS-RECNUM-DISP              DELIMITED BY SIZE
             ' CSVRC='   DELIMITED BY SIZE
             WS-RC-DISP                  DELIMITED BY SIZE
             ' '         DELIMITED BY SIZE
             WS-REFUSE-REASON            DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 192 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       5000-SWEEP-NOT-IN-RUN.
      *    Anything still released after the run's files have been
      *    worked belongs to a file that is not in tonight's run, or
      *    that CSVLOAD skipped, or to an earlier load than the one
      *    this step follows - list it so the desk knows it is still
      *    waiting.
           MOVE LOW-VALUES TO SUSP-KEY
           SET SUSP-EOF TO FALSE
           START SUSPENSE KEY >= SUSP-KEY
             INVALID KEY
               SET SUSP-EOF TO TRUE
           END-START
           IF NOT SUSP-EOF
               PERFORM 8040-READ-NEXT-SUSPENSE
           END-IF
           PERFORM 5010-NOTE-ONE-SUSPENSE-RECORD
             UNTIL SUSP-EOF
           .

       5010-NOTE-ONE-SUSPENSE-RECORD.
           IF SUSP-RELEASED
               ADD 1 TO WS-NOT-IN-RUN-COUNT
               MOVE 'RELEASED - NOT IN THIS LOAD' TO WS-REFUSE-REASON
               PERFORM 3950-REPORT-RECORD
           END-IF
           PERFORM 8040-READ-NEXT-SUSPENSE
           .

       8010-READ-CTLIN.
           READ CTLIN
             AT END SET CTLIN-EOF TO TRUE
           END-READ
           .

       8020-READ-INPUT01.
           READ INPUT01
             AT END SET INPUT01-EOF TO TRUE
           END-READ
           .

       8030-COPY-INPUT01-RECORD.
           MOVE INPUT01-RECORD-LENGTH TO OUT-RECORD-LENGTH
           MOVE SPACES TO OUT-RECORD
           IF INPUT01-RECORD-LENGTH > 0
               MOVE INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
                 TO OUT-RECORD
           END-IF
           WRITE OUT-RECORD
           .

       8040-READ-NEXT-SUSPENSE.
           READ SUSPENSE NEXT RECORD
             AT END SET SUSP-EOF TO TRUE
           END-READ
           .

       8050-REWRITE-SUSPENSE.
           REWRITE SUSP-RECORD
             INVALID KEY
               DISPLAY MYNAME ' suspense rewrite failed for '
                 SUSP-FILE-NAME
               PERFORM 9999-ABEND
           END-REWRITE
           .

       8070-OPEN-KSDS-IF-NEEDED.
      *    The cluster and the duplicate-key report are only opened
      *    when a re-fed row belongs to a keyed file, so a night
      *    with nothing keyed to re-feed never touches either.
           IF NOT WS-KSDS-OPEN
               >>IF IGY-COMPILER-VRM NOT DEFINED
               IF WS-KSDS-FILE-NAME = SPACES
               OR WS-DUP-FILE-NAME = SPACES
                   DISPLAY MYNAME ' a re-fed record belongs to a'
                     ' keyed file but no KSDS and duplicates-report'
                     ' arguments were provided'
                   PERFORM 9999-ABEND
               END-IF
               >>END-IF
               OPEN I-O KSDSOUT
               OPEN EXTEND DUPRPT
               SET WS-KSDS-OPEN TO TRUE
           END-IF
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

       8950-WRITE-CONTROL-TOTALS.
           MOVE WS-TOTAL-REFED-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'RECORDS RE-FED=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           MOVE 40 TO CTLRPT-RECORD-LENGTH
           WRITE CTLRPT-RECORD

           MOVE WS-REFUSED-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'RE-FEED REFUSED=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD

           MOVE WS-NOT-IN-RUN-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'RELEASED NOT IN RUN=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD

           MOVE WS-DUP-KEY-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'RE-FED DUPLICATE KEYS=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD

           MOVE WS-KSDS-TRUNC-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'RE-FED ROWS TRUNCATED=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD
           .

       8960-WRITE-REPORT-TRAILER.
           MOVE WS-TOTAL-REFED-COUNT TO WS-COUNT-DISP-2
           MOVE WS-REFUSED-COUNT     TO WS-COUNT-DISP-3
           MOVE WS-NOT-IN-RUN-COUNT  TO WS-COUNT-DISP-4
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER RE-FED='  DELIMITED BY SIZE
             WS-COUNT-DISP-2    DELIMITED BY SIZE
             ' REFUSED='        DELIMITED BY SIZE
             WS-COUNT-DISP-3    DELIMITED BY SIZE
             ' NOT-IN-RUN='     DELIMITED BY SIZE
             WS-COUNT-DISP-4    DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 80 TO RPT-RECORD-LENGTH
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
