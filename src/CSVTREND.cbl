       Identification Division.
       Program-ID. CSVTREND.
      *
      * The purpose of this program is to catch a vendor file that
      * is the wrong size the night it lands, not when a region
      * complains a week later.  The processed-file catalog and the
      * run-history audit dataset already hold every night's record
      * counts and field statistics, but nobody compares tonight
      * against last month unless somebody runs CSVHRPT and does it
      * by eye.  This program builds a rolling baseline for each
      * source file named in its control file, compares tonight's
      * figures against it, and flags any figure outside the
      * tolerance band set for that vendor.
      *
      * Four figures are trended for each source file:
      *
      *   RECORD-COUNT      the catalog's RECORD-COUNT, from the
      *                     entry CSVLOAD appends as the file closes
      *   ROWS-COMPLETED    the run history's ROWS-COMPLETED
      *   FIELD-INCOMPLETE  the run history's FIELD-INCOMPLETE-COUNT
      *   MAX-FIELD-LENGTH  the run history's MAX-FIELD-LENGTH
      *
      * Catalog entries are matched on the file name exactly as the
      * control file has it, and dated by their completion
      * timestamp.  Run-history records are matched on the input
      * file name and on the program that wrote them - CSVLOAD
      * writes one record for a whole run under its control file's
      * name, so the per-file figures come from the CSVVALID (or
      * CSVCNVRT) run over each file - and dated by their start
      * timestamp.  Anything dated before the run date feeds the
      * baseline; anything dated on the run date is tonight's
      * figure, the last one read winning if a file was run twice.
      * On IBM Z, CSVVALID and CSVCNVRT know their input only as the
      * INPUT01 DD, so they record its real name only when it is
      * given after the option bytes of their PARM; a step run
      * without it writes history under the name INPUT01, which
      * never matches, and that file's three run-history figures
      * come out NO HISTORY or NOT SENT - only its record count is
      * trended.
      *
      * The baseline is the average of the last N runs before
      * tonight - or, for a vendor whose volume follows the week,
      * of the last N runs that fell on the same weekday as the run
      * date.  The band is that average plus and minus the vendor's
      * tolerance percentage; a figure outside it is flagged LOW or
      * HIGH.  The incomplete-field count is only ever flagged
      * high, as a SPIKE, and only once it also passes the vendor's
      * floor, so a vendor that averages no incomplete fields does
      * not trip on a single one.  A file with no figures at all
      * for the run date is flagged NOT SENT; a figure with no
      * earlier runs to compare with is reported as NO HISTORY and
      * not flagged.
      *
      * The tolerance control file is read one line per source
      * file:
      *
      *   columns    1-128  source file name, as CSVLOAD's control
      *                     file and the catalog carry it
      *   column       129  baseline - L(ast N runs, the default)
      *                     or W(eekday, same weekday only)
      *   columns  130-131  N, the number of runs averaged, 01-99
      *                     (blank for 10)
      *   columns  132-134  volume tolerance percentage for the
      *                     record count and rows completed (blank
      *                     for 30)
      *   columns  135-137  incomplete-field tolerance percentage
      *                     (blank for 100)
      *   columns  138-146  incomplete-field floor - tonight's count
      *                     must pass it as well to be a spike
      *                     (blank for 0)
      *   columns  147-149  maximum-field-length tolerance
      *                     percentage (blank for 50)
      *   columns  150-157  the program whose run history carries
      *                     the file's figures (blank for CSVVALID)
      *
      * Every trended figure gets a line on the TRENDRPT report,
      * flagged or not, so the report doubles as the night's trend
      * sheet; a trailer record counts the files checked and
      * flagged.  The program ends with return code 8 when any file
      * is flagged, so the scheduler can hold the downstream jobs.
      *
      * The run date defaults to today; an earlier one, CCYYMMDD,
      * may be given to re-check a past night - the fifth program
      * argument here, the PARM on IBM Z.  Either the catalog or
      * the audit dataset may be left out ('-' in its argument
      * position) for a site that keeps only one of them.
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
           Select TRENDCTL Assign TRENDCTL
             Organization Line Sequential.
           Select Optional CATFILE Assign CATFILE
             Organization Sequential
             File Status WS-CAT-STATUS.
           Select Optional AUDITLOG Assign AUDITLOG
             Organization Line Sequential
             File Status WS-AUDIT-STATUS.
           Select TRENDRPT Assign TRENDRPT
             Organization Line Sequential.
           >>ELSE
           Select TRENDCTL Assign WS-CTL-FILE-NAME
             Organization Line Sequential.
           Select Optional CATFILE Assign WS-CAT-FILE-NAME
             Organization Sequential
             File Status WS-CAT-STATUS.
           Select Optional AUDITLOG Assign WS-AUDIT-FILE-NAME
             Organization Line Sequential
             File Status WS-AUDIT-STATUS.
           Select TRENDRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  TRENDCTL.
       01  TCTL-RECORD.
           05  TCTL-FILE-NAME          PIC X(128).
           05  TCTL-BASIS              PIC X(001).
               88  TCTL-BASIS-LAST-N               VALUE 'L' SPACE.
               88  TCTL-BASIS-WEEKDAY              VALUE 'W'.
           05  TCTL-RUNS               PIC X(002).
           05  TCTL-RUNS-N REDEFINES TCTL-RUNS
                                       PIC 9(002).
           05  TCTL-VOLUME-TOL         PIC X(003).
           05  TCTL-VOLUME-TOL-N REDEFINES TCTL-VOLUME-TOL
                                       PIC 9(003).
           05  TCTL-INCOMPLETE-TOL     PIC X(003).
           05  TCTL-INCOMPLETE-TOL-N REDEFINES TCTL-INCOMPLETE-TOL
                                       PIC 9(003).
           05  TCTL-INCOMPLETE-FLOOR   PIC X(009).
           05  TCTL-INCOMPLETE-FLOOR-N REDEFINES TCTL-INCOMPLETE-FLOOR
                                       PIC 9(009).
           05  TCTL-MAXLEN-TOL         PIC X(003).
           05  TCTL-MAXLEN-TOL-N REDEFINES TCTL-MAXLEN-TOL
                                       PIC 9(003).
           05  TCTL-PROGRAM-NAME       PIC X(008).

       FD  CATFILE.
       Copy CSVCAT Replacing ==:PRFX:== By ==CAT-==.

       FD  AUDITLOG.
       Copy CSVHIST Replacing ==:PRFX:== By ==AUDIT-==.

       FD  TRENDRPT
           Record Varying 1 To 250 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(250).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVTREND'.
           05  WS-MAX-VENDORS          PIC S9(004) BINARY
                                                   VALUE +500.
           05  WS-DEFAULT-RUNS         PIC S9(004) BINARY VALUE +10.
           05  WS-DEFAULT-VOLUME-TOL   PIC S9(004) BINARY VALUE +30.
           05  WS-DEFAULT-INCOMPLETE-TOL
                                       PIC S9(004) BINARY
                                                   VALUE +100.
           05  WS-DEFAULT-MAXLEN-TOL   PIC S9(004) BINARY VALUE +50.
           05  WS-DEFAULT-PROGRAM      PIC X(008) VALUE 'CSVVALID'.
      *    The trended figures, in the order they are reported.
           05  WS-METRIC-NAMES.
               10  FILLER              PIC X(016)
                                       VALUE 'RECORD-COUNT'.
               10  FILLER              PIC X(016)
                                       VALUE 'ROWS-COMPLETED'.
               10  FILLER              PIC X(016)
                                       VALUE 'FIELD-INCOMPLETE'.
               10  FILLER              PIC X(016)
                                       VALUE 'MAX-FIELD-LENGTH'.
           05  WS-METRIC-NAME REDEFINES WS-METRIC-NAMES
                                       PIC X(016) OCCURS 4 TIMES.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-CTL-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-CAT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-AUDIT-FILE-NAME      PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  WS-CAT-STATUS           PIC X(002) VALUE SPACES.
               88  WS-CAT-STATUS-OK               VALUE '00' '05'.
           05  WS-AUDIT-STATUS         PIC X(002) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK             VALUE '00' '05'.
           05  WS-ARG-RUN-DATE         PIC X(008)         VALUE
                                                   SPACES.
           05  WS-RUN-DATE             PIC X(008)         VALUE
                                                   SPACES.
           05  WS-RUN-WEEKDAY          PIC S9(004) BINARY VALUE +0.
           05  WS-ENTRY-DATE           PIC X(008)         VALUE
                                                   SPACES.
           05  WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE
                                       PIC 9(008).
           05  WS-ENTRY-WEEKDAY        PIC S9(004) BINARY VALUE +0.
           05  WS-VND-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-CURR-VND             PIC S9(004) BINARY VALUE +0.
           05  WS-MET-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-RUN-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-METRIC-VALUE         PIC S9(009) BINARY VALUE +0.
           05  WS-TOLERANCE            PIC S9(004) BINARY VALUE +0.
           05  WS-RUN-TOTAL            PIC S9(015) PACKED-DECIMAL
                                                   VALUE +0.
           05  WS-BASELINE             PIC S9(013)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-BAND-LOW             PIC S9(013)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-BAND-HIGH            PIC S9(013)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-FLAG                 PIC X(010)         VALUE
                                                   SPACES.
           05  WS-FILES-CHECKED        PIC S9(009) BINARY VALUE +0.
           05  WS-FILES-FLAGGED        PIC S9(009) BINARY VALUE +0.
           05  WS-FILES-NOT-SENT       PIC S9(009) BINARY VALUE +0.
           05  WS-TONIGHT-DISP         PIC Z(008)9.
           05  WS-BASELINE-DISP        PIC Z(008)9.
           05  WS-LOW-DISP             PIC Z(008)9.
           05  WS-HIGH-DISP            PIC Z(008)9.
           05  WS-RUNS-DISP            PIC Z9.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.

       01  WS-SWITCHES.
           05  TCTL-EOF-SW             PIC X(001) VALUE 'N'.
               88  TCTL-EOF                       VALUE 'Y' FALSE 'N'.
           05  CAT-EOF-SW              PIC X(001) VALUE 'N'.
               88  CAT-EOF                        VALUE 'Y' FALSE 'N'.
           05  AUDIT-EOF-SW            PIC X(001) VALUE 'N'.
               88  AUDIT-EOF                      VALUE 'Y' FALSE 'N'.
           05  WS-CAT-REQUESTED-SW     PIC X(001) VALUE 'Y'.
               88  WS-CAT-REQUESTED               VALUE 'Y' FALSE 'N'.
           05  WS-AUDIT-REQUESTED-SW   PIC X(001) VALUE 'Y'.
               88  WS-AUDIT-REQUESTED             VALUE 'Y' FALSE 'N'.
           05  WS-FILE-FLAGGED-SW      PIC X(001) VALUE 'N'.
               88  WS-FILE-FLAGGED                VALUE 'Y' FALSE 'N'.

      *    One entry per source file in the tolerance control file,
      *    holding its band settings and, for each trended figure,
      *    tonight's value and the last N earlier values kept
      *    round-robin - the next slot to fill wraps back to 1 once
      *    N are held, so the oldest falls out as each new run
      *    comes in.
       01  WS-VENDOR-TABLE.
           05  WS-VND-COUNT            PIC S9(004) BINARY VALUE +0.
           05  WS-VND-ENTRY            OCCURS 500 TIMES.
               10  WS-VND-FILE-NAME    PIC X(128).
               10  WS-VND-BASIS        PIC X(001).
                   88  WS-VND-BASIS-WEEKDAY       VALUE 'W'.
               10  WS-VND-RUNS         PIC S9(004) BINARY.
               10  WS-VND-VOLUME-TOL   PIC S9(004) BINARY.
               10  WS-VND-INCOMPLETE-TOL
                                       PIC S9(004) BINARY.
               10  WS-VND-INCOMPLETE-FLOOR
                                       PIC S9(009) BINARY.
               10  WS-VND-MAXLEN-TOL   PIC S9(004) BINARY.
               10  WS-VND-PROGRAM-NAME PIC X(008).
               10  WS-VND-METRIC       OCCURS 4 TIMES.
                   15  WS-MET-TONIGHT  PIC S9(009) BINARY.
                   15  WS-MET-TONIGHT-SW
                                       PIC X(001).
                       88  WS-MET-HAS-TONIGHT     VALUE 'Y'.
                   15  WS-MET-RUN-COUNT
                                       PIC S9(004) BINARY.
                   15  WS-MET-NEXT-SLOT
                                       PIC S9(004) BINARY.
                   15  WS-MET-RUN      PIC S9(009) BINARY
                                       OCCURS 99 TIMES.

       Linkage Section.
       >>IF IGY-COMPILER-VRM DEFINED
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

           OPEN INPUT TRENDCTL
           PERFORM 0200-LOAD-VENDOR-TABLE
           CLOSE TRENDCTL

           IF WS-CAT-REQUESTED
               PERFORM 1000-READ-CATALOG
           END-IF
           IF WS-AUDIT-REQUESTED
               PERFORM 2000-READ-RUN-HISTORY
           END-IF

           OPEN OUTPUT TRENDRPT
           PERFORM 3000-CHECK-ONE-FILE
             VARYING WS-CURR-VND FROM 1 BY 1
             UNTIL WS-CURR-VND > WS-VND-COUNT
           PERFORM 8900-WRITE-TRAILER
           CLOSE TRENDRPT

           IF WS-FILES-FLAGGED > 0
               MOVE +8 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM DEFINED
           IF OS-PARM-LENGTH >= 8
               MOVE OS-PARM-VALUE(1:8) TO WS-ARG-RUN-DATE
           END-IF
           >>ELSE
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 4
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-CTL-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-CAT-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-AUDIT-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-CAT-FILE-NAME = '-'
               MOVE SPACES TO WS-CAT-FILE-NAME
               SET WS-CAT-REQUESTED TO FALSE
           END-IF
           IF WS-AUDIT-FILE-NAME = '-'
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               SET WS-AUDIT-REQUESTED TO FALSE
           END-IF
           IF WS-ARG-NB >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-RUN-DATE FROM ARGUMENT-VALUE
           END-IF
           >>END-IF

           IF NOT WS-CAT-REQUESTED AND NOT WS-AUDIT-REQUESTED
               DISPLAY MYNAME ' neither the catalog nor the audit'
                 ' dataset was given - nothing to trend'
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARG-RUN-DATE = SPACES
               MOVE CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               IF WS-ARG-RUN-DATE NOT NUMERIC
                   DISPLAY MYNAME ' the run date must be eight'
                     ' digits, CCYYMMDD'
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-ARG-RUN-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-ENTRY-DATE
           PERFORM 8100-SET-ENTRY-WEEKDAY
           MOVE WS-ENTRY-WEEKDAY TO WS-RUN-WEEKDAY
           .

       0200-LOAD-VENDOR-TABLE.
           PERFORM 8010-READ-TRENDCTL
           PERFORM 0210-STORE-VENDOR-ENTRY
             UNTIL TCTL-EOF
           .

       0210-STORE-VENDOR-ENTRY.
           IF WS-VND-COUNT >= WS-MAX-VENDORS
               DISPLAY MYNAME ' more than ' WS-MAX-VENDORS
                 ' source files in the tolerance control file'
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-VND-COUNT
           MOVE WS-VND-COUNT TO WS-CURR-VND
           MOVE TCTL-FILE-NAME TO WS-VND-FILE-NAME(WS-CURR-VND)
           EVALUATE TRUE
             WHEN TCTL-BASIS-LAST-N
                  MOVE 'L' TO WS-VND-BASIS(WS-CURR-VND)
             WHEN TCTL-BASIS-WEEKDAY
                  MOVE 'W' TO WS-VND-BASIS(WS-CURR-VND)
             WHEN OTHER
                  DISPLAY MYNAME ' baseline for ' TCTL-FILE-NAME
                    ' must be L or W'
                  PERFORM 9999-ABEND
           END-EVALUATE
           IF TCTL-RUNS = SPACES
               MOVE WS-DEFAULT-RUNS TO WS-VND-RUNS(WS-CURR-VND)
           ELSE
               IF TCTL-RUNS NOT NUMERIC
               OR TCTL-RUNS-N = 0
                   DISPLAY MYNAME ' run count for ' TCTL-FILE-NAME
                     ' must be 01 to 99'
                   PERFORM 9999-ABEND
               END-IF
               MOVE TCTL-RUNS-N TO WS-VND-RUNS(WS-CURR-VND)
           END-IF
           IF TCTL-VOLUME-TOL = SPACES
               MOVE WS-DEFAULT-VOLUME-TOL
                 TO WS-VND-VOLUME-TOL(WS-CURR-VND)
           ELSE
               IF TCTL-VOLUME-TOL NOT NUMERIC
                   PERFORM 0220-REJECT-TOLERANCE
               END-IF
               MOVE TCTL-VOLUME-TOL-N
                 TO WS-VND-VOLUME-TOL(WS-CURR-VND)
           END-IF
           IF TCTL-INCOMPLETE-TOL = SPACES
               MOVE WS-DEFAULT-INCOMPLETE-TOL
                 TO WS-VND-INCOMPLETE-TOL(WS-CURR-VND)
           ELSE
               IF TCTL-INCOMPLETE-TOL NOT NUMERIC
                   PERFORM 0220-REJECT-TOLERANCE
               END-IF
               MOVE TCTL-INCOMPLETE-TOL-N
                 TO WS-VND-INCOMPLETE-TOL(WS-CURR-VND)
           END-IF
           IF TCTL-INCOMPLETE-FLOOR = SPACES
               MOVE +0 TO WS-VND-INCOMPLETE-FLOOR(WS-CURR-VND)
           ELSE
               IF TCTL-INCOMPLETE-FLOOR NOT NUMERIC
                   PERFORM 0220-REJECT-TOLERANCE
               END-IF
               MOVE TCTL-INCOMPLETE-FLOOR-N
                 TO WS-VND-INCOMPLETE-FLOOR(WS-CURR-VND)
           END-IF
           IF TCTL-MAXLEN-TOL = SPACES
               MOVE WS-DEFAULT-MAXLEN-TOL
                 TO WS-VND-MAXLEN-TOL(WS-CURR-VND)
           ELSE
               IF TCTL-MAXLEN-TOL NOT NUMERIC
                   PERFORM 0220-REJECT-TOLERANCE
               END-IF
               MOVE TCTL-MAXLEN-TOL-N
                 TO WS-VND-MAXLEN-TOL(WS-CURR-VND)
           END-IF
           IF TCTL-PROGRAM-NAME = SPACES
               MOVE WS-DEFAULT-PROGRAM
                 TO WS-VND-PROGRAM-NAME(WS-CURR-VND)
           ELSE
               MOVE TCTL-PROGRAM-NAME
                 TO WS-VND-PROGRAM-NAME(WS-CURR-VND)
           END-IF
           PERFORM 0230-CLEAR-ONE-METRIC
             VARYING WS-MET-NDX FROM 1 BY 1
             UNTIL WS-MET-NDX > 4
           PERFORM 8010-READ-TRENDCTL
           .

       0220-REJECT-TOLERANCE.
           DISPLAY MYNAME ' tolerance settings for ' TCTL-FILE-NAME
             ' must be digits or blank'
           PERFORM 9999-ABEND
           .

       0230-CLEAR-ONE-METRIC.
           MOVE +0 TO WS-MET-TONIGHT(WS-CURR-VND WS-MET-NDX)
           MOVE 'N' TO WS-MET-TONIGHT-SW(WS-CURR-VND WS-MET-NDX)
           MOVE +0 TO WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX)
           MOVE +1 TO WS-MET-NEXT-SLOT(WS-CURR-VND WS-MET-NDX)
           .

       1000-READ-CATALOG.
           OPEN INPUT CATFILE
           IF NOT WS-CAT-STATUS-OK
               DISPLAY MYNAME ' catalog cannot be opened, status '
                 WS-CAT-STATUS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 8020-READ-CATFILE
           PERFORM 1100-TAKE-ONE-CATALOG-ENTRY
             UNTIL CAT-EOF
           CLOSE CATFILE
           .

       1100-TAKE-ONE-CATALOG-ENTRY.
           MOVE +0 TO WS-CURR-VND
           PERFORM 1110-MATCH-ONE-CATALOG-VENDOR
             VARYING WS-VND-NDX FROM 1 BY 1
             UNTIL WS-VND-NDX > WS-VND-COUNT
             OR WS-CURR-VND > 0
      *    A catalog entry that cannot be dated is passed over, the
      *    same as CSVPURGE keeps it without dating it.
           IF WS-CURR-VND > 0
           AND CAT-COMPLETED-STAMP(1:8) NUMERIC
               MOVE CAT-COMPLETED-STAMP(1:8) TO WS-ENTRY-DATE
               MOVE 1 TO WS-MET-NDX
               MOVE CAT-RECORD-COUNT TO WS-METRIC-VALUE
               PERFORM 5000-TAKE-METRIC-VALUE
           END-IF
           PERFORM 8020-READ-CATFILE
           .

       1110-MATCH-ONE-CATALOG-VENDOR.
           IF WS-VND-FILE-NAME(WS-VND-NDX) = CAT-FILE-NAME
               MOVE WS-VND-NDX TO WS-CURR-VND
           END-IF
           .

       2000-READ-RUN-HISTORY.
           OPEN INPUT AUDITLOG
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY MYNAME ' audit dataset cannot be opened,'
                 ' status ' WS-AUDIT-STATUS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 8030-READ-AUDITLOG
           PERFORM 2100-TAKE-ONE-HISTORY-RECORD
             UNTIL AUDIT-EOF
           CLOSE AUDITLOG
           .

       2100-TAKE-ONE-HISTORY-RECORD.
           MOVE +0 TO WS-CURR-VND
           PERFORM 2110-MATCH-ONE-HISTORY-VENDOR
             VARYING WS-VND-NDX FROM 1 BY 1
             UNTIL WS-VND-NDX > WS-VND-COUNT
             OR WS-CURR-VND > 0
           IF WS-CURR-VND > 0
           AND AUDIT-START-TIMESTAMP(1:8) NUMERIC
               MOVE AUDIT-START-TIMESTAMP(1:8) TO WS-ENTRY-DATE
               MOVE 2 TO WS-MET-NDX
               MOVE AUDIT-ROWS-COMPLETED TO WS-METRIC-VALUE
               PERFORM 5000-TAKE-METRIC-VALUE
               MOVE 3 TO WS-MET-NDX
               MOVE AUDIT-FIELD-INCOMPLETE-COUNT TO WS-METRIC-VALUE
               PERFORM 5000-TAKE-METRIC-VALUE
               MOVE 4 TO WS-MET-NDX
               MOVE AUDIT-MAX-FIELD-LENGTH TO WS-METRIC-VALUE
               PERFORM 5000-TAKE-METRIC-VALUE
           END-IF
           PERFORM 8030-READ-AUDITLOG
           .

       2110-MATCH-ONE-HISTORY-VENDOR.
           IF WS-VND-FILE-NAME(WS-VND-NDX) = AUDIT-INPUT-FILE-NAME
           AND WS-VND-PROGRAM-NAME(WS-VND-NDX) = AUDIT-PROGRAM-NAME
               MOVE WS-VND-NDX TO WS-CURR-VND
           END-IF
           .

       3000-CHECK-ONE-FILE.
           ADD 1 TO WS-FILES-CHECKED
           SET WS-FILE-FLAGGED TO FALSE
           IF NOT WS-MET-HAS-TONIGHT(WS-CURR-VND 1)
           AND NOT WS-MET-HAS-TONIGHT(WS-CURR-VND 2)
           AND NOT WS-MET-HAS-TONIGHT(WS-CURR-VND 3)
           AND NOT WS-MET-HAS-TONIGHT(WS-CURR-VND 4)
               ADD 1 TO WS-FILES-NOT-SENT
               SET WS-FILE-FLAGGED TO TRUE
               MOVE 'NOT SENT' TO WS-FLAG
               PERFORM 9010-WRITE-NOT-SENT-LINE
           ELSE
               PERFORM 3100-CHECK-ONE-METRIC
                 VARYING WS-MET-NDX FROM 1 BY 1
                 UNTIL WS-MET-NDX > 4
           END-IF
           IF WS-FILE-FLAGGED
               ADD 1 TO WS-FILES-FLAGGED
           END-IF
           .

       3100-CHECK-ONE-METRIC.
      *    A figure with nothing tonight - no CSVVALID run over the
      *    file, say, when the catalog shows it arrived - is simply
      *    not reported.
           IF WS-MET-HAS-TONIGHT(WS-CURR-VND WS-MET-NDX)
               IF WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX) = 0
                   MOVE +0 TO WS-BASELINE WS-BAND-LOW WS-BAND-HIGH
                   MOVE 'NO HISTORY' TO WS-FLAG
               ELSE
                   PERFORM 3200-SET-BAND
                   PERFORM 3300-TEST-BAND
               END-IF
               PERFORM 9000-WRITE-METRIC-LINE
           END-IF
           .

       3200-SET-BAND.
           MOVE +0 TO WS-RUN-TOTAL
           PERFORM 3210-ADD-ONE-RUN
             VARYING WS-RUN-NDX FROM 1 BY 1
             UNTIL WS-RUN-NDX
               > WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX)
           COMPUTE WS-BASELINE ROUNDED =
             WS-RUN-TOTAL / WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX)
           EVALUATE WS-MET-NDX
             WHEN 3
                  MOVE WS-VND-INCOMPLETE-TOL(WS-CURR-VND)
                    TO WS-TOLERANCE
             WHEN 4
                  MOVE WS-VND-MAXLEN-TOL(WS-CURR-VND)
                    TO WS-TOLERANCE
             WHEN OTHER
                  MOVE WS-VND-VOLUME-TOL(WS-CURR-VND)
                    TO WS-TOLERANCE
           END-EVALUATE
           COMPUTE WS-BAND-LOW ROUNDED =
             WS-BASELINE - WS-BASELINE * WS-TOLERANCE / 100
           IF WS-BAND-LOW < 0
               MOVE +0 TO WS-BAND-LOW
           END-IF
           COMPUTE WS-BAND-HIGH ROUNDED =
             WS-BASELINE + WS-BASELINE * WS-TOLERANCE / 100
           .

       3210-ADD-ONE-RUN.
           ADD WS-MET-RUN(WS-CURR-VND WS-MET-NDX WS-RUN-NDX)
             TO WS-RUN-TOTAL
           .

       3300-TEST-BAND.
           MOVE WS-MET-TONIGHT(WS-CURR-VND WS-MET-NDX)
             TO WS-METRIC-VALUE
           EVALUATE TRUE
             WHEN WS-MET-NDX = 3
                  *> Fewer incomplete fields is never a problem.
                  IF WS-METRIC-VALUE > WS-BAND-HIGH
                  AND WS-METRIC-VALUE
                      > WS-VND-INCOMPLETE-FLOOR(WS-CURR-VND)
                      MOVE 'SPIKE' TO WS-FLAG
                  ELSE
                      MOVE 'OK' TO WS-FLAG
                  END-IF
             WHEN WS-METRIC-VALUE < WS-BAND-LOW
                  MOVE 'LOW' TO WS-FLAG
             WHEN WS-METRIC-VALUE > WS-BAND-HIGH
                  MOVE 'HIGH' TO WS-FLAG
             WHEN OTHER
                  MOVE 'OK' TO WS-FLAG
           END-EVALUATE
           IF WS-FLAG NOT = 'OK'
               SET WS-FILE-FLAGGED TO TRUE
           END-IF
           .

       5000-TAKE-METRIC-VALUE.
      *    Tonight's figure for the file, or one more earlier run
      *    for its baseline - on the same weekday only, when that
      *    is the vendor's baseline.  Anything dated after the run
      *    date is a later night's and plays no part.
           EVALUATE TRUE
             WHEN WS-ENTRY-DATE = WS-RUN-DATE
                  MOVE WS-METRIC-VALUE
                    TO WS-MET-TONIGHT(WS-CURR-VND WS-MET-NDX)
                  MOVE 'Y'
                    TO WS-MET-TONIGHT-SW(WS-CURR-VND WS-MET-NDX)
             WHEN WS-ENTRY-DATE > WS-RUN-DATE
                  CONTINUE
             WHEN WS-VND-BASIS-WEEKDAY(WS-CURR-VND)
                  PERFORM 8100-SET-ENTRY-WEEKDAY
                  IF WS-ENTRY-WEEKDAY = WS-RUN-WEEKDAY
                      PERFORM 5100-KEEP-EARLIER-RUN
                  END-IF
             WHEN OTHER
                  PERFORM 5100-KEEP-EARLIER-RUN
           END-EVALUATE
           .

       5100-KEEP-EARLIER-RUN.
           MOVE WS-MET-NEXT-SLOT(WS-CURR-VND WS-MET-NDX)
             TO WS-RUN-NDX
           MOVE WS-METRIC-VALUE
             TO WS-MET-RUN(WS-CURR-VND WS-MET-NDX WS-RUN-NDX)
           IF WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX)
              < WS-VND-RUNS(WS-CURR-VND)
               ADD 1 TO WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX)
           END-IF
           IF WS-RUN-NDX >= WS-VND-RUNS(WS-CURR-VND)
               MOVE +1 TO WS-MET-NEXT-SLOT(WS-CURR-VND WS-MET-NDX)
           ELSE
               ADD 1 TO WS-MET-NEXT-SLOT(WS-CURR-VND WS-MET-NDX)
           END-IF
           .

       8010-READ-TRENDCTL.
           READ TRENDCTL
             AT END SET TCTL-EOF TO TRUE
           END-READ
           .

       8020-READ-CATFILE.
           READ CATFILE
             AT END SET CAT-EOF TO TRUE
           END-READ
           .

       8030-READ-AUDITLOG.
           READ AUDITLOG
             AT END SET AUDIT-EOF TO TRUE
           END-READ
           .

       8100-SET-ENTRY-WEEKDAY.
      *    Day numbers run on from a fixed epoch, so two dates fall
      *    on the same weekday exactly when their day numbers leave
      *    the same remainder by seven.
           IF WS-ENTRY-DATE NUMERIC
           AND TEST-DATE-YYYYMMDD(WS-ENTRY-DATE-N) = 0
               COMPUTE WS-ENTRY-WEEKDAY =
                 MOD(INTEGER-OF-DATE(WS-ENTRY-DATE-N), 7)
           ELSE
               MOVE -1 TO WS-ENTRY-WEEKDAY
           END-IF
           .

       8900-WRITE-TRAILER.
           MOVE WS-FILES-CHECKED  TO WS-COUNT-DISP
           MOVE WS-FILES-FLAGGED  TO WS-COUNT-DISP-2
           MOVE WS-FILES-NOT-SENT TO WS-COUNT-DISP-3
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER FILES-CHECKED=' DELIMITED BY SIZE
             WS-COUNT-DISP            DELIMITED BY SIZE
             ' FLAGGED='              DELIMITED BY SIZE
             WS-COUNT-DISP-2          DELIMITED BY SIZE
             ' NOT-SENT='             DELIMITED BY SIZE
             WS-COUNT-DISP-3          DELIMITED BY SIZE
             ' RUN-DATE='             DELIMITED BY SIZE
             WS-RUN-DATE              DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 100 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       9000-WRITE-METRIC-LINE.
           MOVE WS-MET-TONIGHT(WS-CURR-VND WS-MET-NDX)
             TO WS-TONIGHT-DISP
           MOVE WS-BASELINE  TO WS-BASELINE-DISP
           MOVE WS-BAND-LOW  TO WS-LOW-DISP
           MOVE WS-BAND-HIGH TO WS-HIGH-DISP
           MOVE WS-MET-RUN-COUNT(WS-CURR-VND WS-MET-NDX)
             TO WS-RUNS-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'FILE='      DELIMITED BY SIZE
             WS-VND-FILE-NAME(WS-CURR-VND) DELIMITED BY SIZE
             ' METRIC='   DELIMITED BY SIZE
             WS-METRIC-NAME(WS-MET-NDX)    DELIMITED BY SIZE
             ' TONIGHT='  DELIMITED BY SIZE
             WS-TONIGHT-DISP  DELIMITED BY SIZE
             ' BASELINE=' DELIMITED BY SIZE
             WS-BASELINE-DISP DELIMITED BY SIZE
             ' RUNS='     DELIMITED BY SIZE
             WS-RUNS-DISP     DELIMITED BY SIZE
             ' LOW='      DELIMITED BY SIZE
             WS-LOW-DISP      DELIMITED BY SIZE
             ' HIGH='     DELIMITED BY SIZE
             WS-HIGH-DISP     DELIMITED BY SIZE
             ' FLAG='     DELIMITED BY SIZE
             WS-FLAG          DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 250 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       9010-WRITE-NOT-SENT-LINE.
           MOVE SPACES TO RPT-RECORD
           STRING
             'FILE='      DELIMITED BY SIZE
             WS-VND-FILE-NAME(WS-CURR-VND) DELIMITED BY SIZE
             ' METRIC='   DELIMITED BY SIZE
             '(FILE)          ' DELIMITED BY SIZE
             ' FLAG='     DELIMITED BY SIZE
             WS-FLAG          DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 250 TO RPT-RECORD-LENGTH
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
