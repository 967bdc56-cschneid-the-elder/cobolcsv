       Identification Division.
       Program-ID. CSVCTLGN.
      *
      * The purpose of this program is to stop typing CSVLOAD's
      * control file by hand every night.  Each vendor's control
      * settings - delimiter, style, sniff, byte order mark,
      * maximum rejects, key columns, field-table mode, code page -
      * are kept once, in a permanent vendor registry, alongside
      * the pattern its file names follow.  This program reads the
      * night's landing-directory listing, matches every file in it
      * against the registry patterns, and writes one CSVCTL record
      * per matched file, with that vendor's settings and the file
      * name exactly as the listing has it.
      *
      * The registry is read one line per vendor, laid out as the
      * CSVVREG copybook describes: a CSVCTL record with the file-
      * name column holding the pattern, then
      *
      *   columns  240-247  vendor identifier
      *   columns  248-251  cut-off time, HHMM, the file is due by
      *                     on the run date (blank for due by the
      *                     time this program runs)
      *   columns  252-258  days of the week the vendor sends on,
      *                     Monday first, Y or N (all blank for
      *                     every day)
      *
      * In a pattern '*' stands for any run of characters, none
      * included, and '?' for any one character; anything else
      * must match exactly.  The pattern is matched against the
      * whole name as the listing carries it, so a listing of full
      * path names needs patterns that allow for the directory.  A
      * file name matching more than one pattern goes to the first
      * of them in registry order, so the more specific patterns
      * belong nearer the top.
      *
      * The listing is one file name per line, blank lines ignored -
      * the output of ls -1 on the landing directory, or of a
      * catalog listing on IBM Z.
      *
      * Control records are written vendor by vendor in registry
      * order, each vendor's files in listing order, so the first
      * file CSVLOAD reads - whose header row becomes the
      * consolidated file's - is the same vendor's every night.
      * The force-reload column is always written N; a deliberate
      * reload is still a hand edit to the night's control file.
      *
      * Every registry entry's settings get the same edits CSVLOAD
      * applies, and a bad one is reported on the GENRPT report -
      * the tolerate-leading-equal column may be left blank in the
      * registry, and is written F.  A file matching a bad entry is
      * held out of the control file and reported, rather than
      * loaded with settings CSVLOAD would abend on or, worse,
      * accept wrongly.
      *
      * The GENRPT report carries a line for every control record
      * written, every held file, every listed file that matched no
      * registry pattern, and every vendor expected on the run
      * date's weekday with no file in the listing - MISSING once
      * its cut-off has passed, PENDING before it - then a trailer
      * record with the counts.  The program ends with return code
      * 8 when there is a registry error, a held or unmatched file,
      * or a missing vendor, so somebody chases it before the
      * batch window opens; pending vendors alone leave it at 0.
      *
      * The run date and time default to now; another, as
      * CCYYMMDDHHMM, may be given to check the listing against a
      * different moment - the fifth program argument here, the
      * PARM on IBM Z.
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
           Select REGISTRY Assign REGISTRY
             Organization Line Sequential.
           Select LISTING Assign LISTING
             Organization Line Sequential.
           Select CTLFILE Assign CTLFILE
             Organization Line Sequential.
           Select GENRPT Assign GENRPT
             Organization Line Sequential.
           >>ELSE
           Select REGISTRY Assign WS-REG-FILE-NAME
             Organization Line Sequential.
           Select LISTING Assign WS-LIST-FILE-NAME
             Organization Line Sequential.
           Select CTLFILE Assign WS-CTL-FILE-NAME
             Organization Line Sequential.
           Select GENRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  REGISTRY.
       Copy CSVVREG Replacing ==:PRFX:== By ==REG-==.

       FD  LISTING.
       01  LIST-RECORD.
           05  LIST-FILE-NAME          PIC X(128).

       FD  CTLFILE.
       Copy CSVCTL Replacing ==:PRFX:== By ==CTL-==.

       FD  GENRPT
           Record Varying 1 To 250 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(250).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVCTLGN'.
           05  WS-MAX-VENDORS          PIC S9(004) BINARY
                                                   VALUE +500.
           05  WS-MAX-LISTED           PIC S9(004) BINARY
                                                   VALUE +2000.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-REG-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-LIST-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-CTL-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  WS-ARG-RUN-STAMP        PIC X(012)         VALUE
                                                   SPACES.
           05  WS-RUN-STAMP            PIC X(012)         VALUE
                                                   SPACES.
           05  FILLER REDEFINES WS-RUN-STAMP.
               10  WS-RUN-DATE         PIC 9(008).
               10  WS-RUN-TIME         PIC X(004).
           05  WS-RUN-WEEKDAY          PIC S9(004) BINARY VALUE +0.
           05  WS-REG-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-CURR-REG             PIC S9(004) BINARY VALUE +0.
           05  WS-LST-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-DAY-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-FILE-CCSID           PIC 9(005)         VALUE 0.
           05  WS-REG-REASON           PIC X(040)         VALUE
                                                   SPACES.
           05  WS-VENDOR-STATUS        PIC X(008)         VALUE
                                                   SPACES.
           05  WS-REGISTRY-ERRORS      PIC S9(009) BINARY VALUE +0.
           05  WS-CONTROL-RECORDS      PIC S9(009) BINARY VALUE +0.
           05  WS-HELD-FILES           PIC S9(009) BINARY VALUE +0.
           05  WS-UNMATCHED-FILES      PIC S9(009) BINARY VALUE +0.
           05  WS-MISSING-VENDORS      PIC S9(009) BINARY VALUE +0.
           05  WS-PENDING-VENDORS      PIC S9(009) BINARY VALUE +0.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.
           05  WS-COUNT-DISP-5         PIC Z(008)9.
           05  WS-COUNT-DISP-6         PIC Z(008)9.
           05  WS-COUNT-DISP-7         PIC Z(008)9.

      *    The pattern matcher's work areas.  MATCH-STAR-POSN is
      *    the pattern position of the last '*' passed over and
      *    MATCH-STAR-MARK the name position that star was last
      *    tried up to; on a mismatch the star is made to swallow
      *    one more character and matching resumes after it.
       01  WS-MATCH-AREAS.
           05  WS-MATCH-PATTERN        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-MATCH-NAME           PIC X(128)         VALUE
                                                   SPACES.
           05  WS-MATCH-PATTERN-LENGTH PIC S9(004) BINARY VALUE +0.
           05  WS-MATCH-NAME-LENGTH    PIC S9(004) BINARY VALUE +0.
           05  WS-MATCH-PATTERN-POSN   PIC S9(004) BINARY VALUE +0.
           05  WS-MATCH-NAME-POSN      PIC S9(004) BINARY VALUE +0.
           05  WS-MATCH-STAR-POSN      PIC S9(004) BINARY VALUE +0.
           05  WS-MATCH-STAR-MARK      PIC S9(004) BINARY VALUE +0.

       01  WS-SWITCHES.
           05  REG-EOF-SW              PIC X(001) VALUE 'N'.
               88  REG-EOF                        VALUE 'Y' FALSE 'N'.
           05  LIST-EOF-SW             PIC X(001) VALUE 'N'.
               88  LIST-EOF                       VALUE 'Y' FALSE 'N'.
           05  WS-MATCHED-SW           PIC X(001) VALUE 'N'.
               88  WS-MATCHED                     VALUE 'Y' FALSE 'N'.
           05  WS-MATCH-FAILED-SW      PIC X(001) VALUE 'N'.
               88  WS-MATCH-FAILED                VALUE 'Y' FALSE 'N'.

      *    The registry entry's CSVCTL columns, laid out by name for
      *    the edits and for building each control record.
       Copy CSVCTL Replacing ==:PRFX:== By ==GEN-==.

      *    One entry per registry line, in registry order, with the
      *    count of listed files matched to it.
       01  WS-REGISTRY-TABLE.
           05  WS-REG-COUNT            PIC S9(004) BINARY VALUE +0.
           05  WS-REG-ENTRY            OCCURS 500 TIMES.
               10  WS-REG-CONTROL.
                   15  WS-REG-PATTERN  PIC X(128).
                   15  FILLER          PIC X(111).
               10  WS-REG-VENDOR-ID    PIC X(008).
               10  WS-REG-CUTOFF-TIME  PIC X(004).
               10  WS-REG-DAYS-EXPECTED
                                       PIC X(007).
               10  WS-REG-VALID-SW     PIC X(001).
                   88  WS-REG-VALID               VALUE 'Y' FALSE 'N'.
               10  WS-REG-MATCH-COUNT  PIC S9(009) BINARY.

      *    One entry per listed file, in listing order, with the
      *    registry entry it matched - zero for none.
       01  WS-LISTING-TABLE.
           05  WS-LST-COUNT            PIC S9(004) BINARY VALUE +0.
           05  WS-LST-ENTRY            OCCURS 2000 TIMES.
               10  WS-LST-FILE-NAME    PIC X(128).
               10  WS-LST-REG          PIC S9(004) BINARY.

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

           OPEN OUTPUT GENRPT
           OPEN INPUT REGISTRY
           PERFORM 0200-LOAD-REGISTRY
           CLOSE REGISTRY

           OPEN INPUT LISTING
           PERFORM 1000-LOAD-LISTING
           CLOSE LISTING

           OPEN OUTPUT CTLFILE
           PERFORM 2000-WRITE-VENDOR-FILES
             VARYING WS-CURR-REG FROM 1 BY 1
             UNTIL WS-CURR-REG > WS-REG-COUNT
           CLOSE CTLFILE

           PERFORM 3000-REPORT-UNMATCHED
             VARYING WS-LST-NDX FROM 1 BY 1
             UNTIL WS-LST-NDX > WS-LST-COUNT
           PERFORM 8900-WRITE-TRAILER
           CLOSE GENRPT

           IF WS-REGISTRY-ERRORS > 0
           OR WS-HELD-FILES > 0
           OR WS-UNMATCHED-FILES > 0
           OR WS-MISSING-VENDORS > 0
               MOVE +8 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM DEFINED
           IF OS-PARM-LENGTH >= 12
               MOVE OS-PARM-VALUE(1:12) TO WS-ARG-RUN-STAMP
           END-IF
           >>ELSE
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 4
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-REG-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-LIST-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-CTL-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARG-NB >= 5
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-RUN-STAMP FROM ARGUMENT-VALUE
           END-IF
           >>END-IF

           IF WS-ARG-RUN-STAMP = SPACES
               MOVE CURRENT-DATE(1:12) TO WS-RUN-STAMP
           ELSE
               MOVE WS-ARG-RUN-STAMP TO WS-RUN-STAMP
               IF WS-RUN-STAMP NOT NUMERIC
               OR TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               OR WS-RUN-TIME(1:2) > '23'
               OR WS-RUN-TIME(3:2) > '59'
                   DISPLAY MYNAME ' the run date and time must be'
                     ' twelve digits, CCYYMMDDHHMM'
                   PERFORM 9999-ABEND
               END-IF
           END-IF
      *    Day numbers count from Monday 1 January 1601, so the
      *    remainder by seven gives the weekday, Monday first.
           COMPUTE WS-RUN-WEEKDAY =
             MOD(INTEGER-OF-DATE(WS-RUN-DATE) - 1, 7) + 1
           .

       0200-LOAD-REGISTRY.
           PERFORM 8010-READ-REGISTRY
           PERFORM 0210-STORE-REGISTRY-ENTRY
             UNTIL REG-EOF
           .

       0210-STORE-REGISTRY-ENTRY.
           IF WS-REG-COUNT >= WS-MAX-VENDORS
               DISPLAY MYNAME ' more than ' WS-MAX-VENDORS
                 ' entries in the vendor registry'
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-COUNT TO WS-CURR-REG
           MOVE REG-CONTROL TO GEN-RECORD
           MOVE REG-VENDOR-ID TO WS-REG-VENDOR-ID(WS-CURR-REG)
           MOVE REG-CUTOFF-TIME TO WS-REG-CUTOFF-TIME(WS-CURR-REG)
           MOVE REG-DAYS-EXPECTED
             TO WS-REG-DAYS-EXPECTED(WS-CURR-REG)
           MOVE +0 TO WS-REG-MATCH-COUNT(WS-CURR-REG)
           SET WS-REG-VALID(WS-CURR-REG) TO TRUE
           PERFORM 0220-EDIT-REGISTRY-ENTRY
           MOVE GEN-RECORD TO WS-REG-CONTROL(WS-CURR-REG)
           PERFORM 8010-READ-REGISTRY
           .

       0220-EDIT-REGISTRY-ENTRY.
      *    The same edits CSVLOAD applies in its
      *    1100-SET-CSVPARSE-OPTS, reported here rather than
      *    abending, so one run finds every bad entry.
           IF REG-VENDOR-ID = SPACES
               MOVE 'VENDOR IDENTIFIER MISSING' TO WS-REG-REASON
               PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-IF
           IF REG-FILE-PATTERN = SPACES
               MOVE 'FILE-NAME PATTERN MISSING' TO WS-REG-REASON
               PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-IF
           IF REG-CUTOFF-TIME NOT = SPACES
               IF REG-CUTOFF-TIME NOT NUMERIC
               OR REG-CUTOFF-HH > 23
               OR REG-CUTOFF-MM > 59
                   MOVE 'INVALID CUT-OFF TIME' TO WS-REG-REASON
                   PERFORM 0230-REJECT-REGISTRY-ENTRY
               END-IF
           END-IF
           PERFORM 0240-EDIT-ONE-DAY
             VARYING WS-DAY-NDX FROM 1 BY 1
             UNTIL WS-DAY-NDX > 7
           IF NOT (GEN-DELIMITER-LENGTH = SPACE
                   OR GEN-DELIMITER-LENGTH = '1'
                   OR GEN-DELIMITER-LENGTH = '2'
                   OR GEN-DELIMITER-LENGTH = '3'
                   OR GEN-DELIMITER-LENGTH = '4')
               MOVE 'INVALID DELIMITER LENGTH' TO WS-REG-REASON
               PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-IF
           EVALUATE TRUE
             WHEN GEN-STYLE = 'U'
             WHEN GEN-STYLE = 'R'
                  CONTINUE
             WHEN OTHER
                  MOVE 'INVALID STYLE VALUE' TO WS-REG-REASON
                  PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-EVALUATE
           EVALUATE TRUE
             WHEN GEN-TOLERATE-EQUAL = SPACE
                  MOVE 'F' TO GEN-TOLERATE-EQUAL
             WHEN GEN-TOLERATE-EQUAL = 'T'
             WHEN GEN-TOLERATE-EQUAL = 'F'
                  CONTINUE
             WHEN OTHER
                  MOVE 'INVALID TOLERATE-LEADING-EQUAL VALUE'
                    TO WS-REG-REASON
                  PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-EVALUATE
           EVALUATE TRUE
             WHEN GEN-SNIFF-SW = 'Y'
             WHEN GEN-SNIFF-SW = 'N' OR SPACE
                  CONTINUE
             WHEN OTHER
                  MOVE 'INVALID SNIFF-DELIMITERS VALUE'
                    TO WS-REG-REASON
                  PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-EVALUATE
           EVALUATE TRUE
             WHEN GEN-STRIP-BOM-SW = 'Y'
             WHEN GEN-STRIP-BOM-SW = 'N' OR SPACE
                  CONTINUE
             WHEN OTHER
                  MOVE 'INVALID STRIP-BOM VALUE' TO WS-REG-REASON
                  PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-EVALUATE
           EVALUATE TRUE
             WHEN GEN-MAX-REJECTS = SPACES
             WHEN GEN-MAX-REJECTS NUMERIC
                  CONTINUE
             WHEN OTHER
                  MOVE 'INVALID MAXIMUM-REJECTS VALUE'
                    TO WS-REG-REASON
                  PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-EVALUATE
           EVALUATE TRUE
             WHEN GEN-FIELD-TABLE-SW = 'Y'
             WHEN GEN-FIELD-TABLE-SW = 'N' OR SPACE
                  CONTINUE
             WHEN OTHER
                  MOVE 'INVALID FIELD-TABLE VALUE'
                    TO WS-REG-REASON
                  PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-EVALUATE
           EVALUATE TRUE
             WHEN GEN-CCSID = SPACES
                  MOVE WS-NATIVE-CCSID TO WS-FILE-CCSID
             WHEN GEN-CCSID NUMERIC
                  MOVE GEN-CCSID-NUM TO WS-FILE-CCSID
             WHEN OTHER
                  MOVE 0 TO WS-FILE-CCSID
           END-EVALUATE
           MOVE WS-FILE-CCSID TO WS-CCSID-CHECK
           IF NOT WS-CCSID-SUPPORTED
               MOVE 'INVALID CODE PAGE VALUE' TO WS-REG-REASON
               PERFORM 0230-REJECT-REGISTRY-ENTRY
           END-IF
           MOVE 'N' TO GEN-FORCE-RELOAD-SW
           .

       0230-REJECT-REGISTRY-ENTRY.
           SET WS-REG-VALID(WS-CURR-REG) TO FALSE
           ADD 1 TO WS-REGISTRY-ERRORS
           MOVE SPACES TO RPT-RECORD
           STRING
             'REGISTRY VENDOR='  DELIMITED BY SIZE
             REG-VENDOR-ID       DELIMITED BY SIZE
             ' REASON='          DELIMITED BY SIZE
             WS-REG-REASON       DELIMITED BY SIZE
             ' PATTERN='         DELIMITED BY SIZE
             REG-FILE-PATTERN    DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 250 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       0240-EDIT-ONE-DAY.
           IF REG-DAYS-EXPECTED(WS-DAY-NDX:1) NOT = 'Y'
           AND REG-DAYS-EXPECTED(WS-DAY-NDX:1) NOT = 'N'
           AND REG-DAYS-EXPECTED NOT = SPACES
               MOVE 'INVALID DAYS-EXPECTED VALUE' TO WS-REG-REASON
               PERFORM 0230-REJECT-REGISTRY-ENTRY
               MOVE 7 TO WS-DAY-NDX
           END-IF
           .

       1000-LOAD-LISTING.
           PERFORM 8020-READ-LISTING
           PERFORM 1010-STORE-LISTED-FILE
             UNTIL LIST-EOF
           .

       1010-STORE-LISTED-FILE.
           IF LIST-FILE-NAME NOT = SPACES
               IF WS-LST-COUNT >= WS-MAX-LISTED
                   DISPLAY MYNAME ' more than ' WS-MAX-LISTED
                     ' files in the landing-directory listing'
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-LST-COUNT
               MOVE LIST-FILE-NAME TO WS-LST-FILE-NAME(WS-LST-COUNT)
               MOVE +0 TO WS-LST-REG(WS-LST-COUNT)
               MOVE LIST-FILE-NAME TO WS-MATCH-NAME
               PERFORM 7100-SET-NAME-LENGTH
               SET WS-MATCHED TO FALSE
               PERFORM 1020-MATCH-ONE-ENTRY
                 VARYING WS-REG-NDX FROM 1 BY 1
                 UNTIL WS-REG-NDX > WS-REG-COUNT
                 OR WS-MATCHED
           END-IF
           PERFORM 8020-READ-LISTING
           .

       1020-MATCH-ONE-ENTRY.
           MOVE WS-REG-PATTERN(WS-REG-NDX) TO WS-MATCH-PATTERN
           PERFORM 7000-MATCH-PATTERN
           IF WS-MATCHED
               MOVE WS-REG-NDX TO WS-LST-REG(WS-LST-COUNT)
               ADD 1 TO WS-REG-MATCH-COUNT(WS-REG-NDX)
           END-IF
           .

       2000-WRITE-VENDOR-FILES.
           PERFORM 2010-WRITE-ONE-FILE
             VARYING WS-LST-NDX FROM 1 BY 1
             UNTIL WS-LST-NDX > WS-LST-COUNT
           IF WS-REG-MATCH-COUNT(WS-CURR-REG) = 0
           AND WS-REG-VALID(WS-CURR-REG)
               PERFORM 2100-CHECK-VENDOR-ARRIVAL
           END-IF
           .

       2010-WRITE-ONE-FILE.
           IF WS-LST-REG(WS-LST-NDX) = WS-CURR-REG
               IF WS-REG-VALID(WS-CURR-REG)
                   MOVE WS-REG-CONTROL(WS-CURR-REG) TO GEN-RECORD
                   MOVE WS-LST-FILE-NAME(WS-LST-NDX)
                     TO GEN-FILE-NAME
                   WRITE CTL-RECORD FROM GEN-RECORD
                   ADD 1 TO WS-CONTROL-RECORDS
                   MOVE 'WRITTEN' TO WS-VENDOR-STATUS
               ELSE
                   ADD 1 TO WS-HELD-FILES
                   MOVE 'HELD' TO WS-VENDOR-STATUS
               END-IF
               MOVE SPACES TO RPT-RECORD
               STRING
                 'FILE='             DELIMITED BY SIZE
                 WS-LST-FILE-NAME(WS-LST-NDX) DELIMITED BY SIZE
                 ' VENDOR='          DELIMITED BY SIZE
                 WS-REG-VENDOR-ID(WS-CURR-REG) DELIMITED BY SIZE
                 ' STATUS='          DELIMITED BY SIZE
                 WS-VENDOR-STATUS    DELIMITED BY SPACE
                 INTO RPT-RECORD
               END-STRING
               MOVE 170 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF
           .

       2100-CHECK-VENDOR-ARRIVAL.
      *    A vendor with no file in the listing is only chased on
      *    the weekdays it sends - MISSING once its cut-off has
      *    passed, PENDING while there is still time.
           IF WS-REG-DAYS-EXPECTED(WS-CURR-REG) = SPACES
           OR WS-REG-DAYS-EXPECTED(WS-CURR-REG)(WS-RUN-WEEKDAY:1)
              = 'Y'
               IF WS-REG-CUTOFF-TIME(WS-CURR-REG) = SPACES
               OR WS-RUN-TIME >= WS-REG-CUTOFF-TIME(WS-CURR-REG)
                   ADD 1 TO WS-MISSING-VENDORS
                   MOVE 'MISSING' TO WS-VENDOR-STATUS
               ELSE
                   ADD 1 TO WS-PENDING-VENDORS
                   MOVE 'PENDING' TO WS-VENDOR-STATUS
               END-IF
               MOVE SPACES TO RPT-RECORD
               STRING
                 WS-VENDOR-STATUS    DELIMITED BY SPACE
                 ' VENDOR='          DELIMITED BY SIZE
                 WS-REG-VENDOR-ID(WS-CURR-REG) DELIMITED BY SIZE
                 ' CUTOFF='          DELIMITED BY SIZE
                 WS-REG-CUTOFF-TIME(WS-CURR-REG) DELIMITED BY SIZE
                 ' PATTERN='         DELIMITED BY SIZE
                 WS-REG-PATTERN(WS-CURR-REG) DELIMITED BY SIZE
                 INTO RPT-RECORD
               END-STRING
               MOVE 180 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF
           .

       3000-REPORT-UNMATCHED.
           IF WS-LST-REG(WS-LST-NDX) = 0
               ADD 1 TO WS-UNMATCHED-FILES
               MOVE SPACES TO RPT-RECORD
               STRING
                 'UNMATCHED FILE='   DELIMITED BY SIZE
                 WS-LST-FILE-NAME(WS-LST-NDX) DELIMITED BY SIZE
                 INTO RPT-RECORD
               END-STRING
               MOVE 143 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF
           .

       7000-MATCH-PATTERN.
      *    Match WS-MATCH-NAME, whose length is already set, against
      *    WS-MATCH-PATTERN - '*' any run of characters, '?' any
      *    one.  A failed match backs up to the last '*' seen and
      *    lets it take one more character; with no '*' to back up
      *    to, the match has failed.
           PERFORM 7110-SET-PATTERN-LENGTH
           MOVE 1 TO WS-MATCH-PATTERN-POSN
           MOVE 1 TO WS-MATCH-NAME-POSN
           MOVE 0 TO WS-MATCH-STAR-POSN
           MOVE 0 TO WS-MATCH-STAR-MARK
           SET WS-MATCH-FAILED TO FALSE
           PERFORM 7010-MATCH-ONE-STEP
             UNTIL WS-MATCH-NAME-POSN > WS-MATCH-NAME-LENGTH
             OR WS-MATCH-FAILED
           PERFORM 7020-SKIP-TRAILING-STAR
             UNTIL WS-MATCH-PATTERN-POSN > WS-MATCH-PATTERN-LENGTH
             OR WS-MATCH-PATTERN(WS-MATCH-PATTERN-POSN:1) NOT = '*'
           IF WS-MATCH-FAILED
           OR WS-MATCH-PATTERN-POSN <= WS-MATCH-PATTERN-LENGTH
               SET WS-MATCHED TO FALSE
           ELSE
               SET WS-MATCHED TO TRUE
           END-IF
           .

       7010-MATCH-ONE-STEP.
           EVALUATE TRUE
             WHEN WS-MATCH-PATTERN-POSN <= WS-MATCH-PATTERN-LENGTH
             AND WS-MATCH-PATTERN(WS-MATCH-PATTERN-POSN:1) = '*'
                  MOVE WS-MATCH-PATTERN-POSN TO WS-MATCH-STAR-POSN
                  MOVE WS-MATCH-NAME-POSN TO WS-MATCH-STAR-MARK
                  ADD 1 TO WS-MATCH-PATTERN-POSN
             WHEN WS-MATCH-PATTERN-POSN <= WS-MATCH-PATTERN-LENGTH
             AND (WS-MATCH-PATTERN(WS-MATCH-PATTERN-POSN:1) = '?'
                  OR WS-MATCH-PATTERN(WS-MATCH-PATTERN-POSN:1)
                     = WS-MATCH-NAME(WS-MATCH-NAME-POSN:1))
                  ADD 1 TO WS-MATCH-PATTERN-POSN
                  ADD 1 TO WS-MATCH-NAME-POSN
             WHEN WS-MATCH-STAR-POSN > 0
                  ADD 1 TO WS-MATCH-STAR-MARK
                  MOVE WS-MATCH-STAR-MARK TO WS-MATCH-NAME-POSN
                  COMPUTE WS-MATCH-PATTERN-POSN =
                    WS-MATCH-STAR-POSN + 1
             WHEN OTHER
                  SET WS-MATCH-FAILED TO TRUE
           END-EVALUATE
           .

       7020-SKIP-TRAILING-STAR.
           ADD 1 TO WS-MATCH-PATTERN-POSN
           .

       7100-SET-NAME-LENGTH.
           MOVE LENGTH OF WS-MATCH-NAME TO WS-MATCH-NAME-LENGTH
           PERFORM 7101-DROP-ONE-NAME-SPACE
             UNTIL WS-MATCH-NAME-LENGTH = 0
             OR WS-MATCH-NAME(WS-MATCH-NAME-LENGTH:1) NOT = SPACE
           .

       7101-DROP-ONE-NAME-SPACE.
           SUBTRACT 1 FROM WS-MATCH-NAME-LENGTH
           .

       7110-SET-PATTERN-LENGTH.
           MOVE LENGTH OF WS-MATCH-PATTERN
             TO WS-MATCH-PATTERN-LENGTH
           PERFORM 7111-DROP-ONE-PATTERN-SPACE
             UNTIL WS-MATCH-PATTERN-LENGTH = 0
             OR WS-MATCH-PATTERN(WS-MATCH-PATTERN-LENGTH:1)
                NOT = SPACE
           .

       7111-DROP-ONE-PATTERN-SPACE.
           SUBTRACT 1 FROM WS-MATCH-PATTERN-LENGTH
           .

       8010-READ-REGISTRY.
           READ REGISTRY
             AT END SET REG-EOF TO TRUE
           END-READ
           .

       8020-READ-LISTING.
           READ LISTING
             AT END SET LIST-EOF TO TRUE
           END-READ
           .

       8900-WRITE-TRAILER.
           MOVE WS-LST-COUNT       TO WS-COUNT-DISP
           MOVE WS-CONTROL-RECORDS TO WS-COUNT-DISP-2
           MOVE WS-HELD-FILES      TO WS-COUNT-DISP-3
           MOVE WS-UNMATCHED-FILES TO WS-COUNT-DISP-4
           MOVE WS-MISSING-VENDORS TO WS-COUNT-DISP-5
           MOVE WS-PENDING-VENDORS TO WS-COUNT-DISP-6
           MOVE WS-REGISTRY-ERRORS TO WS-COUNT-DISP-7
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER FILES-LISTED=' DELIMITED BY SIZE
             WS-COUNT-DISP           DELIMITED BY SIZE
             ' CONTROL-RECORDS='     DELIMITED BY SIZE
             WS-COUNT-DISP-2         DELIMITED BY SIZE
             ' HELD='                DELIMITED BY SIZE
             WS-COUNT-DISP-3         DELIMITED BY SIZE
             ' UNMATCHED='           DELIMITED BY SIZE
             WS-COUNT-DISP-4         DELIMITED BY SIZE
             ' MISSING='             DELIMITED BY SIZE
             WS-COUNT-DISP-5         DELIMITED BY SIZE
             ' PENDING='             DELIMITED BY SIZE
             WS-COUNT-DISP-6         DELIMITED BY SIZE
             ' REGISTRY-ERRORS='     DELIMITED BY SIZE
             WS-COUNT-DISP-7         DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 190 TO RPT-RECORD-LENGTH
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
