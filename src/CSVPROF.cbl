       Identification Division.
       Program-ID. CSVPROF.
      *
      * The purpose of this program is to take the guesswork out of
      * onboarding a new vendor feed.  Until now somebody had to
      * eyeball the file and hand-type CSVVALID's SPECFILE from
      * what they thought they saw; this program reads any header-
      * rowed CSV through CSVPARSE, profiles every column, and
      * writes a draft SPECFILE for review instead.  Re-profiling a
      * feed later, and comparing the report with the last one,
      * shows when a vendor's data has quietly changed character.
      *
      * For each column the PROFRPT report shows:
      *
      *   EMPTY=       how many rows left the column empty
      *   MIN-LEN= MAX-LEN= AVG-LEN=
      *                the shortest, longest, and average length of
      *                the values that were not empty
      *   DISTINCT=    how many different values the column took,
      *                counted by their first 30 bytes and capped at
      *                50 - a column past the cap shows 50+
      *   TOP=         the five values seen most often, with their
      *                counts.  Once a column passes the distinct
      *                cap, values first seen after that are not
      *                counted, so the top values are those among
      *                the first 50 seen.
      *   NUMERIC-PCT= the share of non-empty values that are all
      *                digits - the test CSVVALID's N type applies
      *   AMOUNT-PCT=  the share that read as an amount under
      *                either of CSVCNVRT's amount rules, A or E -
      *                digits with an optional sign or CR/DR suffix,
      *                thousands separators, and one decimal
      *                separator.  Every numeric value reads as an
      *                amount too.
      *   DATE-PCT=    the share that are CCYY-MM-DD dates - the
      *                test CSVVALID's D type applies
      *   FOREIGN-PCT= the share that read as one of the dates
      *                CSVCNVRT's D, M, or C transform rules turn
      *                into CCYY-MM-DD: day/month/year or month/day/
      *                year with / . or - separators, or CCYYMMDD
      *   SPEC=        the draft SPECFILE entry written for the
      *                column
      *
      * All shares are whole percentages of the column's non-empty
      * values.
      *
      * The draft SPECFILE is written in CSVVALID's own 36-byte
      * layout, one line per header column in header order:
      *
      *   columns    1-30  column name, as the header has it
      *   column       31  type - D when every non-empty value is a
      *                    CCYY-MM-DD date, N when every one is all
      *                    digits, A otherwise (and for a column that
      *                    was always empty)
      *   column       32  R when no row left the column empty, O
      *                    otherwise
      *   columns   33-36  the longest value seen, never less than 1
      *
      * It is a draft - the type follows only what tonight's file
      * happened to carry, so review it before CSVVALID runs on it.
      *
      * The input file is parsed with CSVPARSE under the full
      * CSVOPTS set - delimiter of up to four characters, Unix or
      * RFC4180 style, tolerate-leading-equal, delimiter sniffing,
      * and byte-order-mark stripping - taking them the same way
      * CSVSUMM does.  An input record that is CSVLOAD's TRAILER
      * record is passed over, so the consolidated file can be
      * profiled as-is.  A row whose field count does not match the
      * header's is still profiled as far as the header goes, and
      * counted on the trailer record.
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
           Select INPUT01 Assign INPUT01.
           Select PROFRPT Assign PROFRPT
             Organization Line Sequential.
           Select SPECFILE Assign SPECFILE
             Organization Line Sequential.
           >>ELSE
           Select INPUT01 Assign WS-INPUT01-NAME
             Organization Line Sequential.
           Select PROFRPT Assign WS-RPT-FILE-NAME
             Organization Line Sequential.
           Select SPECFILE Assign WS-SPEC-FILE-NAME
             Organization Line Sequential.
           >>END-IF
       Data Division.
       File Section.
       FD  INPUT01
           Record Varying 1 To 27990 Depending INPUT01-RECORD-LENGTH
           Block 0
           Recording V.
       01  INPUT01-RECORD PIC X(27990).

       FD  PROFRPT
           Record Varying 1 To 160 Depending RPT-RECORD-LENGTH
           Block 0
           Recording V.
       01  RPT-RECORD PIC X(160).

       FD  SPECFILE.
       01  SPEC-RECORD.
           05  SPEC-COLUMN-NAME        PIC X(030).
           05  SPEC-TYPE               PIC X(001).
           05  SPEC-REQUIRED           PIC X(001).
           05  SPEC-MAX-LENGTH         PIC 9(004).

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVPROF'.
           05  WS-MAX-COLUMNS          PIC S9(004) BINARY
                                                   VALUE +500.
           05  WS-MAX-DISTINCT         PIC S9(004) BINARY
                                                   VALUE +50.
           05  WS-TOP-VALUES           PIC S9(004) BINARY
                                                   VALUE +5.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ABND-CD              PIC 9(008) COMP VALUE 42.
           05  WS-ABND-DUMP            PIC 9(008) COMP VALUE 1.
           >>ELSE
           05  WS-ARG-NB               PIC S9(004) BINARY VALUE +0.
           05  WS-INPUT01-NAME         PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RPT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-SPEC-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  INPUT01-RECORD-LENGTH   PIC S9(004) BINARY VALUE +0.
           05  RPT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  FIELD-COUNT             PIC S9(004) BINARY VALUE +0.
           05  WS-ROW-NUMBER           PIC S9(009) BINARY VALUE +0.
           05  WS-HEADER-COUNT         PIC S9(004) BINARY VALUE +0.
           05  WS-COL-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-DV-NDX               PIC S9(004) BINARY VALUE +0.
           05  WS-TOP-NDX              PIC S9(004) BINARY VALUE +0.
           05  WS-BEST-DV              PIC S9(004) BINARY VALUE +0.
           05  WS-VALUE-LENGTH         PIC S9(009) BINARY VALUE +0.
           05  WS-VALUE-KEY            PIC X(030)         VALUE
                                                   SPACES.
           05  WS-ROWS-PROFILED        PIC S9(009) BINARY VALUE +0.
           05  WS-ROWS-MISMATCHED      PIC S9(009) BINARY VALUE +0.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-COUNT-DISP-3         PIC Z(008)9.
           05  WS-COUNT-DISP-4         PIC Z(008)9.
           05  WS-POS-DISP             PIC Z(003)9.
           05  WS-RANK-DISP            PIC 9(001).
           05  WS-AVG-LENGTH           PIC S9(009)V9(001)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-AVG-DISP             PIC Z(008)9.9.
           05  WS-DISTINCT-DISP        PIC X(010)         VALUE
                                                   SPACES.
           05  WS-PCT-COUNT            PIC S9(009) BINARY VALUE +0.
           05  WS-PCT                  PIC S9(003) BINARY VALUE +0.
           05  WS-NUMERIC-PCT-DISP     PIC ZZ9.
           05  WS-AMOUNT-PCT-DISP      PIC ZZ9.
           05  WS-DATE-PCT-DISP        PIC ZZ9.
           05  WS-FOREIGN-PCT-DISP     PIC ZZ9.
           05  WS-SPEC-DISP            PIC X(006)         VALUE
                                                   SPACES.
           05  WS-DATE-SEP             PIC X(001)         VALUE SPACE.
           05  WS-DATE-FIRST           PIC X(002)         VALUE SPACES.
           05  WS-DATE-SECOND          PIC X(002)         VALUE SPACES.
           05  WS-AMT-NDX              PIC S9(009) BINARY VALUE +0.
           05  WS-AMT-SCAN-START       PIC S9(009) BINARY VALUE +0.
           05  WS-AMT-SCAN-END         PIC S9(009) BINARY VALUE +0.
           05  WS-AMT-DIGIT-COUNT      PIC S9(004) BINARY VALUE +0.
           05  WS-AMT-DEC-CHAR         PIC X(001)         VALUE SPACE.
           05  WS-AMT-THOU-CHAR        PIC X(001)         VALUE SPACE.
           05  WS-AMT-CHAR             PIC X(001)         VALUE SPACE.
           05  WS-ARG-DLIM             PIC X(004)         VALUE SPACE.
           05  WS-DLIM-LENGTH          PIC S9(004) BINARY VALUE +0.
           05  WS-ARG-STYLE            PIC X(001)         VALUE SPACE.
               88  WS-ARG-STYLE-UNIX                      VALUE 'U'.
               88  WS-ARG-STYLE-RFC4180                   VALUE 'R'.
           05  WS-ARG-EQUAL            PIC X(001)         VALUE SPACE.
               88  WS-ARG-EQUAL-TRUE                      VALUE 'T'.
               88  WS-ARG-EQUAL-FALSE                     VALUE 'F'.
           05  WS-ARG-SNIFF            PIC X(001)         VALUE SPACE.
           05  WS-ARG-BOM              PIC X(001)         VALUE SPACE.

       01  WS-SWITCHES.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVPARSE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           >>ELSE
           05  CSVPARSE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVRC Replacing ==:PRFX:== By ==CSVPARSE-==.
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  WS-DV-FOUND-SW          PIC X(001) VALUE 'N'.
               88  WS-DV-FOUND                    VALUE 'Y' FALSE 'N'.
           05  WS-AMT-VALID-SW         PIC X(001) VALUE 'Y'.
               88  WS-AMT-VALID                   VALUE 'Y' FALSE 'N'.
           05  WS-AMT-DEC-SEEN-SW      PIC X(001) VALUE 'N'.
               88  WS-AMT-DEC-SEEN                VALUE 'Y' FALSE 'N'.
           05  WS-DATE-VALID-SW        PIC X(001) VALUE 'N'.
               88  WS-DATE-VALID                  VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS  Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS Replacing ==:PRFX:== By ==CSVPARSE-==.

      *    One entry per header column, in header order, holding
      *    its running profile and the distinct values seen so far
      *    with how often each turned up.
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY           OCCURS 500 TIMES.
               10  WS-PROF-NAME        PIC X(030).
               10  WS-PROF-EMPTY-COUNT PIC S9(009) BINARY.
               10  WS-PROF-VALUE-COUNT PIC S9(009) BINARY.
               10  WS-PROF-MIN-LENGTH  PIC S9(009) BINARY.
               10  WS-PROF-MAX-LENGTH  PIC S9(009) BINARY.
               10  WS-PROF-TOTAL-LENGTH
                                       PIC S9(015) PACKED-DECIMAL.
               10  WS-PROF-NUMERIC-COUNT
                                       PIC S9(009) BINARY.
               10  WS-PROF-AMOUNT-COUNT
                                       PIC S9(009) BINARY.
               10  WS-PROF-DATE-COUNT  PIC S9(009) BINARY.
               10  WS-PROF-FOREIGN-COUNT
                                       PIC S9(009) BINARY.
               10  WS-PROF-DV-COUNT    PIC S9(004) BINARY.
               10  WS-PROF-DV-OVER-SW  PIC X(001).
                   88  WS-PROF-DV-OVER            VALUE 'Y'.
               10  WS-PROF-DV          OCCURS 50 TIMES.
                   15  WS-PROF-DV-VALUE
                                       PIC X(030).
                   15  WS-PROF-DV-TALLY
                                       PIC S9(009) BINARY.
                   15  WS-PROF-DV-SHOWN-SW
                                       PIC X(001).
                       88  WS-PROF-DV-SHOWN       VALUE 'Y'.

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

           OPEN INPUT INPUT01
           OPEN OUTPUT PROFRPT
           OPEN OUTPUT SPECFILE

           PERFORM 8020-READ-INPUT01
             UNTIL INPUT01-RECORD-LENGTH > 0
             OR INPUT01-EOF

           PERFORM 1000-PROCESS-INPUT01
             UNTIL INPUT01-EOF

           PERFORM 3000-REPORT-ONE-COLUMN
             VARYING WS-COL-NDX FROM 1 BY 1
             UNTIL WS-COL-NDX > WS-HEADER-COUNT
           PERFORM 8900-WRITE-TRAILER

           CLOSE INPUT01
           CLOSE PROFRPT
           CLOSE SPECFILE
           MOVE +0 TO RETURN-CODE
           GOBACK.

       0100-INIT.
           >>IF IGY-COMPILER-VRM DEFINED
           IF OS-PARM-LENGTH >= 6
               MOVE OS-PARM-VALUE(1:4) TO WS-ARG-DLIM
               MOVE UPPER-CASE(OS-PARM-VALUE(5:1)) TO WS-ARG-STYLE
               MOVE UPPER-CASE(OS-PARM-VALUE(6:1)) TO WS-ARG-EQUAL
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF OS-PARM-LENGTH >= 7
               MOVE UPPER-CASE(OS-PARM-VALUE(7:1)) TO WS-ARG-SNIFF
           END-IF
           IF OS-PARM-LENGTH >= 8
               MOVE UPPER-CASE(OS-PARM-VALUE(8:1)) TO WS-ARG-BOM
           END-IF
           >>ELSE
           SET ADDRESS OF DUMPER TO NULL
           ACCEPT WS-ARG-NB FROM ARGUMENT-NUMBER
           IF WS-ARG-NB >= 6
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-INPUT01-NAME FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-SPEC-FILE-NAME FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-DLIM FROM ARGUMENT-VALUE
               DISPLAY 5 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-STYLE FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-STYLE) TO WS-ARG-STYLE
               DISPLAY 6 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-EQUAL FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-EQUAL) TO WS-ARG-EQUAL
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARG-NB >= 7
               DISPLAY 7 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-SNIFF FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-SNIFF) TO WS-ARG-SNIFF
           END-IF
           IF WS-ARG-NB >= 8
               DISPLAY 8 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-BOM FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-BOM) TO WS-ARG-BOM
           END-IF
           >>END-IF

      *    The delimiter argument carries one to four characters;
      *    its length is however many are there before the trailing
      *    spaces, the same convention CSVPRINT uses.
           MOVE LENGTH OF WS-ARG-DLIM TO WS-DLIM-LENGTH
           PERFORM 0110-TRIM-ONE-DELIMITER-BYTE
             UNTIL WS-DLIM-LENGTH <= 1
             OR WS-ARG-DLIM(WS-DLIM-LENGTH:1) NOT = SPACE
           MOVE WS-ARG-DLIM TO CSVPARSE-FIELD-DELIMITER
           MOVE WS-DLIM-LENGTH TO CSVPARSE-FIELD-DELIMITER-LENGTH
           EVALUATE TRUE
             WHEN WS-ARG-EQUAL-TRUE
                  SET CSVPARSE-TOLERATE-LEADING-EQUAL TO TRUE
             WHEN WS-ARG-EQUAL-FALSE
                  SET CSVPARSE-TOLERATE-LEADING-EQUAL TO FALSE
             WHEN OTHER
                  DISPLAY
                    MYNAME
                    ' tolerate leading equal parm must be T or F'
                  PERFORM 9999-ABEND
           END-EVALUATE
           EVALUATE TRUE
             WHEN WS-ARG-STYLE-UNIX
                  SET CSVPARSE-UNIX TO TRUE
             WHEN WS-ARG-STYLE-RFC4180
                  SET CSVPARSE-RFC4180 TO TRUE
             WHEN OTHER
                  DISPLAY
                    MYNAME
                    ' file format style must be U or R'
                  PERFORM 9999-ABEND
           END-EVALUATE
           EVALUATE TRUE
             WHEN WS-ARG-SNIFF = 'Y'
                  SET CSVPARSE-SNIFF-DELIMITERS TO TRUE
             WHEN WS-ARG-SNIFF = 'N' OR SPACE
                  SET CSVPARSE-SNIFF-NONE TO TRUE
             WHEN OTHER
                  DISPLAY MYNAME ' sniff parm must be Y or N'
                  PERFORM 9999-ABEND
           END-EVALUATE
           EVALUATE TRUE
             WHEN WS-ARG-BOM = 'Y'
                  SET CSVPARSE-STRIP-BOM TO TRUE
             WHEN WS-ARG-BOM = 'N' OR SPACE
                  SET CSVPARSE-STRIP-BOM TO FALSE
             WHEN OTHER
                  DISPLAY MYNAME ' strip-BOM parm must be Y or N'
                  PERFORM 9999-ABEND
           END-EVALUATE
           .

       0110-TRIM-ONE-DELIMITER-BYTE.
           SUBTRACT 1 FROM WS-DLIM-LENGTH
           .

       1000-PROCESS-INPUT01.
           IF INPUT01-RECORD-LENGTH >= 14
           AND INPUT01-RECORD(1:14) = 'TRAILER FILES='
               *> CSVLOAD's trailer, carried through CSVDEDUP -
               *> not a data row.
               INITIALIZE INPUT01-RECORD-LENGTH
               PERFORM 8020-READ-INPUT01
                 UNTIL INPUT01-RECORD-LENGTH > 0
                 OR INPUT01-EOF
           ELSE
               PERFORM 1100-PARSE-ONE-FIELD
           END-IF
           .

       1100-PARSE-ONE-FIELD.
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
                  PERFORM 1010-STORE-FIELD
                  ADD 1 TO WS-ROW-NUMBER
                  PERFORM 1020-END-OF-ROW
                  INITIALIZE FIELD-COUNT INPUT01-RECORD-LENGTH
                  PERFORM 8020-READ-INPUT01
                    UNTIL INPUT01-RECORD-LENGTH > 0
                    OR INPUT01-EOF
             WHEN CSVPARSE-FIELD-COMPLETE
                  ADD 1 TO FIELD-COUNT
                  PERFORM 1010-STORE-FIELD
             WHEN CSVPARSE-FIELD-INCOMPLETE
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

       1010-STORE-FIELD.
           SET ADDRESS OF DUMMY-FIELD TO CSVPARSE-FIELD-ADDRESS
           EVALUATE TRUE
             WHEN WS-ROW-NUMBER = 0
                  *> Row one is the header - its fields name the
                  *> columns being profiled.
                  PERFORM 1011-STORE-HEADER-NAME
             WHEN FIELD-COUNT <= WS-HEADER-COUNT
                  PERFORM 2000-PROFILE-VALUE
             WHEN OTHER
                  *> More fields than the header named - counted
                  *> by 1020-END-OF-ROW once the row is complete.
                  CONTINUE
           END-EVALUATE
           .

       1011-STORE-HEADER-NAME.
           IF FIELD-COUNT > WS-MAX-COLUMNS
               DISPLAY MYNAME ' header row has more than '
                 WS-MAX-COLUMNS ' columns'
               PERFORM 9999-ABEND
           END-IF
           MOVE FIELD-COUNT TO WS-HEADER-COUNT
           MOVE SPACES TO WS-PROF-NAME(FIELD-COUNT)
           IF CSVPARSE-FIELD-LENGTH > LENGTH OF WS-VALUE-KEY
               MOVE DUMMY-FIELD(1:LENGTH OF WS-VALUE-KEY)
                 TO WS-PROF-NAME(FIELD-COUNT)
           ELSE
               IF CSVPARSE-FIELD-LENGTH > 0
                   MOVE DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                     TO WS-PROF-NAME(FIELD-COUNT)
               END-IF
           END-IF
           MOVE +0 TO WS-PROF-EMPTY-COUNT(FIELD-COUNT)
           MOVE +0 TO WS-PROF-VALUE-COUNT(FIELD-COUNT)
           MOVE +0 TO WS-PROF-MIN-LENGTH(FIELD-COUNT)
           MOVE +0 TO WS-PROF-MAX-LENGTH(FIELD-COUNT)
           MOVE +0 TO WS-PROF-TOTAL-LENGTH(FIELD-COUNT)
           MOVE +0 TO WS-PROF-NUMERIC-COUNT(FIELD-COUNT)
           MOVE +0 TO WS-PROF-AMOUNT-COUNT(FIELD-COUNT)
           MOVE +0 TO WS-PROF-DATE-COUNT(FIELD-COUNT)
           MOVE +0 TO WS-PROF-FOREIGN-COUNT(FIELD-COUNT)
           MOVE +0 TO WS-PROF-DV-COUNT(FIELD-COUNT)
           MOVE 'N' TO WS-PROF-DV-OVER-SW(FIELD-COUNT)
           .

       1020-END-OF-ROW.
           EVALUATE TRUE
             WHEN WS-ROW-NUMBER = 1
                  DISPLAY MYNAME ' header row, columns = '
                    WS-HEADER-COUNT
             WHEN FIELD-COUNT NOT = WS-HEADER-COUNT
                  ADD 1 TO WS-ROWS-PROFILED
                  ADD 1 TO WS-ROWS-MISMATCHED
             WHEN OTHER
                  ADD 1 TO WS-ROWS-PROFILED
           END-EVALUATE
           .

       2000-PROFILE-VALUE.
           MOVE FIELD-COUNT TO WS-COL-NDX
           MOVE CSVPARSE-FIELD-LENGTH TO WS-VALUE-LENGTH
           IF WS-VALUE-LENGTH = 0
               ADD 1 TO WS-PROF-EMPTY-COUNT(WS-COL-NDX)
           ELSE
               PERFORM 2100-TALLY-LENGTH
               PERFORM 2200-TALLY-DISTINCT-VALUE
               PERFORM 2300-CLASSIFY-VALUE
           END-IF
           .

       2100-TALLY-LENGTH.
           ADD 1 TO WS-PROF-VALUE-COUNT(WS-COL-NDX)
           ADD WS-VALUE-LENGTH TO WS-PROF-TOTAL-LENGTH(WS-COL-NDX)
           IF WS-PROF-VALUE-COUNT(WS-COL-NDX) = 1
           OR WS-VALUE-LENGTH < WS-PROF-MIN-LENGTH(WS-COL-NDX)
               MOVE WS-VALUE-LENGTH TO WS-PROF-MIN-LENGTH(WS-COL-NDX)
           END-IF
           IF WS-VALUE-LENGTH > WS-PROF-MAX-LENGTH(WS-COL-NDX)
               MOVE WS-VALUE-LENGTH TO WS-PROF-MAX-LENGTH(WS-COL-NDX)
           END-IF
           .

       2200-TALLY-DISTINCT-VALUE.
      *    Values are told apart by their first 30 bytes, the same
      *    cap the KSDS key slots and CSVSUMM's group keys apply.
           MOVE SPACES TO WS-VALUE-KEY
           IF WS-VALUE-LENGTH > LENGTH OF WS-VALUE-KEY
               MOVE DUMMY-FIELD(1:LENGTH OF WS-VALUE-KEY)
                 TO WS-VALUE-KEY
           ELSE
               MOVE DUMMY-FIELD(1:WS-VALUE-LENGTH) TO WS-VALUE-KEY
           END-IF
           SET WS-DV-FOUND TO FALSE
           PERFORM 2210-MATCH-ONE-DISTINCT-VALUE
             VARYING WS-DV-NDX FROM 1 BY 1
             UNTIL WS-DV-NDX > WS-PROF-DV-COUNT(WS-COL-NDX)
             OR WS-DV-FOUND
           IF NOT WS-DV-FOUND
               IF WS-PROF-DV-COUNT(WS-COL-NDX) < WS-MAX-DISTINCT
                   ADD 1 TO WS-PROF-DV-COUNT(WS-COL-NDX)
                   MOVE WS-PROF-DV-COUNT(WS-COL-NDX) TO WS-DV-NDX
                   MOVE WS-VALUE-KEY
                     TO WS-PROF-DV-VALUE(WS-COL-NDX WS-DV-NDX)
                   MOVE +1 TO WS-PROF-DV-TALLY(WS-COL-NDX WS-DV-NDX)
                   MOVE 'N'
                     TO WS-PROF-DV-SHOWN-SW(WS-COL-NDX WS-DV-NDX)
               ELSE
                   MOVE 'Y' TO WS-PROF-DV-OVER-SW(WS-COL-NDX)
               END-IF
           END-IF
           .

       2210-MATCH-ONE-DISTINCT-VALUE.
           IF WS-PROF-DV-VALUE(WS-COL-NDX WS-DV-NDX) = WS-VALUE-KEY
               ADD 1 TO WS-PROF-DV-TALLY(WS-COL-NDX WS-DV-NDX)
               SET WS-DV-FOUND TO TRUE
           END-IF
           .

       2300-CLASSIFY-VALUE.
           IF DUMMY-FIELD(1:WS-VALUE-LENGTH) NUMERIC
               ADD 1 TO WS-PROF-NUMERIC-COUNT(WS-COL-NDX)
           END-IF
           PERFORM 2400-CHECK-AMOUNT
           IF WS-AMT-VALID
               ADD 1 TO WS-PROF-AMOUNT-COUNT(WS-COL-NDX)
           END-IF
           PERFORM 2500-CHECK-ISO-DATE
           IF WS-DATE-VALID
               ADD 1 TO WS-PROF-DATE-COUNT(WS-COL-NDX)
           END-IF
           PERFORM 2600-CHECK-FOREIGN-DATE
           IF WS-DATE-VALID
               ADD 1 TO WS-PROF-FOREIGN-COUNT(WS-COL-NDX)
           END-IF
           .

       2400-CHECK-AMOUNT.
      *    An amount under CSVCNVRT's A rule (decimal point, comma
      *    thousands) or, failing that, its E rule (decimal comma,
      *    period thousands).  A value longer than any amount
      *    CSVCNVRT would take is not looked at.
           SET WS-AMT-VALID TO FALSE
           IF WS-VALUE-LENGTH <= 40
               MOVE '.' TO WS-AMT-DEC-CHAR
               MOVE ',' TO WS-AMT-THOU-CHAR
               PERFORM 2410-SCAN-AMOUNT
               IF NOT WS-AMT-VALID
                   MOVE ',' TO WS-AMT-DEC-CHAR
                   MOVE '.' TO WS-AMT-THOU-CHAR
                   PERFORM 2410-SCAN-AMOUNT
               END-IF
           END-IF
           .

       2410-SCAN-AMOUNT.
           SET WS-AMT-VALID TO TRUE
           SET WS-AMT-DEC-SEEN TO FALSE
           MOVE +0 TO WS-AMT-DIGIT-COUNT
           MOVE +1 TO WS-AMT-SCAN-START
           MOVE WS-VALUE-LENGTH TO WS-AMT-SCAN-END
           PERFORM 2420-TAKE-EDGE-SIGNS
           PERFORM 2430-SCAN-ONE-AMOUNT-CHAR
             VARYING WS-AMT-NDX FROM WS-AMT-SCAN-START BY 1
             UNTIL WS-AMT-NDX > WS-AMT-SCAN-END
             OR NOT WS-AMT-VALID
           IF WS-AMT-DIGIT-COUNT = 0
           OR WS-AMT-DIGIT-COUNT > 18
               SET WS-AMT-VALID TO FALSE
           END-IF
           .

       2420-TAKE-EDGE-SIGNS.
      *    The sign placements CSVCNVRT's 1410-TAKE-EDGE-SIGNS
      *    accepts - leading, trailing, or a CR/DR suffix.
           IF WS-AMT-SCAN-END - WS-AMT-SCAN-START >= 2
           AND (DUMMY-FIELD(WS-AMT-SCAN-END - 1:2) = 'CR'
                OR DUMMY-FIELD(WS-AMT-SCAN-END - 1:2) = 'DR')
               SUBTRACT 2 FROM WS-AMT-SCAN-END
           ELSE
               IF WS-AMT-SCAN-END > WS-AMT-SCAN-START
               AND (DUMMY-FIELD(WS-AMT-SCAN-END:1) = '-'
                    OR DUMMY-FIELD(WS-AMT-SCAN-END:1) = '+')
                   SUBTRACT 1 FROM WS-AMT-SCAN-END
               END-IF
           END-IF
           IF WS-AMT-SCAN-START < WS-AMT-SCAN-END
           AND (DUMMY-FIELD(WS-AMT-SCAN-START:1) = '-'
                OR DUMMY-FIELD(WS-AMT-SCAN-START:1) = '+')
               ADD 1 TO WS-AMT-SCAN-START
           END-IF
           .

       2430-SCAN-ONE-AMOUNT-CHAR.
           MOVE DUMMY-FIELD(WS-AMT-NDX:1) TO WS-AMT-CHAR
           EVALUATE TRUE
             WHEN WS-AMT-CHAR = SPACE
                  CONTINUE
             WHEN WS-AMT-CHAR = WS-AMT-DEC-CHAR
                  IF WS-AMT-DEC-SEEN
                      SET WS-AMT-VALID TO FALSE
                  ELSE
                      SET WS-AMT-DEC-SEEN TO TRUE
                  END-IF
             WHEN WS-AMT-CHAR = WS-AMT-THOU-CHAR
                  IF WS-AMT-DEC-SEEN
                      SET WS-AMT-VALID TO FALSE
                  END-IF
             WHEN WS-AMT-CHAR NUMERIC
                  ADD 1 TO WS-AMT-DIGIT-COUNT
             WHEN OTHER
                  SET WS-AMT-VALID TO FALSE
           END-EVALUATE
           .

       2500-CHECK-ISO-DATE.
      *    The same test CSVVALID's 1130-CHECK-DATE applies.
           SET WS-DATE-VALID TO FALSE
           IF WS-VALUE-LENGTH = 10
           AND DUMMY-FIELD(5:1) = '-'
           AND DUMMY-FIELD(8:1) = '-'
           AND DUMMY-FIELD(1:4) NUMERIC
           AND DUMMY-FIELD(6:2) NUMERIC
           AND DUMMY-FIELD(9:2) NUMERIC
               MOVE DUMMY-FIELD(6:2) TO WS-DATE-FIRST
               MOVE DUMMY-FIELD(9:2) TO WS-DATE-SECOND
               IF WS-DATE-FIRST >= '01' AND WS-DATE-FIRST <= '12'
               AND WS-DATE-SECOND >= '01' AND WS-DATE-SECOND <= '31'
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF
           .

       2600-CHECK-FOREIGN-DATE.
      *    The dates CSVCNVRT's date transform rules take: two-digit
      *    day and month and a four-digit year with the same one of
      *    / . - in both places, either way round (D or M), or an
      *    unseparated CCYYMMDD (C).
           SET WS-DATE-VALID TO FALSE
           EVALUATE TRUE
             WHEN WS-VALUE-LENGTH = 10
                  MOVE DUMMY-FIELD(3:1) TO WS-DATE-SEP
                  IF (WS-DATE-SEP = '/'
                      OR WS-DATE-SEP = '.'
                      OR WS-DATE-SEP = '-')
                  AND DUMMY-FIELD(6:1) = WS-DATE-SEP
                  AND DUMMY-FIELD(1:2) NUMERIC
                  AND DUMMY-FIELD(4:2) NUMERIC
                  AND DUMMY-FIELD(7:4) NUMERIC
                      MOVE DUMMY-FIELD(1:2) TO WS-DATE-FIRST
                      MOVE DUMMY-FIELD(4:2) TO WS-DATE-SECOND
                      PERFORM 2610-CHECK-DAY-MONTH-EITHER-WAY
                  END-IF
             WHEN WS-VALUE-LENGTH = 8
                  IF DUMMY-FIELD(1:8) NUMERIC
                      MOVE DUMMY-FIELD(5:2) TO WS-DATE-FIRST
                      MOVE DUMMY-FIELD(7:2) TO WS-DATE-SECOND
                      IF WS-DATE-FIRST >= '01'
                      AND WS-DATE-FIRST <= '12'
                      AND WS-DATE-SECOND >= '01'
                      AND WS-DATE-SECOND <= '31'
                          SET WS-DATE-VALID TO TRUE
                      END-IF
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

       2610-CHECK-DAY-MONTH-EITHER-WAY.
           IF WS-DATE-FIRST >= '01' AND WS-DATE-FIRST <= '31'
           AND WS-DATE-SECOND >= '01' AND WS-DATE-SECOND <= '12'
               SET WS-DATE-VALID TO TRUE
           END-IF
           IF WS-DATE-FIRST >= '01' AND WS-DATE-FIRST <= '12'
           AND WS-DATE-SECOND >= '01' AND WS-DATE-SECOND <= '31'
               SET WS-DATE-VALID TO TRUE
           END-IF
           .

       3000-REPORT-ONE-COLUMN.
           PERFORM 3100-DRAFT-SPEC-ENTRY
           PERFORM 3200-WRITE-LENGTH-LINE
           PERFORM 3300-WRITE-SHARES-LINE
           PERFORM 3400-WRITE-ONE-TOP-VALUE
             VARYING WS-TOP-NDX FROM 1 BY 1
             UNTIL WS-TOP-NDX > WS-TOP-VALUES
             OR WS-TOP-NDX > WS-PROF-DV-COUNT(WS-COL-NDX)
           .

       3100-DRAFT-SPEC-ENTRY.
           MOVE SPACES TO SPEC-RECORD
           MOVE WS-PROF-NAME(WS-COL-NDX) TO SPEC-COLUMN-NAME
           EVALUATE TRUE
             WHEN WS-PROF-VALUE-COUNT(WS-COL-NDX) = 0
                  MOVE 'A' TO SPEC-TYPE
             WHEN WS-PROF-DATE-COUNT(WS-COL-NDX)
                  = WS-PROF-VALUE-COUNT(WS-COL-NDX)
                  MOVE 'D' TO SPEC-TYPE
             WHEN WS-PROF-NUMERIC-COUNT(WS-COL-NDX)
                  = WS-PROF-VALUE-COUNT(WS-COL-NDX)
                  MOVE 'N' TO SPEC-TYPE
             WHEN OTHER
                  MOVE 'A' TO SPEC-TYPE
           END-EVALUATE
           IF WS-PROF-EMPTY-COUNT(WS-COL-NDX) = 0
           AND WS-PROF-VALUE-COUNT(WS-COL-NDX) > 0
               MOVE 'R' TO SPEC-REQUIRED
           ELSE
               MOVE 'O' TO SPEC-REQUIRED
           END-IF
           EVALUATE TRUE
             WHEN WS-PROF-MAX-LENGTH(WS-COL-NDX) < 1
                  MOVE 1 TO SPEC-MAX-LENGTH
             WHEN WS-PROF-MAX-LENGTH(WS-COL-NDX) > 9999
                  MOVE 9999 TO SPEC-MAX-LENGTH
             WHEN OTHER
                  MOVE WS-PROF-MAX-LENGTH(WS-COL-NDX)
                    TO SPEC-MAX-LENGTH
           END-EVALUATE
           WRITE SPEC-RECORD
           MOVE SPEC-RECORD(31:6) TO WS-SPEC-DISP
           .

       3200-WRITE-LENGTH-LINE.
           MOVE WS-COL-NDX TO WS-POS-DISP
           MOVE WS-PROF-EMPTY-COUNT(WS-COL-NDX) TO WS-COUNT-DISP
           MOVE WS-PROF-MIN-LENGTH(WS-COL-NDX)  TO WS-COUNT-DISP-2
           MOVE WS-PROF-MAX-LENGTH(WS-COL-NDX)  TO WS-COUNT-DISP-3
           IF WS-PROF-VALUE-COUNT(WS-COL-NDX) = 0
               MOVE +0 TO WS-AVG-LENGTH
           ELSE
               COMPUTE WS-AVG-LENGTH ROUNDED =
                 WS-PROF-TOTAL-LENGTH(WS-COL-NDX)
                 / WS-PROF-VALUE-COUNT(WS-COL-NDX)
           END-IF
           MOVE WS-AVG-LENGTH TO WS-AVG-DISP
           MOVE WS-PROF-DV-COUNT(WS-COL-NDX) TO WS-COUNT-DISP-4
           MOVE SPACES TO WS-DISTINCT-DISP
           IF WS-PROF-DV-OVER(WS-COL-NDX)
               STRING
                 WS-COUNT-DISP-4 DELIMITED BY SIZE
                 '+'             DELIMITED BY SIZE
                 INTO WS-DISTINCT-DISP
               END-STRING
           ELSE
               MOVE WS-COUNT-DISP-4 TO WS-DISTINCT-DISP
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING
             'COLUMN='    DELIMITED BY SIZE
             WS-PROF-NAME(WS-COL-NDX) DELIMITED BY SIZE
             ' POS='      DELIMITED BY SIZE
             WS-POS-DISP      DELIMITED BY SIZE
             ' EMPTY='    DELIMITED BY SIZE
             WS-COUNT-DISP    DELIMITED BY SIZE
             ' MIN-LEN='  DELIMITED BY SIZE
             WS-COUNT-DISP-2  DELIMITED BY SIZE
             ' MAX-LEN='  DELIMITED BY SIZE
             WS-COUNT-DISP-3  DELIMITED BY SIZE
             ' AVG-LEN='  DELIMITED BY SIZE
             WS-AVG-DISP      DELIMITED BY SIZE
             ' DISTINCT=' DELIMITED BY SIZE
             WS-DISTINCT-DISP DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 160 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       3300-WRITE-SHARES-LINE.
           MOVE WS-PROF-NUMERIC-COUNT(WS-COL-NDX) TO WS-PCT-COUNT
           PERFORM 3310-SET-PCT
           MOVE WS-PCT TO WS-NUMERIC-PCT-DISP
           MOVE WS-PROF-AMOUNT-COUNT(WS-COL-NDX) TO WS-PCT-COUNT
           PERFORM 3310-SET-PCT
           MOVE WS-PCT TO WS-AMOUNT-PCT-DISP
           MOVE WS-PROF-DATE-COUNT(WS-COL-NDX) TO WS-PCT-COUNT
           PERFORM 3310-SET-PCT
           MOVE WS-PCT TO WS-DATE-PCT-DISP
           MOVE WS-PROF-FOREIGN-COUNT(WS-COL-NDX) TO WS-PCT-COUNT
           PERFORM 3310-SET-PCT
           MOVE WS-PCT TO WS-FOREIGN-PCT-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'COLUMN='       DELIMITED BY SIZE
             WS-PROF-NAME(WS-COL-NDX) DELIMITED BY SIZE
             ' NUMERIC-PCT=' DELIMITED BY SIZE
             WS-NUMERIC-PCT-DISP DELIMITED BY SIZE
             ' AMOUNT-PCT='  DELIMITED BY SIZE
             WS-AMOUNT-PCT-DISP  DELIMITED BY SIZE
             ' DATE-PCT='    DELIMITED BY SIZE
             WS-DATE-PCT-DISP    DELIMITED BY SIZE
             ' FOREIGN-PCT=' DELIMITED BY SIZE
             WS-FOREIGN-PCT-DISP DELIMITED BY SIZE
             ' SPEC='        DELIMITED BY SIZE
             WS-SPEC-DISP        DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 160 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       3310-SET-PCT.
      *    Turn the count just moved into WS-PCT-COUNT into a whole
      *    percentage of the column's non-empty values.
           IF WS-PROF-VALUE-COUNT(WS-COL-NDX) = 0
               MOVE +0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                 WS-PCT-COUNT * 100 / WS-PROF-VALUE-COUNT(WS-COL-NDX)
           END-IF
           .

       3400-WRITE-ONE-TOP-VALUE.
      *    Pick the most frequent value not yet shown - the first
      *    seen wins a tie.
           MOVE +0 TO WS-BEST-DV
           PERFORM 3410-TRY-ONE-DISTINCT-VALUE
             VARYING WS-DV-NDX FROM 1 BY 1
             UNTIL WS-DV-NDX > WS-PROF-DV-COUNT(WS-COL-NDX)
           MOVE 'Y' TO WS-PROF-DV-SHOWN-SW(WS-COL-NDX WS-BEST-DV)
           MOVE WS-TOP-NDX TO WS-RANK-DISP
           MOVE WS-PROF-DV-TALLY(WS-COL-NDX WS-BEST-DV)
             TO WS-COUNT-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'COLUMN='  DELIMITED BY SIZE
             WS-PROF-NAME(WS-COL-NDX) DELIMITED BY SIZE
             ' TOP='    DELIMITED BY SIZE
             WS-RANK-DISP  DELIMITED BY SIZE
             ' COUNT='  DELIMITED BY SIZE
             WS-COUNT-DISP DELIMITED BY SIZE
             ' VALUE='  DELIMITED BY SIZE
             WS-PROF-DV-VALUE(WS-COL-NDX WS-BEST-DV)
                        DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 160 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           .

       3410-TRY-ONE-DISTINCT-VALUE.
           IF NOT WS-PROF-DV-SHOWN(WS-COL-NDX WS-DV-NDX)
               IF WS-BEST-DV = 0
                   MOVE WS-DV-NDX TO WS-BEST-DV
               ELSE
                   IF WS-PROF-DV-TALLY(WS-COL-NDX WS-DV-NDX)
                      > WS-PROF-DV-TALLY(WS-COL-NDX WS-BEST-DV)
                       MOVE WS-DV-NDX TO WS-BEST-DV
                   END-IF
               END-IF
           END-IF
           .

       8020-READ-INPUT01.
           READ INPUT01
             AT END SET INPUT01-EOF TO TRUE
           END-READ
           .

       8030-SET-CSVPARSE-PARMS.
           SET CSVPARSE-RECORD-ADDRESS TO ADDRESS OF INPUT01-RECORD
           MOVE INPUT01-RECORD-LENGTH TO CSVPARSE-RECORD-LENGTH
           .

       8900-WRITE-TRAILER.
           MOVE WS-ROWS-PROFILED   TO WS-COUNT-DISP
           MOVE WS-HEADER-COUNT    TO WS-COUNT-DISP-2
           MOVE WS-ROWS-MISMATCHED TO WS-COUNT-DISP-3
           MOVE SPACES TO RPT-RECORD
           STRING
             'TRAILER ROWS-PROFILED=' DELIMITED BY SIZE
             WS-COUNT-DISP            DELIMITED BY SIZE
             ' COLUMNS='              DELIMITED BY SIZE
             WS-COUNT-DISP-2          DELIMITED BY SIZE
             ' ROWS-MISMATCHED='      DELIMITED BY SIZE
             WS-COUNT-DISP-3          DELIMITED BY SIZE
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
