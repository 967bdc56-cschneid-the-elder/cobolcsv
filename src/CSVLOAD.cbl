      *                    processed-file catalog says it has been
      *                    loaded before, Y or N (space defaults to
      *                    N) - for the deliberate reload
      *   columns 235-239  the source file's code page, as an IBM
      *                    CCSID - 00037 or 01047 (EBCDIC), 00367
      *                    or 00819 (ASCII), 01208 (UTF-8) - when
      *                    it is not this platform's own (space
      *                    means the file needs no translation)
      *
      * A source file sent in another code page - an ASCII or UTF-8
      * file landed on IBM Z, an EBCDIC file landed elsewhere - is
      * translated record by record through the CSVXLATE subroutine
      * as it is read, ahead of everything else this program does
      * with it, so the parse, the rejects and suspense records,
      * and the catalog fingerprints all see this platform's own
      * bytes.  A character with no equivalent in this platform's
      * code page is written as its substitute character, and the
      * bytes it stood for are counted; so are the bytes of a
      * record that grows past the input record area in
      * translation.  Each translated file gets a CODE-PAGE line on
      * CTLRPT under its FILE= line, and the end-of-job totals show
      * the untranslatable bytes for the whole run.  Where this
      * platform is UTF-8, the keyed copy of a row cut at the KSDS
      * row cap is cut back to the last whole character.
      *
      * When the processed-file catalog dataset is supplied - a
      * ninth program argument here, the CATFILE DD on IBM Z -
      * fingerprint match an already-processed entry is skipped and
      * reported instead of loaded a second time - vendors
      * re-transmit after their own failures, and the control file
      * is built from whatever lands in the landing directory -
      * by CSVCTLGN, from the vendor registry, or by hand.  The
      * force column above lets a deliberate reload through.
      *
      * When a control record names one or more key columns, each
      * completed row of that file is also written to the KSDSOUT
      * to CTLRPT as each source file closes, so the end-of-job
      * report breaks the rejects out by source file.
      *
      * Each rejected record also goes to the SUSPENSE VSAM cluster
      * (layout in the CSVSUSP copybook), keyed on the source file
      * name, this load's stamp, and the input record number, with
      * the raw record, the reason code, the CSVRC condition, the
      * control record the file was loaded under, and a status of
      * S - suspended.  The load stamp is the CCYYMMDDHHMMSS the run
      * began; it leads CTLRPT as a LOAD STAMP= line, so CSVREFD
      * re-feeds only the records of the load it follows, and it
      * is carried in the checkpoint so a restart keeps it.  The
      * service desk corrects a suspended record and releases it
      * through the CSVREPR transaction, and the CSVREFD batch step
      * feeds released records into the consolidated file and the
      * KSDSOUT cluster, so a handful of bad records no longer
      * costs a full reload.  A reject that lands on a key already
      * in the suspense cluster - a checkpoint restart going back
      * over its own rejects - replaces the record there while it
      * is still suspended, and leaves it be once the desk has
      * released it or CSVREFD has re-fed it.  A reject from a file
      * loaded under record-type definitions is marked as such and
      * is never released or re-fed; that file is reloaded instead.
      * The cluster is the SUSPENSE DD on IBM Z and
      * the optional tenth program argument elsewhere; CTLRPT
      * counts the records suspended.
      *
      * Some vendors send one file mixing row layouts under a
      * record-type column - a batch header row, detail rows, and a
      * trailer row carrying the vendor's own detail row count and
      * amount total.  Such a file is described in the record-type
      * definitions dataset (layout in the CSVRTYP copybook), one
      * line per record type: the type's record-type value, its
      * role, and its own column list.  The definitions are the
      * RECTYPES DD on IBM Z and the optional eleventh program
      * argument elsewhere.  A source file with definitions has no
      * header row of its own; the detail type's column list is
      * written in its place, so the consolidated file and the
      * KSDSOUT cluster see the usual header row followed by
      * detail rows, and key columns name detail columns.  Only
      * detail rows are consolidated and keyed - header and
      * trailer rows are read and passed over.  A row whose
      * record-type value is not defined for its file is rejected
      * with reason TYPE, and a detail row whose amount cannot be
      * read with reason AMT - an amount is digits, comma grouping
      * allowed, at most 15 of them ahead of an optional decimal
      * point and 2 after it, with an optional sign leading or
      * trailing.  As the file closes, the trailer row's count
      * and total are checked against the detail rows loaded and
      * the amounts they carried; a file whose trailer
      * disagrees, or which has no trailer row or more than one,
      * takes one more reject, reason TRLR, against its maximum -
      * the same threshold that stops the job on bad records - and
      * its TRAILER-CHECK line on CTLRPT shows both sides.  A TRLR
      * reject is a check on the whole file rather than a record
      * the desk can repair, so it is not suspended.
      *
      * A trailer record is written as the last record of the
      * consolidated output file, showing how many source files and
      * how many rows were folded in.
      * that needs the sixth and seventh arguments - the KSDS
      * cluster and the duplicate-key report - without a checkpoint
      * data set.  The same '-' stands in for the sixth through
      * tenth arguments when a later one is wanted without them:
      * the eighth is the shared run-history audit dataset, written
      * through the CSVHIST subroutine as the run ends, the ninth
      * is the processed-file catalog, the tenth is the reject
      * suspense cluster, and the eleventh is the record-type
      * definitions.
      *
      * As with EXAMPLE1, the IBM Z portions of this program are
      * freehanded and conditionally compiled, since there is no
           Select Optional CATFILE Assign CATFILE
             Organization Sequential
             File Status WS-CAT-STATUS.
           Select Optional SUSPENSE Assign SUSPENSE
             Organization Indexed
             Access Dynamic
             Record Key SUSP-KEY.
           Select Optional CKPTFILE Assign CKPTFILE
             Organization Sequential
             File Status WS-CKPT-STATUS.
           Select Optional RECTYPES Assign RECTYPES
             Organization Line Sequential
             File Status WS-RTDEF-STATUS.
           >>ELSE
           Select CTLFILE Assign WS-CTL-FILE-NAME
             Organization Line Sequential.
           Select Optional CATFILE Assign WS-CAT-FILE-NAME
             Organization Sequential
             File Status WS-CAT-STATUS.
           Select Optional SUSPENSE Assign WS-SUSP-FILE-NAME
             Organization Indexed
             Access Dynamic
             Record Key SUSP-KEY.
           Select Optional CKPTFILE Assign WS-CKPT-FILE-NAME
             Organization Sequential
             File Status WS-CKPT-STATUS.
           Select Optional RECTYPES Assign WS-RTDEF-FILE-NAME
             Organization Line Sequential
             File Status WS-RTDEF-STATUS.
           >>END-IF
       Data Division.
       File Section.
       FD  CATFILE.
       Copy CSVCAT Replacing ==:PRFX:== By ==CAT-==.

       FD  SUSPENSE.
       Copy CSVSUSP Replacing ==:PRFX:== By ==SUSP-==.

       FD  CKPTFILE.
       01  CKPT-RECORD.
           05  CKPT-CTL-FILE-NAME      PIC X(128).
           05  CKPT-FIRST-REC-LENGTH   PIC 9(009).
           05  CKPT-FIRST-REC-DATA     PIC X(040).
           05  CKPT-CTOT-AREA          PIC X(064).
           05  CKPT-RT-AREA            PIC X(128).
           05  CKPT-TRLR-REJECT-COUNT  PIC 9(009).
           05  CKPT-FILE-XLATE-COUNT   PIC 9(009).
           05  CKPT-TOTAL-XLATE-COUNT  PIC 9(009).
           05  CKPT-LOAD-STAMP         PIC X(014).
           05  CKPT-PARSE-AREA         PIC X(32024).

       FD  RECTYPES.
       Copy CSVRTYP Replacing ==:PRFX:== By ==RTDEF-==.

       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVLOAD'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
                                                   SPACES.
           05  WS-CAT-FILE-NAME        PIC X(128)         VALUE
                                                   SPACES.
           05  WS-SUSP-FILE-NAME       PIC X(128)         VALUE
                                                   SPACES.
           05  WS-RTDEF-FILE-NAME      PIC X(128)         VALUE
                                                   SPACES.
           >>END-IF
           05  WS-INPUT01-NAME         PIC X(128)         VALUE
                                                   SPACES.
                                                   SPACES.
           05  WS-HIST-START-STAMP     PIC X(021)         VALUE
                                                   SPACES.
           05  WS-LOAD-STAMP           PIC X(014)         VALUE
                                                   SPACES.
           05  INPUT01-RECORD-LENGTH   PIC S9(004) BINARY VALUE +0.
           05  OUT-RECORD-LENGTH       PIC S9(004) BINARY VALUE +0.
           05  CTLRPT-RECORD-LENGTH    PIC S9(004) BINARY VALUE +0.
           05  WS-LAST-REC-DATA        PIC X(040)         VALUE
                                                   SPACES.
           05  WS-SKIPPED-FILE-COUNT   PIC S9(009) BINARY VALUE +0.
           05  WS-RTDEF-STATUS         PIC X(002) VALUE SPACES.
               88  WS-RTDEF-STATUS-OK             VALUE '00' '05'.
           05  WS-TRLR-REJECT-COUNT    PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-XLATE-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-TOTAL-XLATE-COUNT    PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-CCSID           PIC 9(005)         VALUE 0.
           05  WS-RT-NDX               PIC S9(004) BINARY VALUE +0.
           05  WS-RT-COL-NDX           PIC S9(004) BINARY VALUE +0.
           05  WS-RT-CHAR-NDX          PIC S9(004) BINARY VALUE +0.
           05  WS-RT-CHAR              PIC X(001)         VALUE
                                                   SPACE.
           05  WS-RT-COL-COUNT         PIC S9(004) BINARY VALUE +0.
           05  WS-RT-NAME-WORK         PIC X(030)         VALUE
                                                   SPACES.
           05  WS-RT-NAME-POS          PIC S9(004) BINARY VALUE +0.
           05  WS-RT-NAME-LEN          PIC S9(004) BINARY VALUE +0.
           05  WS-RT-CUR-TYPE-FLD      PIC S9(004) BINARY VALUE +0.
           05  WS-RT-CUR-AMT-FLD       PIC S9(004) BINARY VALUE +0.
           05  WS-RT-CUR-COUNT-FLD     PIC S9(004) BINARY VALUE +0.
           05  WS-RT-VALUE-WORK        PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-VALUE-LEN         PIC S9(009) BINARY VALUE +0.
           05  WS-RT-AMT-TEXT          PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-AMT-LEN           PIC S9(009) BINARY VALUE +0.
           05  WS-RT-AMT-FIRST         PIC S9(004) BINARY VALUE +0.
           05  WS-RT-AMT-LAST          PIC S9(004) BINARY VALUE +0.
           05  WS-RT-AMT-NDX           PIC S9(004) BINARY VALUE +0.
           05  WS-RT-AMT-CLEAN         PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-AMT-CLEAN-LEN     PIC S9(004) BINARY VALUE +0.
           05  WS-RT-AMT-INT-COUNT     PIC S9(004) BINARY VALUE +0.
           05  WS-RT-AMT-DEC-COUNT     PIC S9(004) BINARY VALUE +0.
           05  WS-RT-AMT-VALUE         PIC S9(015)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-RT-TRAILER-COUNT-VALUE
                                       PIC S9(015)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-RT-TRAILER-TOTAL-VALUE
                                       PIC S9(015)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-RT-RESULT            PIC X(010)         VALUE
                                                   SPACES.
           05  WS-RT-CHECK-LINE        PIC X(140)         VALUE
                                                   SPACES.
           05  WS-RT-LOADED-TOTAL-DISP PIC -(015)9.9(002).

       01  WS-SWITCHES.
           >>IF IGY-COMPILER-VRM DEFINED
           Copy CSVRC  Replacing ==:PRFX:== By ==CSVPARSE-==.
           05  CSVBUILD-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           Copy CSVBRC Replacing ==:PRFX:== By ==CSVBUILD-==.
           05  CSVXLATE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           Copy CSVXRC Replacing ==:PRFX:== By ==CSVXLATE-==.
           >>ELSE
           05  CSVPARSE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           Copy CSVRC  Replacing ==:PRFX:== By ==CSVPARSE-==.
           05  CSVBUILD-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           Copy CSVBRC Replacing ==:PRFX:== By ==CSVBUILD-==.
           05  CSVXLATE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           Copy CSVXRC Replacing ==:PRFX:== By ==CSVXLATE-==.
           >>END-IF
           05  CTL-EOF-SW              PIC X(001) VALUE 'N'.
               88  CTL-EOF                        VALUE 'Y' FALSE 'N'.
               88  WS-CAT-CHECK                   VALUE 'Y' FALSE 'N'.
           05  WS-SKIP-FILE-SW         PIC X(001) VALUE 'N'.
               88  WS-SKIP-FILE                   VALUE 'Y' FALSE 'N'.
           05  WS-SUSP-REQUESTED-SW    PIC X(001) VALUE 'N'.
               88  WS-SUSP-REQUESTED              VALUE 'Y' FALSE 'N'.
           05  WS-RTDEF-REQUESTED-SW   PIC X(001) VALUE 'N'.
               88  WS-RTDEF-REQUESTED             VALUE 'Y' FALSE 'N'.
           05  RTDEF-EOF-SW            PIC X(001) VALUE 'N'.
               88  RTDEF-EOF                      VALUE 'Y' FALSE 'N'.
           05  WS-RT-ACTIVE-SW         PIC X(001) VALUE 'N'.
               88  WS-RT-ACTIVE                   VALUE 'Y' FALSE 'N'.
           05  WS-RT-AMT-OK-SW         PIC X(001) VALUE 'N'.
               88  WS-RT-AMT-OK                   VALUE 'Y' FALSE 'N'.
           05  WS-RT-AMT-NEGATIVE-SW   PIC X(001) VALUE 'N'.
               88  WS-RT-AMT-NEGATIVE             VALUE 'Y' FALSE 'N'.
           05  WS-RT-AMT-DEC-SEEN-SW   PIC X(001) VALUE 'N'.
               88  WS-RT-AMT-DEC-SEEN             VALUE 'Y' FALSE 'N'.
           05  WS-XLATE-FILE-SW        PIC X(001) VALUE 'N'.
               88  WS-XLATE-FILE                  VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS  Replacing ==:PRFX:== By ==CSVPARSE-==.
                                                   SPACES.
       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVBPARMS Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.
      * A translated input record is built here and moved back over
      * INPUT01-RECORD, so it fits the same record area.
       01  WS-XLATE-RECORD             PIC X(27990).
       Copy CSVCTOT   Replacing ==:PRFX:== By ==CTOT-==.
       Copy CSVHIST   Replacing ==:PRFX:== By ==HIST-==.
       Copy CSVRTYP   Replacing ==:PRFX:== By ==RTW-==.

      * Every record-type definition line, as read, for the source
      * files to come to look their own lines up in.
       01  WS-RTDEF-TABLE.
           05  WS-RTDEF-COUNT          PIC S9(004) BINARY VALUE +0.
           05  WS-RTDEF-ENTRY          PIC X(1229) OCCURS 100 TIMES.

      * The current source file's record types, resolved from its
      * definition lines to field numbers as the file opens.  A
      * file has one detail type and at most one trailer type; any
      * number of others may be header types.
       01  WS-RT-FILE-TYPES.
           05  WS-RT-TYPE-COUNT        PIC S9(004) BINARY VALUE +0.
           05  WS-RT-TYPE-FLD          PIC S9(004) BINARY VALUE +0.
           05  WS-RT-DETAIL-NDX        PIC S9(004) BINARY VALUE +0.
           05  WS-RT-TRAILER-NDX       PIC S9(004) BINARY VALUE +0.
           05  WS-RT-DETAIL-AMT-FLD    PIC S9(004) BINARY VALUE +0.
           05  WS-RT-TRAILER-COUNT-FLD PIC S9(004) BINARY VALUE +0.
           05  WS-RT-TRAILER-AMT-FLD   PIC S9(004) BINARY VALUE +0.
           05  WS-RT-TYPE-ENTRY        OCCURS 10 TIMES.
               10  WS-RT-TYPE-VALUE    PIC X(010).
               10  WS-RT-TYPE-ROLE     PIC X(001).
                   88  WS-RT-TYPE-HEADER          VALUE 'H'.
                   88  WS-RT-TYPE-DETAIL          VALUE 'D'.
                   88  WS-RT-TYPE-TRAILER         VALUE 'T'.
           05  WS-RT-DETAIL-COL-COUNT  PIC S9(004) BINARY VALUE +0.
           05  WS-RT-DETAIL-COL        OCCURS 500 TIMES.
               10  WS-RT-DETAIL-COL-NAME
                                       PIC X(030).
               10  WS-RT-DETAIL-COL-LEN
                                       PIC S9(004) BINARY.

      * The record-type fields of the row being parsed, caught as
      * its fields go by - the row's type is not known until its
      * record-type field has been seen, which need not be first.
       01  WS-RT-ROW-FIELDS.
           05  WS-RT-ROW-NDX           PIC S9(004) BINARY VALUE +0.
           05  WS-RT-ROW-DAMT-TEXT     PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-ROW-DAMT-LEN      PIC S9(009) BINARY VALUE +0.
           05  WS-RT-ROW-TCOUNT-TEXT   PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-ROW-TCOUNT-LEN    PIC S9(009) BINARY VALUE +0.
           05  WS-RT-ROW-TAMT-TEXT     PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-ROW-TAMT-LEN      PIC S9(009) BINARY VALUE +0.

      * The current source file's running detail count and total,
      * and what its trailer row said - carried in the checkpoint
      * so a restart mid-file still checks the whole file.
       01  WS-RT-STATE.
           05  WS-RT-DETAIL-COUNT      PIC S9(009) BINARY VALUE +0.
           05  WS-RT-DETAIL-TOTAL      PIC S9(015)V9(002)
                                           PACKED-DECIMAL VALUE +0.
           05  WS-RT-TRAILER-ROWS      PIC S9(009) BINARY VALUE +0.
           05  WS-RT-TRAILER-REC       PIC S9(009) BINARY VALUE +0.
           05  WS-RT-TRAILER-COUNT-TEXT
                                       PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-TRAILER-COUNT-LEN PIC S9(009) BINARY VALUE +0.
           05  WS-RT-TRAILER-AMT-TEXT  PIC X(040)         VALUE
                                                   SPACES.
           05  WS-RT-TRAILER-AMT-LEN   PIC S9(009) BINARY VALUE +0.

       Linkage Section.
       >>IF IGY-COMPILER-VRM NOT DEFINED
               PERFORM 0300-LOAD-PROCESSED-CATALOG
           END-IF

           IF WS-RTDEF-REQUESTED
               PERFORM 0400-LOAD-RECORD-TYPES
           END-IF

           OPEN INPUT CTLFILE
           IF WS-RESTART
               OPEN EXTEND OUTFILE
               OPEN OUTPUT OUTFILE
               OPEN OUTPUT REJECTS
               OPEN OUTPUT CTLRPT
               PERFORM 8940-WRITE-LOAD-STAMP
           END-IF
           IF WS-CKPT-REQUESTED
               OPEN OUTPUT CKPTFILE
           END-IF
           IF WS-SUSP-REQUESTED
               OPEN I-O SUSPENSE
           END-IF

           PERFORM 8010-READ-CTLFILE

           IF WS-CAT-REQUESTED
               CLOSE CATFILE
           END-IF
           IF WS-SUSP-REQUESTED
               CLOSE SUSPENSE
           END-IF
           IF WS-AUDIT-REQUESTED
               PERFORM 8980-WRITE-RUN-HISTORY
           END-IF
           IF WS-ARG-NB >= 9
               DISPLAY 9 UPON ARGUMENT-NUMBER
               ACCEPT WS-CAT-FILE-NAME FROM ARGUMENT-VALUE
               IF WS-CAT-FILE-NAME = '-'
                   MOVE SPACES TO WS-CAT-FILE-NAME
               ELSE
                   SET WS-CAT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF WS-ARG-NB >= 10
               DISPLAY 10 UPON ARGUMENT-NUMBER
               ACCEPT WS-SUSP-FILE-NAME FROM ARGUMENT-VALUE
               IF WS-SUSP-FILE-NAME = '-'
                   MOVE SPACES TO WS-SUSP-FILE-NAME
               ELSE
                   SET WS-SUSP-REQUESTED TO TRUE
               END-IF
           END-IF
           IF WS-ARG-NB >= 11
               DISPLAY 11 UPON ARGUMENT-NUMBER
               ACCEPT WS-RTDEF-FILE-NAME FROM ARGUMENT-VALUE
               IF WS-RTDEF-FILE-NAME = '-'
                   MOVE SPACES TO WS-RTDEF-FILE-NAME
               ELSE
                   SET WS-RTDEF-REQUESTED TO TRUE
               END-IF
           END-IF
           >>END-IF
           >>IF IGY-COMPILER-VRM DEFINED
      *    The audit, catalog, suspense, and record-type datasets are
      *    always the AUDITLOG, CATFILE, SUSPENSE, and RECTYPES DDs
      *    on this platform, the same way the other files are fixed
      *    DDs.
           SET WS-AUDIT-REQUESTED TO TRUE
           SET WS-CAT-REQUESTED TO TRUE
           SET WS-SUSP-REQUESTED TO TRUE
           SET WS-RTDEF-REQUESTED TO TRUE
           >>END-IF
           MOVE CURRENT-DATE TO WS-HIST-START-STAMP
           MOVE WS-HIST-START-STAMP(1:14) TO WS-LOAD-STAMP
           PERFORM 0110-BUILD-PARSER-RESET-AREA
           .

                     TO WS-FIRST-REC-DATA
                   MOVE CKPT-CTOT-AREA(1:LENGTH OF CTOT-AREA)
                     TO CTOT-AREA(1:LENGTH OF CTOT-AREA)
                   MOVE CKPT-RT-AREA(1:LENGTH OF WS-RT-STATE)
                     TO WS-RT-STATE
                   MOVE CKPT-TRLR-REJECT-COUNT
                     TO WS-TRLR-REJECT-COUNT
                   MOVE CKPT-FILE-XLATE-COUNT
                     TO WS-FILE-XLATE-COUNT
                   MOVE CKPT-TOTAL-XLATE-COUNT
                     TO WS-TOTAL-XLATE-COUNT
                   MOVE CKPT-LOAD-STAMP     TO WS-LOAD-STAMP
                   MOVE CKPT-PARSE-AREA
                          (1:LENGTH OF CSVPARSE-CKPT-AREA)
                     TO CSVPARSE-CKPT-AREA
           PERFORM 0310-READ-CATALOG-RECORD
           .

       0400-LOAD-RECORD-TYPES.
      *    Read every definition line into the table; each source
      *    file picks out its own lines as it opens.  No dataset, or
      *    an empty one, simply leaves every file single-layout.
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
           MOVE RTDEF-RECORD TO WS-RTDEF-ENTRY(WS-RTDEF-COUNT)
           PERFORM 0410-READ-RECORD-TYPE
           .

       0210-SKIP-TO-RESTART-FILE.
           PERFORM 8010-READ-CTLFILE
           .
           MOVE CTL-FILE-NAME TO WS-INPUT01-NAME
           PERFORM 1100-SET-CSVPARSE-OPTS
           PERFORM 1200-SET-KSDS-KEY-COLUMNS
           PERFORM 1270-SET-RECORD-TYPES

      *    The catalog check never applies to the file a restart is
      *    resuming - it was mid-flight, not re-sent - nor when the
               MOVE +0 TO WS-FILE-ROW-COUNT
               MOVE +0 TO WS-FILE-RECS-READ
               MOVE +0 TO WS-FILE-REJECT-COUNT
               MOVE +0 TO WS-FILE-XLATE-COUNT
               MOVE +0 TO WS-FIRST-REC-LENGTH
               MOVE SPACES TO WS-FIRST-REC-DATA
               INITIALIZE WS-RT-STATE
           ELSE
               MOVE WS-RESTART-RECS-READ TO WS-FILE-RECS-READ
           END-IF
               ADD 1 TO WS-SKIPPED-FILE-COUNT
               PERFORM 8965-WRITE-FILE-SKIPPED
           ELSE
               IF WS-RT-ACTIVE
               AND WS-FILE-ROW-COUNT = 0
               AND NOT INPUT01-EOF
                   PERFORM 1300-WRITE-DETAIL-HEADER
               END-IF

               PERFORM 2000-PROCESS-INPUT01
                 UNTIL INPUT01-EOF

               CLOSE INPUT01

               IF WS-RT-ACTIVE
               AND WS-RT-TRAILER-NDX > 0
                   PERFORM 1400-CHECK-TRAILER
               END-IF

               ADD 1 TO WS-FILE-COUNT
               ADD WS-FILE-ROW-COUNT TO WS-TOTAL-ROW-COUNT
               PERFORM 8960-WRITE-FILE-SUMMARY
               IF WS-RT-ACTIVE
               AND WS-RT-TRAILER-NDX > 0
                   PERFORM 1410-WRITE-TRAILER-CHECK
               END-IF
               IF WS-CAT-REQUESTED
                   PERFORM 8990-WRITE-CATALOG-ENTRY
               END-IF
                    ' has an invalid force-reload value'
                  PERFORM 9999-ABEND
           END-EVALUATE
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
               DISPLAY MYNAME ' control record for '
                 CTL-FILE-NAME
                 ' has an invalid code page value'
               PERFORM 9999-ABEND
           END-IF
           IF WS-FILE-CCSID = WS-NATIVE-CCSID
               SET WS-XLATE-FILE TO FALSE
           ELSE
               SET WS-XLATE-FILE TO TRUE
           END-IF
           SET WS-SLOW-ROW TO FALSE
           .

           END-IF
           .

       1270-SET-RECORD-TYPES.
      *    Pick this file's record-type definition lines out of the
      *    table and resolve each type's columns to field numbers.
      *    A file with no lines is an ordinary single-layout file.
           MOVE +0 TO WS-RT-TYPE-COUNT
           MOVE +0 TO WS-RT-TYPE-FLD
           MOVE +0 TO WS-RT-DETAIL-NDX
           MOVE +0 TO WS-RT-TRAILER-NDX
           MOVE +0 TO WS-RT-DETAIL-AMT-FLD
           MOVE +0 TO WS-RT-TRAILER-COUNT-FLD
           MOVE +0 TO WS-RT-TRAILER-AMT-FLD
           MOVE +0 TO WS-RT-DETAIL-COL-COUNT
           SET WS-RT-ACTIVE TO FALSE
           PERFORM 1271-TAKE-ONE-DEFINITION
             VARYING WS-RT-NDX FROM 1 BY 1
             UNTIL WS-RT-NDX > WS-RTDEF-COUNT
           IF WS-RT-TYPE-COUNT > 0
               IF WS-RT-DETAIL-NDX = 0
                   DISPLAY MYNAME ' record-type definitions for '
                     CTL-FILE-NAME ' name no detail type'
                   PERFORM 9999-ABEND
               END-IF
               IF WS-RT-TRAILER-AMT-FLD > 0
               AND WS-RT-DETAIL-AMT-FLD = 0
                   DISPLAY MYNAME ' record-type definitions for '
                     CTL-FILE-NAME ' carry a trailer amount total'
                     ' but no detail amount column'
                   PERFORM 9999-ABEND
               END-IF
               SET WS-RT-ACTIVE TO TRUE
           END-IF
           .

       1271-TAKE-ONE-DEFINITION.
           MOVE WS-RTDEF-ENTRY(WS-RT-NDX) TO RTW-RECORD
           IF RTW-FILE-NAME = CTL-FILE-NAME
               PERFORM 1272-ADD-RECORD-TYPE
           END-IF
           .

       1272-ADD-RECORD-TYPE.
           IF WS-RT-TYPE-COUNT >= 10
               DISPLAY MYNAME ' more than 10 record types for '
                 CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           IF RTW-TYPE-VALUE = SPACES
           OR RTW-TYPE-COLUMN = SPACES
               DISPLAY MYNAME ' a record-type definition for '
                 CTL-FILE-NAME ' has no record-type value or column'
               PERFORM 9999-ABEND
           END-IF
           IF NOT RTW-ROLE-HEADER
           AND NOT RTW-ROLE-DETAIL
           AND NOT RTW-ROLE-TRAILER
               DISPLAY MYNAME ' record type ' RTW-TYPE-VALUE
                 ' for ' CTL-FILE-NAME ' must be H, D, or T'
               PERFORM 9999-ABEND
           END-IF
           IF (RTW-ROLE-DETAIL AND WS-RT-DETAIL-NDX > 0)
           OR (RTW-ROLE-TRAILER AND WS-RT-TRAILER-NDX > 0)
               DISPLAY MYNAME ' more than one detail or trailer'
                 ' type for ' CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-RT-TYPE-COUNT
           MOVE RTW-TYPE-VALUE TO WS-RT-TYPE-VALUE(WS-RT-TYPE-COUNT)
           MOVE RTW-ROLE       TO WS-RT-TYPE-ROLE(WS-RT-TYPE-COUNT)
           MOVE +0 TO WS-RT-CUR-TYPE-FLD
           MOVE +0 TO WS-RT-CUR-AMT-FLD
           MOVE +0 TO WS-RT-CUR-COUNT-FLD
           PERFORM 1280-SPLIT-COLUMN-LIST

      *    The row's type has to be known from the same field
      *    whatever the type turns out to be.
           IF WS-RT-CUR-TYPE-FLD = 0
               DISPLAY MYNAME ' record-type column ' RTW-TYPE-COLUMN
                 ' is not in the column list of type '
                 RTW-TYPE-VALUE ' for ' CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           IF WS-RT-TYPE-FLD = 0
               MOVE WS-RT-CUR-TYPE-FLD TO WS-RT-TYPE-FLD
           END-IF
           IF WS-RT-CUR-TYPE-FLD NOT = WS-RT-TYPE-FLD
               DISPLAY MYNAME ' record-type column ' RTW-TYPE-COLUMN
                 ' is not in the same position in every type for '
                 CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           IF (RTW-AMOUNT-COLUMN NOT = SPACES
               AND WS-RT-CUR-AMT-FLD = 0)
           OR (RTW-ROLE-TRAILER AND WS-RT-CUR-COUNT-FLD = 0)
               DISPLAY MYNAME ' the amount or count column of type '
                 RTW-TYPE-VALUE ' for ' CTL-FILE-NAME
                 ' is not in its column list'
               PERFORM 9999-ABEND
           END-IF

           EVALUATE TRUE
             WHEN RTW-ROLE-DETAIL
                  MOVE WS-RT-TYPE-COUNT  TO WS-RT-DETAIL-NDX
                  MOVE WS-RT-CUR-AMT-FLD TO WS-RT-DETAIL-AMT-FLD
             WHEN RTW-ROLE-TRAILER
                  MOVE WS-RT-TYPE-COUNT  TO WS-RT-TRAILER-NDX
                  MOVE WS-RT-CUR-AMT-FLD TO WS-RT-TRAILER-AMT-FLD
                  MOVE WS-RT-CUR-COUNT-FLD
                    TO WS-RT-TRAILER-COUNT-FLD
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           .

       1280-SPLIT-COLUMN-LIST.
      *    Walk the comma-separated column list a byte at a time.
      *    Blanks ahead of a name are dropped and so are blanks
      *    after it; a name is held to 30 bytes, the same as a
      *    header-row name anywhere else.
           MOVE +0 TO WS-RT-COL-COUNT
           MOVE +0 TO WS-RT-NAME-POS
           MOVE +0 TO WS-RT-NAME-LEN
           MOVE SPACES TO WS-RT-NAME-WORK
           PERFORM 1281-SCAN-ONE-LIST-CHAR
             VARYING WS-RT-CHAR-NDX FROM 1 BY 1
             UNTIL WS-RT-CHAR-NDX > LENGTH OF RTW-COLUMN-LIST
           IF WS-RT-NAME-POS > 0
           OR WS-RT-COL-COUNT > 0
               PERFORM 1282-END-ONE-COLUMN-NAME
           END-IF
           .

       1281-SCAN-ONE-LIST-CHAR.
           MOVE RTW-COLUMN-LIST(WS-RT-CHAR-NDX:1) TO WS-RT-CHAR
           EVALUATE TRUE
             WHEN WS-RT-CHAR = ','
                  PERFORM 1282-END-ONE-COLUMN-NAME
             WHEN WS-RT-CHAR = SPACE
             AND WS-RT-NAME-POS = 0
                  CONTINUE
             WHEN OTHER
                  ADD 1 TO WS-RT-NAME-POS
                  IF WS-RT-NAME-POS <= LENGTH OF WS-RT-NAME-WORK
                      MOVE WS-RT-CHAR
                        TO WS-RT-NAME-WORK(WS-RT-NAME-POS:1)
                      IF WS-RT-CHAR NOT = SPACE
                          MOVE WS-RT-NAME-POS TO WS-RT-NAME-LEN
                      END-IF
                  END-IF
           END-EVALUATE
           .

       1282-END-ONE-COLUMN-NAME.
           ADD 1 TO WS-RT-COL-COUNT
           IF WS-RT-CUR-TYPE-FLD = 0
           AND WS-RT-NAME-WORK = RTW-TYPE-COLUMN
               MOVE WS-RT-COL-COUNT TO WS-RT-CUR-TYPE-FLD
           END-IF
           IF WS-RT-CUR-AMT-FLD = 0
           AND RTW-AMOUNT-COLUMN NOT = SPACES
           AND WS-RT-NAME-WORK = RTW-AMOUNT-COLUMN
               MOVE WS-RT-COL-COUNT TO WS-RT-CUR-AMT-FLD
           END-IF
           IF WS-RT-CUR-COUNT-FLD = 0
           AND RTW-COUNT-COLUMN NOT = SPACES
           AND WS-RT-NAME-WORK = RTW-COUNT-COLUMN
               MOVE WS-RT-COL-COUNT TO WS-RT-CUR-COUNT-FLD
           END-IF
           IF RTW-ROLE-DETAIL
               IF WS-RT-COL-COUNT > 500
                   DISPLAY MYNAME ' more than 500 detail columns for '
                     CTL-FILE-NAME
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-RT-COL-COUNT TO WS-RT-DETAIL-COL-COUNT
               MOVE WS-RT-NAME-WORK
                 TO WS-RT-DETAIL-COL-NAME(WS-RT-COL-COUNT)
               MOVE WS-RT-NAME-LEN
                 TO WS-RT-DETAIL-COL-LEN(WS-RT-COL-COUNT)
           END-IF
           MOVE +0 TO WS-RT-NAME-POS
           MOVE +0 TO WS-RT-NAME-LEN
           MOVE SPACES TO WS-RT-NAME-WORK
           .

       1300-WRITE-DETAIL-HEADER.
      *    A file with record types carries no header row of its
      *    own, so the detail type's column list stands in for one -
      *    relayed, key-matched, and written exactly as a parsed
      *    header row would be.
           MOVE +0 TO FIELD-COUNT
           PERFORM 1310-RELAY-ONE-HEADER-NAME
             VARYING WS-RT-COL-NDX FROM 1 BY 1
             UNTIL WS-RT-COL-NDX > WS-RT-DETAIL-COL-COUNT
           PERFORM 2020-WRITE-OUTPUT-ROW
           PERFORM 2040-RELAY-ROW-TO-KSDS
           ADD 1 TO WS-FILE-ROW-COUNT
           ADD 1 TO CTOT-ROWS-COMPLETED
           MOVE +0 TO FIELD-COUNT
           .

       1310-RELAY-ONE-HEADER-NAME.
           ADD 1 TO FIELD-COUNT
           MOVE WS-RT-DETAIL-COL-LEN(WS-RT-COL-NDX)
             TO CSVPARSE-FIELD-LENGTH
           IF CSVPARSE-FIELD-LENGTH > 0
               SET CSVPARSE-FIELD-ADDRESS
                 TO ADDRESS OF WS-RT-DETAIL-COL-NAME(WS-RT-COL-NDX)
           ELSE
               SET CSVPARSE-FIELD-ADDRESS TO NULL
           END-IF
           PERFORM 2030-CAPTURE-KEY-FIELD
           PERFORM 2010-RELAY-FIELD
           .

       1400-CHECK-TRAILER.
      *    The vendor's trailer row against what was loaded - its
      *    count against the detail rows consolidated, and its total,
      *    when the trailer carries one, against the sum of those
      *    rows' amounts.  Any disagreement costs the file a reject.
           MOVE 'OK' TO WS-RT-RESULT
           EVALUATE TRUE
             WHEN WS-RT-TRAILER-ROWS = 0
                  MOVE 'MISSING' TO WS-RT-RESULT
             WHEN WS-RT-TRAILER-ROWS > 1
                  MOVE 'DUPLICATE' TO WS-RT-RESULT
             WHEN OTHER
                  PERFORM 1401-COMPARE-TRAILER
           END-EVALUATE
           MOVE WS-RT-DETAIL-COUNT TO WS-CTOT-DISP
           MOVE WS-RT-DETAIL-TOTAL TO WS-RT-LOADED-TOTAL-DISP
           MOVE SPACES TO WS-RT-CHECK-LINE
           STRING
             'TRAILER-CHECK COUNT=' DELIMITED BY SIZE
             WS-RT-TRAILER-COUNT-TEXT(1:20) DELIMITED BY SIZE
             ' LOADED='             DELIMITED BY SIZE
             WS-CTOT-DISP           DELIMITED BY SIZE
             ' TOTAL='              DELIMITED BY SIZE
             WS-RT-TRAILER-AMT-TEXT(1:20) DELIMITED BY SIZE
             ' LOADED-TOTAL='       DELIMITED BY SIZE
             WS-RT-LOADED-TOTAL-DISP DELIMITED BY SIZE
             ' RESULT='             DELIMITED BY SIZE
             WS-RT-RESULT           DELIMITED BY SIZE
             INTO WS-RT-CHECK-LINE
           END-STRING
           IF WS-RT-RESULT NOT = 'OK'
               PERFORM 1402-REJECT-TRAILER
           END-IF
           .

       1401-COMPARE-TRAILER.
           MOVE WS-RT-TRAILER-COUNT-TEXT TO WS-RT-AMT-TEXT
           MOVE WS-RT-TRAILER-COUNT-LEN  TO WS-RT-AMT-LEN
           PERFORM 2070-READ-AMOUNT
           IF NOT WS-RT-AMT-OK
           OR WS-RT-AMT-VALUE NOT = WS-RT-DETAIL-COUNT
               MOVE 'MISMATCH' TO WS-RT-RESULT
           END-IF
           IF WS-RT-TRAILER-AMT-FLD > 0
               MOVE WS-RT-TRAILER-AMT-TEXT TO WS-RT-AMT-TEXT
               MOVE WS-RT-TRAILER-AMT-LEN  TO WS-RT-AMT-LEN
               PERFORM 2070-READ-AMOUNT
               IF NOT WS-RT-AMT-OK
               OR WS-RT-AMT-VALUE NOT = WS-RT-DETAIL-TOTAL
                   MOVE 'MISMATCH' TO WS-RT-RESULT
               END-IF
           END-IF
           .

       1402-REJECT-TRAILER.
      *    The reject record carries the check line in place of a
      *    raw record - the trailer row alone does not show what it
      *    disagreed with.  The limit is tested once the file's
      *    CTLRPT lines are out, in 1410.
           ADD 1 TO WS-FILE-REJECT-COUNT
           ADD 1 TO WS-TOTAL-REJECT-COUNT
           ADD 1 TO WS-TRLR-REJECT-COUNT
           MOVE CTL-FILE-NAME      TO REJ-FILE-NAME
           MOVE WS-RT-TRAILER-REC  TO REJ-RECORD-NUMBER
           MOVE 'TRLR'             TO REJ-REASON-CODE
           MOVE SPACES             TO REJ-RAW-DATA
           MOVE WS-RT-CHECK-LINE   TO REJ-RAW-DATA
           COMPUTE REJ-RECORD-LENGTH =
             LENGTH OF REJ-FILE-NAME
               + LENGTH OF REJ-RECORD-NUMBER
               + LENGTH OF REJ-REASON-CODE
               + LENGTH OF WS-RT-CHECK-LINE
           WRITE REJ-RECORD
           .

       1410-WRITE-TRAILER-CHECK.
      *    Right under the file's FILE= line, which already counts
      *    any TRLR reject.  A file the trailer check has pushed past
      *    its maximum rejects stops the job here, before it is
      *    catalogued, so the vendor's corrected re-send is not
      *    skipped as already processed.
           MOVE SPACES TO CTLRPT-RECORD
           MOVE WS-RT-CHECK-LINE TO CTLRPT-RECORD
           MOVE LENGTH OF WS-RT-CHECK-LINE TO CTLRPT-RECORD-LENGTH
           WRITE CTLRPT-RECORD
           IF WS-FILE-REJECT-COUNT > WS-FILE-MAX-REJECTS
               DISPLAY MYNAME ' reject limit exceeded for '
                 CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           .

       2000-PROCESS-INPUT01.
           IF WS-FILE-TABLE-MODE
           AND NOT WS-SLOW-ROW
                  ADD 1 TO FIELD-COUNT
                  PERFORM 2015-UPDATE-CTOT-FIELD-STATS
                  PERFORM 2030-CAPTURE-KEY-FIELD
                  PERFORM 2050-CAPTURE-TYPE-FIELD
                  PERFORM 2010-RELAY-FIELD
                  PERFORM 2025-FINISH-ROW
                  MOVE +0 TO FIELD-COUNT
                  SET WS-SLOW-ROW TO FALSE
                  IF WS-CKPT-REQUESTED
                  ADD 1 TO FIELD-COUNT
                  PERFORM 2015-UPDATE-CTOT-FIELD-STATS
                  PERFORM 2030-CAPTURE-KEY-FIELD
                  PERFORM 2050-CAPTURE-TYPE-FIELD
                  PERFORM 2010-RELAY-FIELD
             WHEN CSVPARSE-FIELD-INCOMPLETE
                  ADD 1 TO CTOT-FIELD-INCOMPLETE-COUNT
      *    boundary, and carry on with the next input record.  Only
      *    a file that blows past the maximum rejects its control
      *    record allows still stops the job.
           PERFORM 3005-WRITE-REJECT-RECORD

           PERFORM 3010-RESET-CSVPARSE
           MOVE +0 TO FIELD-COUNT
           SET WS-SLOW-ROW TO FALSE
           INITIALIZE INPUT01-RECORD-LENGTH
           PERFORM 8020-READ-INPUT01
             UNTIL INPUT01-RECORD-LENGTH > 0
             OR INPUT01-EOF
           .

       3005-WRITE-REJECT-RECORD.
           ADD 1 TO WS-FILE-REJECT-COUNT
           ADD 1 TO WS-TOTAL-REJECT-COUNT
           MOVE CTL-FILE-NAME      TO REJ-FILE-NAME
               + LENGTH OF REJ-REASON-CODE
               + INPUT01-RECORD-LENGTH
           WRITE REJ-RECORD
           IF WS-SUSP-REQUESTED
               PERFORM 3020-WRITE-SUSPENSE-RECORD
           END-IF

           IF WS-FILE-REJECT-COUNT > WS-FILE-MAX-REJECTS
               DISPLAY MYNAME ' reject limit exceeded for '
                 CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           .

       3020-WRITE-SUSPENSE-RECORD.
      *    The same record again, keyed, for the desk to repair and
      *    release.  A reject already suspended under this key is
      *    replaced rather than reported - a restart going back over
      *    the same records.  One the desk has since released, or
      *    CSVREFD has re-fed, is left as it stands.
           MOVE CTL-FILE-NAME      TO SUSP-FILE-NAME
           MOVE WS-LOAD-STAMP      TO SUSP-LOAD-STAMP
           MOVE WS-FILE-RECS-READ  TO SUSP-RECORD-NUMBER
           READ SUSPENSE
             INVALID KEY
               PERFORM 3021-BUILD-SUSPENSE-RECORD
               WRITE SUSP-RECORD
                 INVALID KEY
                   DISPLAY MYNAME ' suspense write failed for '
                     CTL-FILE-NAME
                   PERFORM 9999-ABEND
               END-WRITE
             NOT INVALID KEY
               IF SUSP-SUSPENDED
                   PERFORM 3021-BUILD-SUSPENSE-RECORD
                   REWRITE SUSP-RECORD
                     INVALID KEY
                       DISPLAY MYNAME ' suspense rewrite failed for '
                         CTL-FILE-NAME
                       PERFORM 9999-ABEND
                   END-REWRITE
               END-IF
           END-READ
           .

       3021-BUILD-SUSPENSE-RECORD.
           SET SUSP-SUSPENDED TO TRUE
           MOVE REJ-REASON-CODE    TO SUSP-REASON-CODE
           MOVE CSVPARSE-RETURN-CODE TO SUSP-CSVRC
           IF WS-FILE-ROW-COUNT = 0
               MOVE 'Y' TO SUSP-HEADER-ROW-SW
           ELSE
               MOVE 'N' TO SUSP-HEADER-ROW-SW
           END-IF
           IF WS-RT-ACTIVE
               MOVE 'Y' TO SUSP-RECTYPE-FILE-SW
           ELSE
               MOVE 'N' TO SUSP-RECTYPE-FILE-SW
           END-IF
           MOVE CURRENT-DATE       TO SUSP-SUSPENDED-STAMP
           MOVE SPACES             TO SUSP-UPDATED-STAMP
           MOVE SPACES             TO SUSP-UPDATED-TERMID
           MOVE CTL-RECORD         TO SUSP-CTL-RECORD
           MOVE WS-KEY-COLUMN-FLD(1) TO SUSP-KEY-COLUMN-FLD(1)
           MOVE WS-KEY-COLUMN-FLD(2) TO SUSP-KEY-COLUMN-FLD(2)
           MOVE WS-KEY-COLUMN-FLD(3) TO SUSP-KEY-COLUMN-FLD(3)
           MOVE INPUT01-RECORD-LENGTH TO SUSP-RAW-LENGTH
           MOVE SPACES TO SUSP-RAW-DATA
           IF INPUT01-RECORD-LENGTH > 0
               MOVE INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
                 TO SUSP-RAW-DATA
           END-IF
           .

       3010-RESET-CSVPARSE.
             CTOT-FIELD-COMPLETE-COUNT
               + CSVPARSE-TAB-FIELD-COUNT - 1
           ADD 1 TO CTOT-RECORD-COMPLETE-COUNT
           PERFORM 2025-FINISH-ROW
           MOVE +0 TO FIELD-COUNT
           IF WS-CKPT-REQUESTED
               PERFORM 8500-CHECKPOINT-IF-DUE
           ADD 1 TO FIELD-COUNT
           PERFORM 2015-UPDATE-CTOT-FIELD-STATS
           PERFORM 2030-CAPTURE-KEY-FIELD
           PERFORM 2050-CAPTURE-TYPE-FIELD
           PERFORM 2010-RELAY-FIELD
           .

           WRITE OUT-RECORD
           .

       2025-FINISH-ROW.
      *    A completed row goes out as it always has - unless its
      *    file has record types, when only a detail row does.
           IF WS-RT-ACTIVE
               PERFORM 2060-ROUTE-TYPED-ROW
           ELSE
               PERFORM 2020-WRITE-OUTPUT-ROW
               PERFORM 2040-RELAY-ROW-TO-KSDS
               ADD 1 TO WS-FILE-ROW-COUNT
               ADD 1 TO CTOT-ROWS-COMPLETED
           END-IF
           .

       2050-CAPTURE-TYPE-FIELD.
      *    Catch the record-type field, and the amount and count
      *    fields either type might carry, as the row goes by.
           IF WS-RT-ACTIVE
               IF FIELD-COUNT = 1
                   MOVE +0 TO WS-RT-ROW-NDX
                   MOVE SPACES TO WS-RT-ROW-DAMT-TEXT
                   MOVE SPACES TO WS-RT-ROW-TCOUNT-TEXT
                   MOVE SPACES TO WS-RT-ROW-TAMT-TEXT
                   MOVE +0 TO WS-RT-ROW-DAMT-LEN
                   MOVE +0 TO WS-RT-ROW-TCOUNT-LEN
                   MOVE +0 TO WS-RT-ROW-TAMT-LEN
               END-IF
               IF FIELD-COUNT = WS-RT-TYPE-FLD
               OR FIELD-COUNT = WS-RT-DETAIL-AMT-FLD
               OR FIELD-COUNT = WS-RT-TRAILER-COUNT-FLD
               OR FIELD-COUNT = WS-RT-TRAILER-AMT-FLD
                   PERFORM 2051-TAKE-TYPE-FIELD-VALUE
               END-IF
           END-IF
           .

       2051-TAKE-TYPE-FIELD-VALUE.
           MOVE SPACES TO WS-RT-VALUE-WORK
           MOVE CSVPARSE-FIELD-LENGTH TO WS-RT-VALUE-LEN
           IF CSVPARSE-FIELD-LENGTH > 0
               SET ADDRESS OF DUMMY-FIELD TO CSVPARSE-FIELD-ADDRESS
               IF CSVPARSE-FIELD-LENGTH > LENGTH OF WS-RT-VALUE-WORK
                   MOVE DUMMY-FIELD(1:LENGTH OF WS-RT-VALUE-WORK)
                     TO WS-RT-VALUE-WORK
               ELSE
                   MOVE DUMMY-FIELD(1:CSVPARSE-FIELD-LENGTH)
                     TO WS-RT-VALUE-WORK
               END-IF
           END-IF
           IF FIELD-COUNT = WS-RT-TYPE-FLD
               PERFORM 2052-MATCH-ONE-ROW-TYPE
                 VARYING WS-RT-NDX FROM 1 BY 1
                 UNTIL WS-RT-NDX > WS-RT-TYPE-COUNT
                 OR WS-RT-ROW-NDX > 0
           END-IF
           IF FIELD-COUNT = WS-RT-DETAIL-AMT-FLD
               MOVE WS-RT-VALUE-WORK TO WS-RT-ROW-DAMT-TEXT
               MOVE WS-RT-VALUE-LEN  TO WS-RT-ROW-DAMT-LEN
           END-IF
           IF FIELD-COUNT = WS-RT-TRAILER-COUNT-FLD
               MOVE WS-RT-VALUE-WORK TO WS-RT-ROW-TCOUNT-TEXT
               MOVE WS-RT-VALUE-LEN  TO WS-RT-ROW-TCOUNT-LEN
           END-IF
           IF FIELD-COUNT = WS-RT-TRAILER-AMT-FLD
               MOVE WS-RT-VALUE-WORK TO WS-RT-ROW-TAMT-TEXT
               MOVE WS-RT-VALUE-LEN  TO WS-RT-ROW-TAMT-LEN
           END-IF
           .

       2052-MATCH-ONE-ROW-TYPE.
           IF WS-RT-VALUE-LEN <= LENGTH OF WS-RT-TYPE-VALUE(1)
           AND WS-RT-VALUE-WORK(1:LENGTH OF WS-RT-TYPE-VALUE(1))
               = WS-RT-TYPE-VALUE(WS-RT-NDX)
               MOVE WS-RT-NDX TO WS-RT-ROW-NDX
           END-IF
           .

       2060-ROUTE-TYPED-ROW.
           EVALUATE TRUE
             WHEN WS-RT-ROW-NDX = 0
                  MOVE 'TYPE' TO REJ-REASON-CODE
                  PERFORM 3005-WRITE-REJECT-RECORD
             WHEN WS-RT-TYPE-DETAIL(WS-RT-ROW-NDX)
                  PERFORM 2061-LOAD-DETAIL-ROW
             WHEN WS-RT-TYPE-TRAILER(WS-RT-ROW-NDX)
                  ADD 1 TO WS-RT-TRAILER-ROWS
                  MOVE WS-FILE-RECS-READ TO WS-RT-TRAILER-REC
                  MOVE WS-RT-ROW-TCOUNT-TEXT
                    TO WS-RT-TRAILER-COUNT-TEXT
                  MOVE WS-RT-ROW-TCOUNT-LEN
                    TO WS-RT-TRAILER-COUNT-LEN
                  MOVE WS-RT-ROW-TAMT-TEXT TO WS-RT-TRAILER-AMT-TEXT
                  MOVE WS-RT-ROW-TAMT-LEN  TO WS-RT-TRAILER-AMT-LEN
             WHEN OTHER
                  *> A header or batch row - read and passed over.
                  CONTINUE
           END-EVALUATE
           .

       2061-LOAD-DETAIL-ROW.
           SET WS-RT-AMT-OK TO TRUE
           MOVE +0 TO WS-RT-AMT-VALUE
           IF WS-RT-DETAIL-AMT-FLD > 0
               MOVE WS-RT-ROW-DAMT-TEXT TO WS-RT-AMT-TEXT
               MOVE WS-RT-ROW-DAMT-LEN  TO WS-RT-AMT-LEN
               PERFORM 2070-READ-AMOUNT
           END-IF
           IF WS-RT-AMT-OK
               PERFORM 2020-WRITE-OUTPUT-ROW
               PERFORM 2040-RELAY-ROW-TO-KSDS
               ADD 1 TO WS-FILE-ROW-COUNT
               ADD 1 TO CTOT-ROWS-COMPLETED
               ADD 1 TO WS-RT-DETAIL-COUNT
               ADD WS-RT-AMT-VALUE TO WS-RT-DETAIL-TOTAL
           ELSE
               MOVE 'AMT ' TO REJ-REASON-CODE
               PERFORM 3005-WRITE-REJECT-RECORD
           END-IF
           .

       2070-READ-AMOUNT.
      *    A vendor amount or count as text - an optional sign at
      *    either end, digits with comma grouping, and at most one
      *    decimal point with two places after it - into
      *    WS-RT-AMT-VALUE.  Anything else leaves WS-RT-AMT-OK off.
           SET WS-RT-AMT-OK TO TRUE
           SET WS-RT-AMT-NEGATIVE TO FALSE
           SET WS-RT-AMT-DEC-SEEN TO FALSE
           MOVE +0 TO WS-RT-AMT-VALUE
           MOVE +0 TO WS-RT-AMT-INT-COUNT
           MOVE +0 TO WS-RT-AMT-DEC-COUNT
           MOVE +0 TO WS-RT-AMT-CLEAN-LEN
           MOVE SPACES TO WS-RT-AMT-CLEAN
           IF WS-RT-AMT-LEN > LENGTH OF WS-RT-AMT-TEXT
           OR WS-RT-AMT-TEXT = SPACES
               SET WS-RT-AMT-OK TO FALSE
           ELSE
               PERFORM 2071-TAKE-AMOUNT-SIGN
           END-IF
           IF WS-RT-AMT-OK
               PERFORM 2072-SCAN-ONE-AMOUNT-CHAR
                 VARYING WS-RT-AMT-NDX FROM WS-RT-AMT-FIRST BY 1
                 UNTIL WS-RT-AMT-NDX > WS-RT-AMT-LAST
                 OR NOT WS-RT-AMT-OK
           END-IF
           IF WS-RT-AMT-OK
           AND WS-RT-AMT-INT-COUNT + WS-RT-AMT-DEC-COUNT = 0
               SET WS-RT-AMT-OK TO FALSE
           END-IF
           IF WS-RT-AMT-OK
               COMPUTE WS-RT-AMT-VALUE = NUMVAL(WS-RT-AMT-CLEAN)
               IF WS-RT-AMT-NEGATIVE
                   COMPUTE WS-RT-AMT-VALUE = 0 - WS-RT-AMT-VALUE
               END-IF
           END-IF
           .

       2071-TAKE-AMOUNT-SIGN.
           MOVE +1 TO WS-RT-AMT-FIRST
           PERFORM 2073-STEP-PAST-LEADING-BLANK
             UNTIL WS-RT-AMT-TEXT(WS-RT-AMT-FIRST:1) NOT = SPACE
           MOVE LENGTH OF WS-RT-AMT-TEXT TO WS-RT-AMT-LAST
           PERFORM 2074-STEP-BACK-TRAILING-BLANK
             UNTIL WS-RT-AMT-TEXT(WS-RT-AMT-LAST:1) NOT = SPACE
           EVALUATE TRUE
             WHEN WS-RT-AMT-TEXT(WS-RT-AMT-FIRST:1) = '-'
             OR WS-RT-AMT-TEXT(WS-RT-AMT-FIRST:1) = '+'
                  IF WS-RT-AMT-TEXT(WS-RT-AMT-FIRST:1) = '-'
                      SET WS-RT-AMT-NEGATIVE TO TRUE
                  END-IF
                  ADD 1 TO WS-RT-AMT-FIRST
             WHEN WS-RT-AMT-TEXT(WS-RT-AMT-LAST:1) = '-'
             OR WS-RT-AMT-TEXT(WS-RT-AMT-LAST:1) = '+'
                  IF WS-RT-AMT-TEXT(WS-RT-AMT-LAST:1) = '-'
                      SET WS-RT-AMT-NEGATIVE TO TRUE
                  END-IF
                  SUBTRACT 1 FROM WS-RT-AMT-LAST
             WHEN OTHER
                  CONTINUE
           END-EVALUATE
           IF WS-RT-AMT-FIRST > WS-RT-AMT-LAST
               SET WS-RT-AMT-OK TO FALSE
           END-IF
           .

       2072-SCAN-ONE-AMOUNT-CHAR.
           MOVE WS-RT-AMT-TEXT(WS-RT-AMT-NDX:1) TO WS-RT-CHAR
           EVALUATE TRUE
             WHEN WS-RT-CHAR NUMERIC
                  IF WS-RT-AMT-DEC-SEEN
                      ADD 1 TO WS-RT-AMT-DEC-COUNT
                  ELSE
                      ADD 1 TO WS-RT-AMT-INT-COUNT
                  END-IF
                  IF WS-RT-AMT-DEC-COUNT > 2
                  OR WS-RT-AMT-INT-COUNT > 15
                      SET WS-RT-AMT-OK TO FALSE
                  END-IF
                  ADD 1 TO WS-RT-AMT-CLEAN-LEN
                  MOVE WS-RT-CHAR
                    TO WS-RT-AMT-CLEAN(WS-RT-AMT-CLEAN-LEN:1)
             WHEN WS-RT-CHAR = '.'
             AND NOT WS-RT-AMT-DEC-SEEN
                  SET WS-RT-AMT-DEC-SEEN TO TRUE
                  ADD 1 TO WS-RT-AMT-CLEAN-LEN
                  MOVE WS-RT-CHAR
                    TO WS-RT-AMT-CLEAN(WS-RT-AMT-CLEAN-LEN:1)
             WHEN WS-RT-CHAR = ','
             AND NOT WS-RT-AMT-DEC-SEEN
                  CONTINUE
             WHEN OTHER
                  SET WS-RT-AMT-OK TO FALSE
           END-EVALUATE
           .

       2073-STEP-PAST-LEADING-BLANK.
           ADD 1 TO WS-RT-AMT-FIRST
           .

       2074-STEP-BACK-TRAILING-BLANK.
           SUBTRACT 1 FROM WS-RT-AMT-LAST
           .

       2030-CAPTURE-KEY-FIELD.
           IF WS-KSDS-ACTIVE
               SET ADDRESS OF DUMMY-FIELD
           MOVE CTL-FILE-NAME    TO KSDS-SOURCE-FILE
           IF CSVBUILD-RECORD-LENGTH > LENGTH OF KSDS-ROW-DATA
               MOVE LENGTH OF KSDS-ROW-DATA TO WS-KSDS-ROW-LENGTH
               IF WS-NATIVE-UTF8
                   PERFORM 2045-BACK-OFF-PARTIAL-CHAR
                     UNTIL WS-KSDS-ROW-LENGTH = 0
                     OR DUMMY-FIELD(WS-KSDS-ROW-LENGTH + 1:1)
                        < X'80'
                     OR DUMMY-FIELD(WS-KSDS-ROW-LENGTH + 1:1)
                        > X'BF'
               END-IF
               PERFORM 2043-REPORT-TRUNCATED-ROW
           ELSE
               MOVE CSVBUILD-RECORD-LENGTH TO WS-KSDS-ROW-LENGTH
           WRITE DUPRPT-RECORD
           .

       2045-BACK-OFF-PARTIAL-CHAR.
      *    The byte just past the cut continues a UTF-8 character
      *    begun inside it - give the whole character up instead of
      *    storing part of it.
           SUBTRACT 1 FROM WS-KSDS-ROW-LENGTH
           .

       2044-WRITE-KSDS-HEADER.
      *    The header row itself also goes to the cluster, under a
      *    reserved key - a single low-value byte ahead of the
           MOVE CTL-FILE-NAME TO KSDS-SOURCE-FILE
           IF CSVBUILD-RECORD-LENGTH > LENGTH OF KSDS-ROW-DATA
               MOVE LENGTH OF KSDS-ROW-DATA TO WS-KSDS-ROW-LENGTH
               IF WS-NATIVE-UTF8
                   PERFORM 2045-BACK-OFF-PARTIAL-CHAR
                     UNTIL WS-KSDS-ROW-LENGTH = 0
                     OR DUMMY-FIELD(WS-KSDS-ROW-LENGTH + 1:1)
                        < X'80'
                     OR DUMMY-FIELD(WS-KSDS-ROW-LENGTH + 1:1)
                        > X'BF'
               END-IF
           ELSE
               MOVE CSVBUILD-RECORD-LENGTH TO WS-KSDS-ROW-LENGTH
           END-IF
       8021-COUNT-INPUT01-RECORD.
           ADD 1 TO CTOT-RECORDS-READ
           ADD 1 TO WS-FILE-RECS-READ
           IF WS-XLATE-FILE
               PERFORM 8022-TRANSLATE-INPUT01-RECORD
           END-IF
           IF WS-CAT-REQUESTED
      *        Every record read is a candidate to be the file's
      *        last, so the last-record fingerprint simply chases
           END-IF
           .

       8022-TRANSLATE-INPUT01-RECORD.
      *    The record is translated into this platform's code page
      *    before anything else sees it.  A record that grows past
      *    the record area - single-byte characters widening to
      *    UTF-8 - keeps every whole character that fits, and the
      *    rest is counted with the untranslatable bytes.
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
               DISPLAY MYNAME ' CSVXLATE failed for ' CTL-FILE-NAME
               PERFORM 9999-ABEND
           END-IF
           MOVE CSVXLATE-OUT-LENGTH TO INPUT01-RECORD-LENGTH
           IF INPUT01-RECORD-LENGTH > 0
               MOVE WS-XLATE-RECORD(1:INPUT01-RECORD-LENGTH)
                 TO INPUT01-RECORD(1:INPUT01-RECORD-LENGTH)
           END-IF
           ADD CSVXLATE-BAD-BYTE-COUNT TO WS-FILE-XLATE-COUNT
           ADD CSVXLATE-BAD-BYTE-COUNT TO WS-TOTAL-XLATE-COUNT
           .

       8030-SET-CSVPARSE-PARMS.
           SET CSVPARSE-RECORD-ADDRESS TO ADDRESS OF INPUT01-RECORD
           MOVE INPUT01-RECORD-LENGTH TO CSVPARSE-RECORD-LENGTH
           MOVE WS-FIRST-REC-DATA    TO CKPT-FIRST-REC-DATA
           MOVE CTOT-AREA(1:LENGTH OF CTOT-AREA)
             TO CKPT-CTOT-AREA(1:LENGTH OF CTOT-AREA)
           MOVE SPACES TO CKPT-RT-AREA
           MOVE WS-RT-STATE
             TO CKPT-RT-AREA(1:LENGTH OF WS-RT-STATE)
           MOVE WS-TRLR-REJECT-COUNT TO CKPT-TRLR-REJECT-COUNT
           MOVE WS-FILE-XLATE-COUNT  TO CKPT-FILE-XLATE-COUNT
           MOVE WS-TOTAL-XLATE-COUNT TO CKPT-TOTAL-XLATE-COUNT
           MOVE WS-LOAD-STAMP        TO CKPT-LOAD-STAMP
           MOVE CSVPARSE-CKPT-AREA(1:LENGTH OF CSVPARSE-CKPT-AREA)
             TO CKPT-PARSE-AREA(1:LENGTH OF CSVPARSE-CKPT-AREA)
           WRITE CKPT-RECORD
           WRITE OUT-RECORD
           .

       8940-WRITE-LOAD-STAMP.
      *    The first line of the report names this load, the stamp
      *    every suspense record it writes is keyed under.  A restart
      *    extends the report and keeps the stamp, so the line is
      *    written once.
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'LOAD STAMP=' DELIMITED BY SIZE
             WS-LOAD-STAMP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           MOVE 25 TO CTLRPT-RECORD-LENGTH
           WRITE CTLRPT-RECORD
           .

       8950-WRITE-CONTROL-TOTALS.
           MOVE CTOT-RECORDS-READ TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD

           MOVE WS-TOTAL-XLATE-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'UNTRANSLATABLE BYTES=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD

      *    Every reject but a trailer check is suspended when the
      *    cluster is in use, so the checkpointed reject totals serve
      *    here too and stay right across a restart.
           IF WS-SUSP-REQUESTED
               COMPUTE WS-CTOT-DISP =
                 WS-TOTAL-REJECT-COUNT - WS-TRLR-REJECT-COUNT
           ELSE
               MOVE 0 TO WS-CTOT-DISP
           END-IF
           MOVE SPACES TO CTLRPT-RECORD
           STRING 'RECORDS SUSPENDED=' DELIMITED BY SIZE
             WS-CTOT-DISP DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           WRITE CTLRPT-RECORD
           .

       8965-WRITE-FILE-SKIPPED.
           END-STRING
           MOVE 180 TO CTLRPT-RECORD-LENGTH
           WRITE CTLRPT-RECORD
           IF WS-XLATE-FILE
               PERFORM 8961-WRITE-CODE-PAGE-LINE
           END-IF
           .

       8961-WRITE-CODE-PAGE-LINE.
      *    Only a translated file gets this line.  It carries no
      *    FILE= tag of its own, so programs reading the report
      *    back by its FILE= lines pass over it.
           MOVE WS-FILE-XLATE-COUNT TO WS-CTOT-DISP
           MOVE SPACES TO CTLRPT-RECORD
           STRING
             'CODE-PAGE CCSID=' DELIMITED BY SIZE
             WS-FILE-CCSID               DELIMITED BY SIZE
             ' UNTRANSLATABLE=' DELIMITED BY SIZE
             WS-CTOT-DISP                DELIMITED BY SIZE
             ' SOURCE='  DELIMITED BY SIZE
             CTL-FILE-NAME               DELIMITED BY SIZE
             INTO CTLRPT-RECORD
           END-STRING
           MOVE 190 TO CTLRPT-RECORD-LENGTH
           WRITE CTLRPT-RECORD
           .

       9999-ABEND.
