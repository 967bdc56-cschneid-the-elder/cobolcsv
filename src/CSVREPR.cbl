       Identification Division.
       Program-ID. CSVREPR.
      *
      * The purpose of this program is to let the service desk fix a
      * record CSVLOAD rejected without chasing the vendor for a
      * re-send or reloading the whole file.  CSVLOAD writes every
      * rejected record to the SUSPENSE VSAM cluster (the CSVSUSP
      * copybook), keyed on the source file name, the stamp of the
      * load that rejected it, and the input record number.  The
      * stamp is the one on the LOAD STAMP= line leading that
      * night's CTLRPT.  Transaction CSVR sends screen CSVREPR
      * (mapset CSVREPM): key the file name, load stamp, and record
      * number and pick R to read the record, or B to step to the next
      * suspended record in key order, and the raw record comes
      * back in an eight-line window of 79 bytes a line, with its
      * status, reason code, CSVRC condition, and length.
      *
      * Overtype the window to correct the record - and the length
      * field, when the fix shortens the record or pads it with
      * trailing spaces; typing past the end of the record extends
      * it to the last non-blank byte typed - then pick U to save
      * the correction and re-test it, or X to save it, re-test it,
      * and release it for the CSVREFD re-feed.  The re-test runs
      * the record through CSVPARSE under the same control record
      * the file was loaded under, carried in the suspense record,
      * and a record is only released when it parses to a complete
      * row on its own.  A correction saved to a released record
      * puts it back to suspended until it is released again.  A
      * rejected record that stood in the file's header row position
      * is never released - the file needs a reload - and neither is
      * one from a file CSVLOAD loaded under record-type definitions,
      * whose trailer was balanced at load and whose record-type and
      * amount edits the re-test does not repeat.
      *
      * PF7/PF8 move the window back and forward through a record
      * longer than the window.  Like CSVINQ's PF8 they work from
      * the key saved in the COMMAREA without a RECEIVE, so any
      * window edits not yet saved with U or X are dropped.
      *
      * This is a pseudo-conversational screen in the CSVTEST and
      * CSVINQ mold: the COMMAREA carries a one-byte map-sent flag,
      * the key of the record on the screen, and the window offset.
      * Updates read the record for update and rewrite it in the
      * same task, so two desks working the same record cannot lose
      * each other's saves; U and X also insist the key on the
      * screen is the record last shown, so a window is never laid
      * over a different record's bytes.
      *
      * Like CSVTEST, this program and its mapset cannot be
      * exercised outside an actual CICS region - EXEC CICS
      * commands need the CICS translator ahead of the compiler,
      * and there's no CICS here to run the transaction under once
      * it's translated and compiled.  Desk-checked carefully
      * against the CICS Application Programming Reference instead.
      *
       Environment Division.
       Configuration Section.
       Repository.
           Function All Intrinsic.
       Data Division.
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVREPR'.
           05  WS-WINDOW-LINES         PIC S9(004) BINARY VALUE +8.
           05  WS-WINDOW-WIDTH         PIC S9(004) BINARY VALUE +79.
           05  WS-WINDOW-SIZE          PIC S9(009) BINARY VALUE +632.
           05  WS-MAX-OFFSET           PIC S9(009) BINARY
                                                   VALUE +27359.

       01  WS-WORK-AREAS.
           05  WS-FIELD-COUNT          PIC S9(004) BINARY VALUE +0.
           05  WS-LINE-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-CHAR-NDX             PIC S9(004) BINARY VALUE +0.
           05  WS-DISP-FIELD-NB        PIC Z(003)9.
           05  WS-RESP                 PIC S9(008) BINARY VALUE +0.
           05  WS-RID-KEY.
               10  WS-RID-FILE-NAME    PIC X(128) VALUE SPACES.
               10  WS-RID-LOAD-STAMP   PIC X(014) VALUE SPACES.
               10  WS-RID-RECORD-NUMBER
                                       PIC 9(009) VALUE ZERO.
           05  WS-LINE-POSN            PIC S9(009) BINARY VALUE +0.
           05  WS-LINE-LENGTH          PIC S9(009) BINARY VALUE +0.
           05  WS-LINE-END             PIC S9(009) BINARY VALUE +0.
           05  WS-NEW-LENGTH           PIC S9(009) BINARY VALUE +0.
           05  WS-NEW-OFFSET           PIC S9(009) BINARY VALUE +0.
           05  WS-NUM-WORK             PIC X(009) VALUE SPACES.
           05  WS-NUM-VALUE            PIC S9(009) BINARY VALUE +0.
           05  WS-KEYED-RECORD-NUMBER  PIC S9(009) BINARY VALUE +0.
           05  WS-KEYED-LOAD-STAMP     PIC X(014) VALUE SPACES.
           05  WS-SAVE-RC              PIC S9(004) BINARY VALUE +0.
           05  WS-DISP-RECORD-NUMBER   PIC 9(009).
           05  WS-DISP-LENGTH          PIC 9(005).
           05  WS-DISP-OFFSET          PIC 9(005).
           05  WS-RC-NAME              PIC X(016) VALUE SPACES.
           05  WS-RESULT-MSG           PIC X(079) VALUE SPACES.

       01  WS-SWITCHES.
           05  CSVPARSE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           Copy CSVRC Replacing ==:PRFX:== By ==CSVPARSE-==.
           05  WS-INPUT-VALID-SW       PIC X(001) VALUE 'Y'.
               88  WS-INPUT-VALID                 VALUE 'Y' FALSE 'N'.
           05  WS-NUM-VALID-SW         PIC X(001) VALUE 'Y'.
               88  WS-NUM-VALID                   VALUE 'Y' FALSE 'N'.
           05  WS-MORE-FIELDS-SW       PIC X(001) VALUE 'Y'.
               88  WS-MORE-FIELDS                 VALUE 'Y' FALSE 'N'.
           05  WS-PARSE-CLEAN-SW       PIC X(001) VALUE 'N'.
               88  WS-PARSE-CLEAN                 VALUE 'Y' FALSE 'N'.
           05  WS-BROWSE-DONE-SW       PIC X(001) VALUE 'N'.
               88  WS-BROWSE-DONE                 VALUE 'Y' FALSE 'N'.
           05  WS-RELEASE-SW           PIC X(001) VALUE 'N'.
               88  WS-RELEASE                     VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS  Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS Replacing ==:PRFX:== By ==CSVPARSE-==.
      * A checkpoint area kept permanently at the state of a clean
      * record boundary, restored into CSVPARSE to throw away its
      * partial-record state when a re-tested record still fails -
      * the same reset CSVLOAD uses after a rejected input record.
       Copy CSVCKPT  Replacing ==:PRFX:== By ==CSVPARSE-RESET-==.
       Copy CSVSUSP  Replacing ==:PRFX:== By ==SUSP-==.
       Copy CSVCTL   Replacing ==:PRFX:== By ==CTL-==.

       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 8 TIMES.
               10  WS-WINDOW-TEXT      PIC X(079) VALUE SPACES.
               10  WS-WINDOW-KEYED     PIC S9(004) BINARY VALUE +0.

       01  WS-COMMAREA.
           05  WS-MAP-ALREADY-SENT-SW  PIC X(001) VALUE 'N'.
               88  WS-MAP-ALREADY-SENT             VALUE 'Y' FALSE 'N'.
           05  WS-CUR-KEY              PIC X(151) VALUE SPACES.
           05  WS-HAVE-CUR-KEY-SW      PIC X(001) VALUE 'N'.
               88  WS-HAVE-CUR-KEY                 VALUE 'Y' FALSE 'N'.
           05  WS-WINDOW-OFFSET        PIC 9(005) VALUE 1.

       Copy CSVREPM.

       Copy DFHAID.

       Linkage Section.
       01  DFHCOMMAREA                 PIC X(158).

       77  DUMMY-FIELD                 PIC X(999).

       Procedure Division.
           EXEC CICS HANDLE CONDITION
               MAPFAIL (1000-SEND-INITIAL-MAP)
               ERROR   (9999-ABEND)
           END-EXEC

           PERFORM 0100-INIT

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE TRUE
                 WHEN EIBAID = DFHPF7
                      PERFORM 4000-WINDOW-BACK
                      PERFORM 5000-SEND-RESULT-MAP
                 WHEN EIBAID = DFHPF8
                      PERFORM 4100-WINDOW-FORWARD
                      PERFORM 5000-SEND-RESULT-MAP
                 WHEN OTHER
                      PERFORM 2000-RECEIVE-AND-PROCESS
               END-EVALUATE
               MOVE WS-COMMAREA TO DFHCOMMAREA
               EXEC CICS RETURN
                   TRANSID  ('CSVR')
                   COMMAREA (DFHCOMMAREA)
                   LENGTH   (158)
               END-EXEC
           END-IF

           GOBACK.

       0100-INIT.
           PERFORM 0110-BUILD-PARSER-RESET-AREA
           .

       0110-BUILD-PARSER-RESET-AREA.
      *    The reset area is an ordinary CSVPARSE checkpoint whose
      *    saved state is that of a clean record boundary - the
      *    same state CSVPARSE itself is in between records.
      *    Restoring it discards whatever partial-record state a
      *    record that still fails its re-test left behind.
           INITIALIZE CSVPARSE-RESET-AREA ALL VALUE
           MOVE +1  TO CSVPARSE-RESET-PREV-REC-POSN
           MOVE +0  TO CSVPARSE-RESET-CURR-FIELD-POSN
           MOVE +8  TO CSVPARSE-RESET-PREV-RETURN-CODE
           MOVE 'N' TO CSVPARSE-RESET-FIRST-TIME-SW
           MOVE +0  TO CSVPARSE-RESET-FIELD-DATA-LENGTH
           .

      *    Reached either by the normal PERFORM above (EIBCALEN = 0,
      *    first entry into the transaction) or by an implicit GO TO
      *    out of 2000-RECEIVE-AND-PROCESS's RECEIVE MAP when the
      *    MAPFAIL condition fires (operator hit Enter with nothing
      *    keyed in yet).  Either way this is the end of the task for
      *    this trip through CICS, so it issues its own RETURN rather
      *    than falling through into 2000-RECEIVE-AND-PROCESS's
      *    RECEIVE MAP - falling through would immediately refetch an
      *    AID key that was never sent and loop the MAPFAIL condition
      *    forever.
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CSVREPRI
           SET WS-MAP-ALREADY-SENT TO TRUE
           EXEC CICS SEND MAP ('CSVREPR')
               MAPSET ('CSVREPM')
               FROM   (CSVREPRI)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID  ('CSVR')
               COMMAREA (WS-COMMAREA)
               LENGTH   (158)
           END-EXEC
           GOBACK
           .

       2000-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP ('CSVREPR')
               MAPSET ('CSVREPM')
               INTO   (CSVREPRI)
           END-EXEC

           PERFORM 2100-VALIDATE-INPUT
           IF WS-INPUT-VALID
               PERFORM 2200-BUILD-KEY
               EVALUATE ACT
                 WHEN 'R'
                      PERFORM 3000-READ-EXACT
                 WHEN 'B'
                      PERFORM 3500-BROWSE-NEXT-SUSPENDED
                 WHEN 'U'
                      SET WS-RELEASE TO FALSE
                      PERFORM 3700-UPDATE-RECORD
                 WHEN 'X'
                      SET WS-RELEASE TO TRUE
                      PERFORM 3700-UPDATE-RECORD
               END-EVALUATE
           END-IF
           PERFORM 5000-SEND-RESULT-MAP
           .

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE SPACES TO MSG

           EVALUATE TRUE
             WHEN ACT = 'R' OR ACT = 'B' OR ACT = 'U' OR ACT = 'X'
                  CONTINUE
             WHEN OTHER
                  MOVE 'ACTION MUST BE R, B, U, OR X' TO MSG
                  SET WS-INPUT-VALID TO FALSE
           END-EVALUATE

      *    FRSET means a key field left as it was on the screen is
      *    not sent back, so an unkeyed part of the key stands for
      *    the record on display.  B can start from nothing at all
      *    - the first suspended record in the cluster - but the
      *    other actions need a whole key one way or the other.
           EVALUATE TRUE
             WHEN NOT WS-INPUT-VALID
                  CONTINUE
             WHEN ACT = 'B'
                  CONTINUE
             WHEN WS-HAVE-CUR-KEY
                  CONTINUE
             WHEN FNM1L = 0 AND FNM2L = 0
                  MOVE 'KEY THE SOURCE FILE NAME' TO MSG
                  SET WS-INPUT-VALID TO FALSE
             WHEN RECNL = 0
                  MOVE 'KEY THE INPUT RECORD NUMBER' TO MSG
                  SET WS-INPUT-VALID TO FALSE
             WHEN LDSTL = 0
                  MOVE 'KEY THE LOAD STAMP FROM THE NIGHT''S CTLRPT'
                    TO MSG
                  SET WS-INPUT-VALID TO FALSE
           END-EVALUATE

           MOVE +0 TO WS-KEYED-RECORD-NUMBER
           IF WS-INPUT-VALID
           AND RECNL > 0
               MOVE SPACES TO WS-NUM-WORK
               MOVE RECN TO WS-NUM-WORK
               PERFORM 2110-CHECK-NUMBER
               IF WS-NUM-VALID
                   MOVE WS-NUM-VALUE TO WS-KEYED-RECORD-NUMBER
               ELSE
                   MOVE 'RECORD NUMBER MUST BE NUMERIC' TO MSG
                   SET WS-INPUT-VALID TO FALSE
               END-IF
           END-IF

           MOVE SPACES TO WS-KEYED-LOAD-STAMP
           IF WS-INPUT-VALID
           AND LDSTL > 0
               MOVE LDST TO WS-KEYED-LOAD-STAMP
               INSPECT WS-KEYED-LOAD-STAMP
                 REPLACING ALL LOW-VALUE BY SPACE
               IF WS-KEYED-LOAD-STAMP IS NOT NUMERIC
                   MOVE 'LOAD STAMP MUST BE 14 DIGITS' TO MSG
                   SET WS-INPUT-VALID TO FALSE
               END-IF
           END-IF

           MOVE +1 TO WS-NEW-OFFSET
           IF WS-INPUT-VALID
           AND OFFSL > 0
               MOVE SPACES TO WS-NUM-WORK
               MOVE OFFS TO WS-NUM-WORK
               PERFORM 2110-CHECK-NUMBER
               EVALUATE TRUE
                 WHEN NOT WS-NUM-VALID
                      MOVE 'WINDOW OFFSET MUST BE NUMERIC' TO MSG
                      SET WS-INPUT-VALID TO FALSE
                 WHEN WS-NUM-VALUE < 1
                      MOVE +1 TO WS-NEW-OFFSET
                 WHEN WS-NUM-VALUE > WS-MAX-OFFSET
                      MOVE WS-MAX-OFFSET TO WS-NEW-OFFSET
                 WHEN OTHER
                      MOVE WS-NUM-VALUE TO WS-NEW-OFFSET
               END-EVALUATE
           END-IF

           IF WS-INPUT-VALID
           AND (ACT = 'U' OR ACT = 'X')
               PERFORM 2120-VALIDATE-UPDATE-FIELDS
           END-IF
           .

       2110-CHECK-NUMBER.
      *    A BMS numeric field comes back left-justified and padded
      *    with nulls or spaces - accept digits and blanks only.
           INSPECT WS-NUM-WORK REPLACING ALL LOW-VALUE BY SPACE
           SET WS-NUM-VALID TO TRUE
           PERFORM 2111-CHECK-ONE-DIGIT
             VARYING WS-CHAR-NDX FROM 1 BY 1
             UNTIL WS-CHAR-NDX > LENGTH OF WS-NUM-WORK
           IF WS-NUM-VALID
               IF WS-NUM-WORK = SPACES
                   MOVE +0 TO WS-NUM-VALUE
               ELSE
                   COMPUTE WS-NUM-VALUE = NUMVAL(WS-NUM-WORK)
               END-IF
           END-IF
           .

       2111-CHECK-ONE-DIGIT.
           IF WS-NUM-WORK(WS-CHAR-NDX:1) NOT = SPACE
           AND WS-NUM-WORK(WS-CHAR-NDX:1) IS NOT NUMERIC
               SET WS-NUM-VALID TO FALSE
           END-IF
           .

       2120-VALIDATE-UPDATE-FIELDS.
           MOVE +0 TO WS-NEW-LENGTH
           IF RLENL > 0
               MOVE SPACES TO WS-NUM-WORK
               MOVE RLEN TO WS-NUM-WORK
               PERFORM 2110-CHECK-NUMBER
               EVALUATE TRUE
                 WHEN NOT WS-NUM-VALID
                 WHEN WS-NUM-VALUE < 1
                 WHEN WS-NUM-VALUE > LENGTH OF SUSP-RAW-DATA
                      MOVE 'LENGTH MUST BE 1 TO 27990' TO MSG
                      SET WS-INPUT-VALID TO FALSE
                 WHEN OTHER
                      MOVE WS-NUM-VALUE TO WS-NEW-LENGTH
               END-EVALUATE
           END-IF
           .

       2200-BUILD-KEY.
      *    The file name sits across two screen lines of 64 bytes.
      *    Each part of the key comes from the screen when keyed and
      *    from the record on display otherwise; BMS pads a short
      *    keyed field with nulls, not spaces.
           MOVE SPACES TO WS-RID-FILE-NAME
           MOVE SPACES TO WS-RID-LOAD-STAMP
           MOVE ZERO   TO WS-RID-RECORD-NUMBER
           IF WS-HAVE-CUR-KEY
               MOVE WS-CUR-KEY TO WS-RID-KEY
           END-IF
           IF FNM1L > 0
               MOVE FNM1 TO WS-RID-FILE-NAME(1:64)
           END-IF
           IF FNM2L > 0
               MOVE FNM2 TO WS-RID-FILE-NAME(65:64)
           END-IF
           INSPECT WS-RID-FILE-NAME REPLACING ALL LOW-VALUE BY SPACE
           IF LDSTL > 0
               MOVE WS-KEYED-LOAD-STAMP TO WS-RID-LOAD-STAMP
           END-IF
           IF RECNL > 0
               MOVE WS-KEYED-RECORD-NUMBER TO WS-RID-RECORD-NUMBER
           END-IF
           .

       3000-READ-EXACT.
           EXEC CICS READ DATASET ('SUSPENSE')
               INTO   (SUSP-RECORD)
               RIDFLD (WS-RID-KEY)
               RESP   (WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
                  MOVE WS-NEW-OFFSET TO WS-WINDOW-OFFSET
                  PERFORM 6000-DISPLAY-RECORD
             WHEN DFHRESP(NOTFND)
                  MOVE 'NO SUSPENDED RECORD UNDER THIS KEY - TRY B'
                    TO MSG
             WHEN OTHER
                  PERFORM 9999-ABEND
           END-EVALUATE
           .

       3500-BROWSE-NEXT-SUSPENDED.
           EXEC CICS STARTBR DATASET ('SUSPENSE')
               RIDFLD (WS-RID-KEY)
               GTEQ
               RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO FALSE
               PERFORM 3510-READ-NEXT-ONCE
                 UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR DATASET ('SUSPENSE')
               END-EXEC
           ELSE
               MOVE 'NO SUSPENDED RECORD AT OR AFTER THIS KEY' TO MSG
           END-IF
           .

       3510-READ-NEXT-ONCE.
           EXEC CICS READNEXT DATASET ('SUSPENSE')
               INTO   (SUSP-RECORD)
               RIDFLD (WS-RID-KEY)
               RESP   (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
                  MOVE 'END OF SUSPENSE - NO FURTHER RECORDS TO FIX'
                    TO MSG
                  SET WS-BROWSE-DONE TO TRUE
             WHEN WS-HAVE-CUR-KEY AND WS-RID-KEY = WS-CUR-KEY
                  *> Stepping on - this is the record already on
                  *> the screen.
                  CONTINUE
             WHEN NOT SUSP-SUSPENDED
                  *> Released or already re-fed - nothing to fix.
                  CONTINUE
             WHEN OTHER
                  MOVE 1 TO WS-WINDOW-OFFSET
                  PERFORM 6000-DISPLAY-RECORD
                  SET WS-BROWSE-DONE TO TRUE
           END-EVALUATE
           .

       3700-UPDATE-RECORD.
           IF NOT WS-HAVE-CUR-KEY
           OR WS-RID-KEY NOT = WS-CUR-KEY
               MOVE 'READ THE RECORD WITH ACTION R BEFORE UPDATING IT'
                 TO MSG
           ELSE
               EXEC CICS READ DATASET ('SUSPENSE')
                   INTO   (SUSP-RECORD)
                   RIDFLD (WS-RID-KEY)
                   UPDATE
                   RESP   (WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                      PERFORM 3710-UPDATE-HELD-RECORD
                 WHEN DFHRESP(NOTFND)
                      MOVE 'RECORD NO LONGER IN THE SUSPENSE CLUSTER'
                        TO MSG
                 WHEN OTHER
                      PERFORM 9999-ABEND
               END-EVALUATE
           END-IF
           .

       3710-UPDATE-HELD-RECORD.
           IF SUSP-REFED
               EXEC CICS UNLOCK DATASET ('SUSPENSE')
               END-EXEC
               MOVE 'RECORD ALREADY RE-FED - NOTHING TO UPDATE' TO MSG
               PERFORM 6000-DISPLAY-RECORD
           ELSE
               PERFORM 3720-APPLY-SCREEN-EDITS
               PERFORM 3800-RETEST-PARSE
               PERFORM 3730-SET-NEW-STATUS
               MOVE CURRENT-DATE TO SUSP-UPDATED-STAMP
               MOVE EIBTRMID     TO SUSP-UPDATED-TERMID
               EXEC CICS REWRITE DATASET ('SUSPENSE')
                   FROM   (SUSP-RECORD)
                   RESP   (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 9999-ABEND
               END-IF
               PERFORM 6000-DISPLAY-RECORD
               MOVE WS-RESULT-MSG TO MSG
           END-IF
           .

       3720-APPLY-SCREEN-EDITS.
      *    Only the window lines the operator overtyped come back
      *    with a length; each is laid over the record at its own
      *    position in the window.
           PERFORM 5020-MOVE-MAP-TO-LINE
             VARYING WS-LINE-NDX FROM 1 BY 1
             UNTIL WS-LINE-NDX > WS-WINDOW-LINES
           PERFORM 3721-APPLY-ONE-LINE
             VARYING WS-LINE-NDX FROM 1 BY 1
             UNTIL WS-LINE-NDX > WS-WINDOW-LINES
           IF WS-NEW-LENGTH > 0
               MOVE WS-NEW-LENGTH TO SUSP-RAW-LENGTH
           END-IF
           .

       3721-APPLY-ONE-LINE.
           IF WS-WINDOW-KEYED(WS-LINE-NDX) > 0
               COMPUTE WS-LINE-POSN = WS-WINDOW-OFFSET
                 + (WS-LINE-NDX - 1) * WS-WINDOW-WIDTH
               INSPECT WS-WINDOW-TEXT(WS-LINE-NDX)
                 REPLACING ALL LOW-VALUE BY SPACE
               MOVE WS-WINDOW-TEXT(WS-LINE-NDX)
                 TO SUSP-RAW-DATA(WS-LINE-POSN:WS-WINDOW-WIDTH)
      *        Typing past the end of the record extends it to the
      *        last non-blank byte on the line.
               PERFORM 3722-FIND-LINE-END
               IF WS-LINE-END > SUSP-RAW-LENGTH
                   MOVE WS-LINE-END TO SUSP-RAW-LENGTH
               END-IF
           END-IF
           .

       3722-FIND-LINE-END.
           MOVE +0 TO WS-LINE-END
           PERFORM 3723-CHECK-ONE-LINE-BYTE
             VARYING WS-CHAR-NDX FROM WS-WINDOW-WIDTH BY -1
             UNTIL WS-CHAR-NDX < 1
             OR WS-LINE-END > 0
           .

       3723-CHECK-ONE-LINE-BYTE.
           IF WS-WINDOW-TEXT(WS-LINE-NDX)(WS-CHAR-NDX:1) NOT = SPACE
               COMPUTE WS-LINE-END = WS-LINE-POSN + WS-CHAR-NDX - 1
           END-IF
           .

       3730-SET-NEW-STATUS.
           MOVE WS-FIELD-COUNT TO WS-DISP-FIELD-NB
           MOVE SPACES TO WS-RESULT-MSG
           EVALUATE TRUE
             WHEN NOT WS-RELEASE
                  *> A saved correction always waits for an explicit
                  *> release, even on a record released before.
                  SET SUSP-SUSPENDED TO TRUE
                  STRING 'SAVED - RE-TEST ' DELIMITED BY SIZE
                    WS-RC-NAME DELIMITED BY SPACE
                    ', FIELDS=' DELIMITED BY SIZE
                    WS-DISP-FIELD-NB DELIMITED BY SIZE
                    ' - X TO RELEASE' DELIMITED BY SIZE
                    INTO WS-RESULT-MSG
                  END-STRING
             WHEN SUSP-HEADER-ROW
                  SET SUSP-SUSPENDED TO TRUE
                  MOVE
                    'SAVED, NOT RELEASED - HEADER ROW RECORD, RELOAD THE
      -             ' FILE' TO WS-RESULT-MSG
             WHEN SUSP-RECTYPE-FILE
                  SET SUSP-SUSPENDED TO TRUE
                  MOVE 'SAVED, NOT RELEASED - RECORD-TYPE FILE, RELOAD T
      -                'HE FILE' TO WS-RESULT-MSG
             WHEN WS-PARSE-CLEAN
                  SET SUSP-RELEASED TO TRUE
                  STRING 'RELEASED FOR RE-FEED - RE-TEST '
                    DELIMITED BY SIZE
                    WS-RC-NAME DELIMITED BY SPACE
                    ', FIELDS=' DELIMITED BY SIZE
                    WS-DISP-FIELD-NB DELIMITED BY SIZE
                    INTO WS-RESULT-MSG
                  END-STRING
             WHEN OTHER
                  SET SUSP-SUSPENDED TO TRUE
                  STRING 'SAVED, NOT RELEASED - RE-TEST '
                    DELIMITED BY SIZE
                    WS-RC-NAME DELIMITED BY SPACE
                    INTO WS-RESULT-MSG
                  END-STRING
           END-EVALUATE
           .

       3800-RETEST-PARSE.
      *    Parse the record on its own under the control record it
      *    was loaded under.  It is clean only when CSVPARSE runs it
      *    to a complete row - a quoted field still open at end of
      *    record would swallow the next input record on a load.
           MOVE SUSP-CTL-RECORD TO CTL-RECORD
           PERFORM 3810-SET-CSVPARSE-OPTS
           MOVE +0 TO WS-FIELD-COUNT
           SET WS-PARSE-CLEAN TO FALSE
           IF SUSP-RAW-LENGTH = 0
               MOVE +0 TO CSVPARSE-RETURN-CODE
           ELSE
               MOVE SUSP-RAW-LENGTH TO CSVPARSE-RECORD-LENGTH
               SET CSVPARSE-RECORD-ADDRESS TO ADDRESS OF SUSP-RAW-DATA
               SET WS-MORE-FIELDS TO TRUE
               PERFORM 3820-PARSE-ONE-FIELD
                 UNTIL NOT WS-MORE-FIELDS
           END-IF
           MOVE CSVPARSE-RETURN-CODE TO SUSP-CSVRC
           PERFORM 3830-NAME-CSVRC
           .

       3810-SET-CSVPARSE-OPTS.
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

       3820-PARSE-ONE-FIELD.
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
                  ADD 1 TO WS-FIELD-COUNT
             WHEN CSVPARSE-RECORD-COMPLETE
                  ADD 1 TO WS-FIELD-COUNT
                  SET WS-PARSE-CLEAN TO TRUE
                  SET WS-MORE-FIELDS TO FALSE
             WHEN OTHER
                  *> Still bad, or a quoted field left open at end
                  *> of record - keep the CSVRC for the screen and
                  *> put CSVPARSE back at a clean record boundary.
                  MOVE CSVPARSE-RETURN-CODE TO WS-SAVE-RC
                  PERFORM 8800-RESET-CSVPARSE
                  MOVE WS-SAVE-RC TO CSVPARSE-RETURN-CODE
                  SET WS-MORE-FIELDS TO FALSE
           END-EVALUATE
           .

       3830-NAME-CSVRC.
           MOVE SUSP-CSVRC TO CSVPARSE-RETURN-CODE
           EVALUATE TRUE
             WHEN CSVPARSE-FIELD-COMPLETE
                  MOVE 'FIELD-COMPLETE'   TO WS-RC-NAME
             WHEN CSVPARSE-RECORD-COMPLETE
                  MOVE 'RECORD-COMPLETE'  TO WS-RC-NAME
             WHEN CSVPARSE-FIELD-INCOMPLETE
                  MOVE 'FIELD-INCOMPLETE' TO WS-RC-NAME
             WHEN CSVPARSE-ERROR-PARM
                  MOVE 'ERROR-PARM'       TO WS-RC-NAME
             WHEN CSVPARSE-ERROR-OPT
                  MOVE 'ERROR-OPT'        TO WS-RC-NAME
             WHEN CSVPARSE-ERROR-CKPT
                  MOVE 'ERROR-CKPT'       TO WS-RC-NAME
             WHEN OTHER
                  MOVE 'UNKNOWN'          TO WS-RC-NAME
           END-EVALUATE
           .

       4000-WINDOW-BACK.
      *    No RECEIVE on this trip - PF7 and PF8 work from the key
      *    saved in the COMMAREA, the way CSVINQ's PF8 does.
           MOVE LOW-VALUES TO CSVREPRI
           IF NOT WS-HAVE-CUR-KEY
               MOVE 'NOTHING ON THE SCREEN - KEY A RECORD AND PRESS ENTE
      -             'R' TO MSG
           ELSE
               COMPUTE WS-NEW-OFFSET =
                 WS-WINDOW-OFFSET - WS-WINDOW-SIZE
               IF WS-NEW-OFFSET < 1
                   MOVE 1 TO WS-NEW-OFFSET
               END-IF
               PERFORM 4200-REREAD-FOR-WINDOW
           END-IF
           .

       4100-WINDOW-FORWARD.
           MOVE LOW-VALUES TO CSVREPRI
           IF NOT WS-HAVE-CUR-KEY
               MOVE 'NOTHING ON THE SCREEN - KEY A RECORD AND PRESS ENTE
      -             'R' TO MSG
           ELSE
               COMPUTE WS-NEW-OFFSET =
                 WS-WINDOW-OFFSET + WS-WINDOW-SIZE
               IF WS-NEW-OFFSET > WS-MAX-OFFSET
                   MOVE WS-MAX-OFFSET TO WS-NEW-OFFSET
               END-IF
               PERFORM 4200-REREAD-FOR-WINDOW
           END-IF
           .

       4200-REREAD-FOR-WINDOW.
           MOVE WS-CUR-KEY TO WS-RID-KEY
           EXEC CICS READ DATASET ('SUSPENSE')
               INTO   (SUSP-RECORD)
               RIDFLD (WS-RID-KEY)
               RESP   (WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
                  MOVE WS-NEW-OFFSET TO WS-WINDOW-OFFSET
                  PERFORM 6000-DISPLAY-RECORD
             WHEN DFHRESP(NOTFND)
                  SET WS-HAVE-CUR-KEY TO FALSE
                  MOVE 'RECORD NO LONGER IN THE SUSPENSE CLUSTER'
                    TO MSG
             WHEN OTHER
                  PERFORM 9999-ABEND
           END-EVALUATE
           .

       6000-DISPLAY-RECORD.
           MOVE SUSP-KEY TO WS-CUR-KEY
           SET WS-HAVE-CUR-KEY TO TRUE
           MOVE SUSP-FILE-NAME(1:64)  TO FNM1
           MOVE SUSP-FILE-NAME(65:64) TO FNM2
           MOVE SUSP-RECORD-NUMBER    TO WS-DISP-RECORD-NUMBER
           MOVE WS-DISP-RECORD-NUMBER TO RECN
           MOVE SUSP-LOAD-STAMP       TO LDST
           MOVE SPACES TO ACT
           MOVE SUSP-STATUS           TO STAT
           MOVE SUSP-REASON-CODE      TO RSN
           PERFORM 3830-NAME-CSVRC
           MOVE WS-RC-NAME            TO RCOUT
           MOVE SUSP-RAW-LENGTH       TO WS-DISP-LENGTH
           MOVE WS-DISP-LENGTH        TO RLEN
           MOVE WS-WINDOW-OFFSET      TO WS-DISP-OFFSET
           MOVE WS-DISP-OFFSET        TO OFFS
           PERFORM 6010-LOAD-WINDOW-LINE
             VARYING WS-LINE-NDX FROM 1 BY 1
             UNTIL WS-LINE-NDX > WS-WINDOW-LINES
           EVALUATE TRUE
             WHEN MSG NOT = SPACES AND MSG NOT = LOW-VALUES
                  CONTINUE
             WHEN SUSP-HEADER-ROW
                  MOVE 'HEADER ROW RECORD - CANNOT BE RELEASED, RELOAD T
      -                'HE FILE' TO MSG
             WHEN SUSP-RECTYPE-FILE
                  MOVE 'RECORD-TYPE FILE RECORD - CANNOT BE RELEASED, RE
      -                'LOAD THE FILE' TO MSG
             WHEN SUSP-REFED
                  MOVE
                    'RECORD ALREADY RE-FED INTO THE CONSOLIDATED FILE'
                    TO MSG
             WHEN SUSP-RELEASED
                  MOVE 'RECORD RELEASED - AWAITING THE CSVREFD RE-FEED'
                    TO MSG
             WHEN OTHER
                  MOVE 'OVERTYPE THE WINDOW, THEN U TO SAVE OR X TO RELE
      -                'ASE' TO MSG
           END-EVALUATE
           .

       6010-LOAD-WINDOW-LINE.
      *    Bytes past the record's length show blank, so the
      *    operator can see where the record ends.
           MOVE SPACES TO WS-WINDOW-TEXT(WS-LINE-NDX)
           COMPUTE WS-LINE-POSN = WS-WINDOW-OFFSET
             + (WS-LINE-NDX - 1) * WS-WINDOW-WIDTH
           COMPUTE WS-LINE-LENGTH =
             SUSP-RAW-LENGTH - WS-LINE-POSN + 1
           IF WS-LINE-LENGTH > WS-WINDOW-WIDTH
               MOVE WS-WINDOW-WIDTH TO WS-LINE-LENGTH
           END-IF
           IF WS-LINE-LENGTH > 0
               MOVE SUSP-RAW-DATA(WS-LINE-POSN:WS-LINE-LENGTH)
                 TO WS-WINDOW-TEXT(WS-LINE-NDX)
           END-IF
           .

       5000-SEND-RESULT-MAP.
           PERFORM 5010-MOVE-LINE-TO-MAP
             VARYING WS-LINE-NDX FROM 1 BY 1
             UNTIL WS-LINE-NDX > WS-WINDOW-LINES

           EXEC CICS SEND MAP ('CSVREPR')
               MAPSET ('CSVREPM')
               FROM   (CSVREPRI)
               DATAONLY
           END-EXEC
           .

       5010-MOVE-LINE-TO-MAP.
           EVALUATE WS-LINE-NDX
             WHEN 1  MOVE WS-WINDOW-TEXT(1) TO RAW01
             WHEN 2  MOVE WS-WINDOW-TEXT(2) TO RAW02
             WHEN 3  MOVE WS-WINDOW-TEXT(3) TO RAW03
             WHEN 4  MOVE WS-WINDOW-TEXT(4) TO RAW04
             WHEN 5  MOVE WS-WINDOW-TEXT(5) TO RAW05
             WHEN 6  MOVE WS-WINDOW-TEXT(6) TO RAW06
             WHEN 7  MOVE WS-WINDOW-TEXT(7) TO RAW07
             WHEN 8  MOVE WS-WINDOW-TEXT(8) TO RAW08
           END-EVALUATE
           .

       5020-MOVE-MAP-TO-LINE.
           EVALUATE WS-LINE-NDX
             WHEN 1  MOVE RAW01  TO WS-WINDOW-TEXT(1)
                     MOVE RAW01L TO WS-WINDOW-KEYED(1)
             WHEN 2  MOVE RAW02  TO WS-WINDOW-TEXT(2)
                     MOVE RAW02L TO WS-WINDOW-KEYED(2)
             WHEN 3  MOVE RAW03  TO WS-WINDOW-TEXT(3)
                     MOVE RAW03L TO WS-WINDOW-KEYED(3)
             WHEN 4  MOVE RAW04  TO WS-WINDOW-TEXT(4)
                     MOVE RAW04L TO WS-WINDOW-KEYED(4)
             WHEN 5  MOVE RAW05  TO WS-WINDOW-TEXT(5)
                     MOVE RAW05L TO WS-WINDOW-KEYED(5)
             WHEN 6  MOVE RAW06  TO WS-WINDOW-TEXT(6)
                     MOVE RAW06L TO WS-WINDOW-KEYED(6)
             WHEN 7  MOVE RAW07  TO WS-WINDOW-TEXT(7)
                     MOVE RAW07L TO WS-WINDOW-KEYED(7)
             WHEN 8  MOVE RAW08  TO WS-WINDOW-TEXT(8)
                     MOVE RAW08L TO WS-WINDOW-KEYED(8)
           END-EVALUATE
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

       9999-ABEND.
           EXEC CICS SEND TEXT
               FROM   (MYNAME)
               LENGTH (8)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
