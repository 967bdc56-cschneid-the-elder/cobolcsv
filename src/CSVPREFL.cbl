      * record itself before handing the record to CSVPARSE with an
      * explicit delimiter.
      *
      * A vendor file sent in another code page, as named in its
      * control record's code-page column, has its header record
      * translated through CSVXLATE before any of that, the same as
      * CSVLOAD translates every record it reads, so the column
      * names are matched in this platform's own characters.
      *
      * As with EXAMPLE1 and CSVLOAD, the IBM Z portions of this
      * program are freehanded and conditionally compiled, since
      * there is no mainframe available to test against.  Per-
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVPREFL'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-SNIFF-SCAN-POSN      PIC S9(009) BINARY VALUE +0.
           05  WS-SNIFF-BEST-NDX       PIC S9(004) BINARY VALUE +0.
           05  WS-SNIFF-BEST-COUNT     PIC S9(009) BINARY VALUE +0.
           05  WS-FILE-CCSID           PIC 9(005)         VALUE 0.

      *    The same four usual suspects CSVPARSE's own sniffer
      *    counts - see its 1002-SNIFF-DELIMITER.
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
      * fully parsed - the same reset CSVLOAD uses after a rejected
      * input record.
       Copy CSVCKPT  Replacing ==:PRFX:== By ==CSVPARSE-RESET-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.

       01  WS-FILE-COL-TABLE.
           05  WS-FILE-COL-NAME        PIC X(030) OCCURS 2000 TIMES.
                  PERFORM 9000-WRITE-DISCREPANCY
                  SET WS-FILE-OK TO FALSE
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
               MOVE 'INVALID CODE PAGE VALUE' TO WS-DISC-REASON
               PERFORM 9000-WRITE-DISCREPANCY
               SET WS-FILE-OK TO FALSE
           END-IF
      *    The remaining three control values never touch how the
      *    header row parses, so a bad one is reported without
      *    giving up on the file - the key-column checks can still
                   PERFORM 9000-WRITE-DISCREPANCY
                   SET WS-FILE-OK TO FALSE
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
                 TO WS-DISC-REASON
               PERFORM 9000-WRITE-DISCREPANCY
               SET WS-FILE-OK TO FALSE
           END-IF
           .

       1300-PARSE-HEADER-ROW.
           MOVE +1 TO WS-HDR-START
           MOVE WS-HDR-LENGTH TO WS-PARSE-LENGTH
