      * trailer plays for CSVRECON, so the portal feed can be
      * balanced against the source row count.
      *
      * The feed is written in this platform's own code page unless
      * another is named as an IBM CCSID - 01208 for the portal's
      * UTF-8, or 00037, 01047, 00367, 00819 - in the optional
      * tenth program argument, or in PARM positions 9-13 on IBM Z
      * ('-' or no value at all for this platform's own).  Each
      * JSON object is translated through the CSVXLATE subroutine
      * as it is written, and the bytes with no equivalent in the
      * target code page are counted on JSNRPT.
      *
      * As with EXAMPLE1 and CSVLOAD, the IBM Z portions of this
      * program are freehanded and conditionally compiled, since
      * there is no mainframe available to test against.
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVJSON'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.
           05  WS-HEX-DIGITS           PIC X(016) VALUE
                                                   '0123456789ABCDEF'.
           05  WS-JSON-ROOM            PIC S9(009) BINARY
               88  WS-ARG-EQUAL-FALSE                     VALUE 'F'.
           05  WS-ARG-SNIFF            PIC X(001)         VALUE SPACE.
           05  WS-ARG-BOM              PIC X(001)         VALUE SPACE.
           05  WS-ARG-CCSID            PIC X(005) JUSTIFIED RIGHT
                                                          VALUE
                                                   SPACES.
           05  WS-ARG-CCSID-NUM REDEFINES WS-ARG-CCSID
                                       PIC 9(005).
           05  WS-OUT-CCSID            PIC 9(005)         VALUE 0.
           05  WS-XLATE-COUNT          PIC S9(009) BINARY VALUE +0.

       01  WS-SWITCHES.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVPARSE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVRC Replacing ==:PRFX:== By ==CSVPARSE-==.
           >>IF IGY-COMPILER-VRM DEFINED
           05  CSVXLATE-RETURN-CODE    PIC S9(004) BINARY VALUE +0.
           >>ELSE
           05  CSVXLATE-RETURN-CODE    PIC S9(009) BINARY VALUE +0.
           >>END-IF
           Copy CSVXRC Replacing ==:PRFX:== By ==CSVXLATE-==.
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  JSONCTL-EOF-SW          PIC X(001) VALUE 'N'.
               88  WS-NUM-VALID                   VALUE 'Y' FALSE 'N'.
           05  WS-NUM-DEC-SEEN-SW      PIC X(001) VALUE 'N'.
               88  WS-NUM-DEC-SEEN                VALUE 'Y' FALSE 'N'.
           05  WS-XLATE-OUTPUT-SW      PIC X(001) VALUE 'N'.
               88  WS-XLATE-OUTPUT                VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.

       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 100 TIMES.
           IF OS-PARM-LENGTH >= 8
               MOVE UPPER-CASE(OS-PARM-VALUE(8:1)) TO WS-ARG-BOM
           END-IF
           IF OS-PARM-LENGTH >= 13
               MOVE OS-PARM-VALUE(9:5) TO WS-ARG-CCSID
           END-IF
      *    The control file is the optional JSONCTL DD on this
      *    platform - leave it out of the JCL for a straight
      *    column-for-column feed.
               ACCEPT WS-ARG-BOM FROM ARGUMENT-VALUE
               MOVE UPPER-CASE(WS-ARG-BOM) TO WS-ARG-BOM
           END-IF
           IF WS-ARG-NB >= 10
               DISPLAY 10 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-CCSID FROM ARGUMENT-VALUE
           END-IF
           IF WS-CTL-FILE-NAME = '-'
               MOVE SPACES TO WS-CTL-FILE-NAME
           ELSE
                  DISPLAY MYNAME ' strip-BOM parm must be Y or N'
                  PERFORM 9999-ABEND
           END-EVALUATE

      *    The code page may be given without its leading zeros.
           EVALUATE TRUE
             WHEN WS-ARG-CCSID = SPACES OR '    -'
                  MOVE WS-NATIVE-CCSID TO WS-OUT-CCSID
             WHEN OTHER
                  INSPECT WS-ARG-CCSID
                    REPLACING LEADING SPACES BY ZEROS
                  IF WS-ARG-CCSID NUMERIC
                      MOVE WS-ARG-CCSID-NUM TO WS-OUT-CCSID
                  ELSE
                      MOVE 0 TO WS-OUT-CCSID
                  END-IF
           END-EVALUATE
           MOVE WS-OUT-CCSID TO WS-CCSID-CHECK
           IF NOT WS-CCSID-SUPPORTED
               DISPLAY MYNAME ' output code page must be 37, 367,'
                 ' 819, 1047, or 1208'
               PERFORM 9999-ABEND
           END-IF
           IF WS-OUT-CCSID = WS-NATIVE-CCSID
               SET WS-XLATE-OUTPUT TO FALSE
           ELSE
               SET WS-XLATE-OUTPUT TO TRUE
           END-IF
           .

       0110-TRIM-ONE-DELIMITER-BYTE.
           PERFORM 7600-CHECK-JSON-ROOM
           ADD 1 TO WS-JSON-POSN
           MOVE '}' TO WS-JSON-RECORD(WS-JSON-POSN:1)
           IF WS-XLATE-OUTPUT
               PERFORM 2910-TRANSLATE-JSON-ROW
           ELSE
               MOVE WS-JSON-POSN TO OUT-RECORD-LENGTH
               MOVE WS-JSON-RECORD(1:WS-JSON-POSN) TO OUT-RECORD
           END-IF
           WRITE OUT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN
           .

       2910-TRANSLATE-JSON-ROW.
      *    Straight from the JSON work record into the output
      *    record.  An object that grows past the record area in
      *    translation keeps every whole character that fits, and
      *    the rest is counted with the untranslatable bytes - the
      *    portal rejects the broken object rather than the feed.
           MOVE 0 TO CSVXLATE-FROM-CCSID
           MOVE WS-OUT-CCSID TO CSVXLATE-TO-CCSID
           MOVE WS-JSON-POSN TO CSVXLATE-IN-LENGTH
           SET CSVXLATE-IN-ADDRESS TO ADDRESS OF WS-JSON-RECORD
           MOVE LENGTH OF OUT-RECORD TO CSVXLATE-OUT-CAPACITY
           SET CSVXLATE-OUT-ADDRESS TO ADDRESS OF OUT-RECORD
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
               DISPLAY MYNAME ' CSVXLATE failed'
               PERFORM 9999-ABEND
           END-IF
           ADD CSVXLATE-BAD-BYTE-COUNT TO WS-XLATE-COUNT
           MOVE CSVXLATE-OUT-LENGTH TO OUT-RECORD-LENGTH
           .

       7000-ESCAPE-TEXT.
      *    JSON string escaping: a quote becomes \", a backslash
      *    becomes \\, and a control character below X'20' becomes
               MOVE 60 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF
           IF WS-XLATE-OUTPUT
               MOVE WS-XLATE-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO RPT-RECORD
               STRING
                 'UNTRANSLATABLE BYTES=' DELIMITED BY SIZE
                 WS-COUNT-DISP DELIMITED BY SIZE
                 INTO RPT-RECORD
               END-STRING
               MOVE 60 TO RPT-RECORD-LENGTH
               WRITE RPT-RECORD
           END-IF
           MOVE WS-ROWS-READ TO WS-COUNT-DISP
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISP-2
           MOVE SPACES TO RPT-RECORD
