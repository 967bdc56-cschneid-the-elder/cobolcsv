      * the same way CSVDEDUP and CSVRECON fix them, and CSVLOAD's
      * TRAILER record is passed over rather than split anywhere.
      *
      * The split files can go out in another code page for the
      * regional jobs that want one, named as an IBM CCSID - 00037
      * or 01047 (EBCDIC), 00367 or 00819 (ASCII), 01208 (UTF-8) -
      * in the optional fifth program argument, or after a comma
      * at the end of the PARM's prefix on IBM Z (a comma cannot
      * appear in a data set name); '-' or no value at all writes
      * this platform's own.  Each output record, the repeated
      * header row included, is translated through the CSVXLATE
      * subroutine on its way out, and the bytes with no
      * equivalent in the target code page are counted on the
      * manifest report ahead of its trailer.
      *
      * As with EXAMPLE1 and CSVLOAD, the IBM Z portions of this
      * program are freehanded and conditionally compiled, since
      * there is no mainframe available to test against.
       Working-Storage Section.
       01  WS-CONSTANTS.
           05  MYNAME                  PIC X(008) VALUE 'CSVSPLIT'.
           Copy CSVCCSID Replacing ==:PRFX:== By ==WS-==.

       01  WS-WORK-AREAS.
           >>IF IGY-COMPILER-VRM DEFINED
           05  WS-ROWS-READ            PIC S9(009) BINARY VALUE +0.
           05  WS-COUNT-DISP           PIC Z(008)9.
           05  WS-COUNT-DISP-2         PIC Z(008)9.
           05  WS-ARG-CCSID            PIC X(005) JUSTIFIED RIGHT
                                                          VALUE
                                                   SPACES.
           05  WS-ARG-CCSID-NUM REDEFINES WS-ARG-CCSID
                                       PIC 9(005).
           05  WS-OUT-CCSID            PIC 9(005)         VALUE 0.
           05  WS-XLATE-COUNT          PIC S9(009) BINARY VALUE +0.

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
           05  INPUT01-EOF-SW          PIC X(001) VALUE 'N'.
               88  INPUT01-EOF                    VALUE 'Y' FALSE 'N'.
           05  WS-VALUE-FOUND-SW       PIC X(001) VALUE 'N'.
               88  WS-VALUE-FOUND                 VALUE 'Y' FALSE 'N'.
           05  WS-XLATE-OUTPUT-SW      PIC X(001) VALUE 'N'.
               88  WS-XLATE-OUTPUT                VALUE 'Y' FALSE 'N'.

       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVPARMS  Replacing ==:PRFX:== By ==CSVPARSE-==.
       Copy CSVOPTS   Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVBPARMS Replacing ==:PRFX:== By ==CSVBUILD-==.
       Copy CSVXPARMS Replacing ==:PRFX:== By ==CSVXLATE-==.
      * A translated output record is built here and moved back over
      * OUT-RECORD, so it fits the same record area.
       01  WS-XLATE-RECORD             PIC X(32000).

       01  WS-VALUE-TABLE.
           05  WS-VAL-COUNT            PIC S9(004) BINARY VALUE +0.
           >>IF IGY-COMPILER-VRM DEFINED
      *    On this platform the split column and the output name
      *    prefix ride in the one OS parameter: thirty bytes of
      *    column name, then the prefix, then - optionally - a
      *    comma and the output code page.
           IF OS-PARM-LENGTH >= 31
               MOVE OS-PARM-VALUE(1:30) TO WS-SPLIT-COLUMN
               UNSTRING OS-PARM-VALUE(31:OS-PARM-LENGTH - 30)
                 DELIMITED BY ','
                 INTO WS-OUT-PREFIX WS-ARG-CCSID
               END-UNSTRING
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
               ACCEPT WS-OUT-PREFIX FROM ARGUMENT-VALUE
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-RPT-FILE-NAME FROM ARGUMENT-VALUE
               IF WS-ARG-NB >= 5
                   DISPLAY 5 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-CCSID FROM ARGUMENT-VALUE
               END-IF
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           SET CSVBUILD-RFC4180 TO TRUE
           MOVE ',' TO CSVBUILD-FIELD-DELIMITER
           MOVE 1 TO CSVBUILD-FIELD-DELIMITER-LENGTH

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

       0110-TRIM-ONE-PREFIX-BYTE.
           SET ADDRESS OF DUMMY-FIELD TO CSVBUILD-RECORD-ADDRESS
           MOVE CSVBUILD-RECORD-LENGTH TO OUT-RECORD-LENGTH
           MOVE DUMMY-FIELD(1:CSVBUILD-RECORD-LENGTH) TO OUT-RECORD
           IF WS-XLATE-OUTPUT
               PERFORM 2300-TRANSLATE-OUT-RECORD
           END-IF
           WRITE OUT-RECORD
           ADD 1 TO WS-VAL-ROW-COUNT(WS-CURR-VAL)
           .
               MOVE WS-HEADER-LENGTH TO OUT-RECORD-LENGTH
               MOVE WS-HEADER-ROW(1:WS-HEADER-LENGTH)
                 TO OUT-RECORD
               IF WS-XLATE-OUTPUT
                   PERFORM 2300-TRANSLATE-OUT-RECORD
               END-IF
               WRITE OUT-RECORD
           END-IF
           MOVE WS-CURR-VAL TO WS-OPEN-VAL
           .

       2300-TRANSLATE-OUT-RECORD.
      *    A record that grows past the record area in translation -
      *    accented letters widening to UTF-8 - keeps every whole
      *    character that fits, and the rest is counted with the
      *    untranslatable bytes.
           MOVE 0 TO CSVXLATE-FROM-CCSID
           MOVE WS-OUT-CCSID TO CSVXLATE-TO-CCSID
           MOVE OUT-RECORD-LENGTH TO CSVXLATE-IN-LENGTH
           SET CSVXLATE-IN-ADDRESS TO ADDRESS OF OUT-RECORD
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
               DISPLAY MYNAME ' CSVXLATE failed'
               PERFORM 9999-ABEND
           END-IF
           ADD CSVXLATE-BAD-BYTE-COUNT TO WS-XLATE-COUNT
           IF CSVXLATE-OUT-LENGTH > 0
               MOVE CSVXLATE-OUT-LENGTH TO OUT-RECORD-LENGTH
               MOVE WS-XLATE-RECORD(1:OUT-RECORD-LENGTH) TO OUT-RECORD
           END-IF
           .

       8020-READ-INPUT01.
           READ INPUT01
             AT END SET INPUT01-EOF TO TRUE
           PERFORM 8910-WRITE-ONE-MANIFEST-LINE
             VARYING WS-VAL-NDX FROM 1 BY 1
             UNTIL WS-VAL-NDX > WS-VAL-COUNT
           MOVE WS-XLATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO RPT-RECORD
           STRING
             'UNTRANSLATABLE BYTES=' DELIMITED BY SIZE
             WS-COUNT-DISP        DELIMITED BY SIZE
             INTO RPT-RECORD
           END-STRING
           MOVE 60 TO RPT-RECORD-LENGTH
           WRITE RPT-RECORD
           MOVE WS-ROWS-READ TO WS-COUNT-DISP
           MOVE WS-VAL-COUNT TO WS-COUNT-DISP-2
           MOVE SPACES TO RPT-RECORD
