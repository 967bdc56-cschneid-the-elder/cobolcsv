      * When the shared run-history audit dataset is supplied - a
      * seventh program argument here, the AUDITLOG DD on IBM Z -
      * one run-history record is appended through the CSVHIST
      * subroutine as the run ends.  The record carries the input
      * file's name, which on IBM Z is whatever follows the three
      * option bytes of the PARM - the source file name exactly as
      * CSVLOAD's control file carries it, so CSVTREND can match the
      * record to its TRENDCTL entry.  With nothing there, the DD
      * name INPUT01 is recorded instead, which CSVTREND cannot tell
      * from any other file's.
      *
      * As with EXAMPLE1 and CSVLOAD, the IBM Z portions of this
      * program are freehanded and conditionally compiled, since
               MOVE OS-PARM-VALUE(1:1) TO WS-ARG-DLIM
               MOVE UPPER-CASE(OS-PARM-VALUE(2:1)) TO WS-ARG-STYLE
               MOVE UPPER-CASE(OS-PARM-VALUE(3:1)) TO WS-ARG-EQUAL
               IF OS-PARM-LENGTH > 3
                   MOVE OS-PARM-VALUE(4:OS-PARM-LENGTH - 3)
                     TO WS-INPUT01-NAME
               END-IF
           ELSE
               DISPLAY MYNAME ' required parameters not provided'
               PERFORM 9999-ABEND
           MOVE WS-HIST-START-STAMP TO HIST-START-TIMESTAMP
           MOVE CURRENT-DATE        TO HIST-END-TIMESTAMP
           >>IF IGY-COMPILER-VRM DEFINED
      *    The DD name stands in only when the PARM did not carry
      *    the input file's own name after the option bytes.
           IF WS-INPUT01-NAME = SPACES
               MOVE 'INPUT01'       TO HIST-INPUT-FILE-NAME
           ELSE
               MOVE WS-INPUT01-NAME TO HIST-INPUT-FILE-NAME
           END-IF
           MOVE 'EXCEPTRPT'         TO HIST-OUTPUT-FILE-NAME
           >>ELSE
           MOVE WS-INPUT01-NAME     TO HIST-INPUT-FILE-NAME
