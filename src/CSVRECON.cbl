      *     columns 153-182  the header name of the column the
      *                      declared total sums (space when the
      *                      manifest declares a row count only)
      *     column      183  '-' when the declared total is
      *                      negative, space otherwise
      *     columns 184-228  a hash total and the column it sums,
      *                      which CSVMANF writes for our own
      *                      partners and this program ignores
      *
      *   CTLRPT - CSVLOAD's control-total report.  Its per-file
      *     FILE=/ROWS=/REJECTS= lines, written at fixed positions
       Data Division.
       File Section.
       FD  MANIFEST.
       Copy CSVMAN Replacing ==:PRFX:== By ==MAN-==.

       FD  CTLRPT
           Record Varying 1 To 200 Depending CTLRPT-RECORD-LENGTH
                 ' has a non-numeric declared count or total'
               PERFORM 9999-ABEND
           END-IF
           IF NOT MAN-TOTAL-SIGN-VALID
               DISPLAY MYNAME ' manifest entry for '
                 MAN-FILE-NAME
                 ' has a total sign other than - or space'
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-MAN-COUNT
           MOVE MAN-FILE-NAME
             TO WS-MAN-FILE-NAME(WS-MAN-COUNT)
             TO WS-MAN-DECLARED-ROWS(WS-MAN-COUNT)
           MOVE MAN-DECLARED-TOTAL
             TO WS-MAN-DECLARED-TOTAL(WS-MAN-COUNT)
           IF MAN-TOTAL-NEGATIVE
               COMPUTE WS-MAN-DECLARED-TOTAL(WS-MAN-COUNT) =
                 0 - WS-MAN-DECLARED-TOTAL(WS-MAN-COUNT)
           END-IF
           MOVE MAN-AMOUNT-COLUMN
             TO WS-MAN-AMOUNT-COLUMN(WS-MAN-COUNT)
           PERFORM 8010-READ-MANIFEST
