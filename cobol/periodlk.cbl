       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodLock.

      *    Answers "is this month signed off?" for the programs that
      *    would otherwise change a closed month's records: BENCHARC
      *    (which would archive them out of the live files) and
      *    TTTCNVT (which would rewrite them). The PERIODCL ledger
      *    (periodcl.cpy) is read afresh on every call, as SiteParm
      *    reads SITEPARM, so a month closed by MONCLOSE earlier in
      *    the same menu session is already closed to the next caller;
      *    the latest record for each month decides its state.
      *    Called with lock-function
      *      'M' -- the state of the month holding lock-date;
      *      'B' -- whether any closed month starts before
      *             lock-date, giving the earliest such month.
      *    lock-state comes back CLOSED or OPEN, with the month in
      *    lock-period. No PERIODCL dataset means nothing has been
      *    closed yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "PERIODCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS period-status.

       DATA DIVISION.
       FILE SECTION.
       FD period-file.
       01 period-record PIC X(107).

       WORKING-STORAGE SECTION.
       01 period-status PIC X(2).
       COPY periodcl.

       01 month-table.
           05 month-entry OCCURS 600 TIMES.
               10 mt-period PIC 9(6).
               10 mt-closed PIC 9 COMP.
       01 month-count PIC 9(3) COMP VALUE 0.
       01 mi PIC 9(3) COMP.
       01 match-i PIC 9(3) COMP.
       01 file-eof PIC 9 COMP.
       01 want-period PIC 9(6).
       01 start-date PIC 9(8).

       LINKAGE SECTION.
       01 lock-function PIC X.
       01 lock-date PIC 9(8).
       01 lock-state PIC X(8).
       01 lock-period PIC 9(6).

       PROCEDURE DIVISION USING
         BY REFERENCE lock-function
         BY REFERENCE lock-date
         BY REFERENCE lock-state
         BY REFERENCE lock-period.

           PERFORM load-ledger
           MOVE "OPEN" TO lock-state
           MOVE 0 TO lock-period

           IF lock-function EQUAL 'B'
               PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > month-count
                   COMPUTE start-date = mt-period(mi) * 100 + 1
                   IF mt-closed(mi) EQUAL 1
                       AND start-date LESS THAN lock-date
                       IF lock-period EQUAL 0
                           OR mt-period(mi) LESS THAN lock-period
                           MOVE mt-period(mi) TO lock-period
                           MOVE "CLOSED" TO lock-state
                       END-IF
                   END-IF
               END-PERFORM
               GOBACK
           END-IF

           COMPUTE want-period = lock-date / 100
           MOVE want-period TO lock-period
           PERFORM find-month
           IF match-i NOT EQUAL 0
               IF mt-closed(match-i) EQUAL 1
                   MOVE "CLOSED" TO lock-state
               END-IF
           END-IF
           GOBACK.

       load-ledger.
           MOVE 0 TO month-count
           OPEN INPUT period-file
           IF period-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ period-file INTO period-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM post-one-event
               END-READ
           END-PERFORM
           CLOSE period-file.

       post-one-event.
           MOVE pc-period TO want-period
           PERFORM find-month
           IF match-i EQUAL 0
               IF month-count EQUAL 600
                   DISPLAY "ERROR: MORE THAN 600 PERIODCL MONTHS; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO month-count
               MOVE month-count TO match-i
               MOVE want-period TO mt-period(match-i)
           END-IF
           IF pc-event EQUAL "CLOSE"
               MOVE 1 TO mt-closed(match-i)
           ELSE
               MOVE 0 TO mt-closed(match-i)
           END-IF.

       find-month.
           MOVE 0 TO match-i
           PERFORM VARYING mi FROM 1 BY 1
               UNTIL mi > month-count OR match-i NOT EQUAL 0
               IF mt-period(mi) EQUAL want-period
                   MOVE mi TO match-i
               END-IF
           END-PERFORM.

       END PROGRAM PeriodLock.
