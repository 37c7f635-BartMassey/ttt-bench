      *    computed from the q-sub/q-done timestamp pairs the queue
      *    records have always carried but nothing ever read.
      *    Requestors stop discovering an undrained request by
      *    asking TTQINQ the next afternoon. Requests put on hold
      *    through TTQMNT are listed in their own section and
      *    cancelled ones are only counted; neither is stale or
      *    charged to turnaround. A held request that was later
      *    released is timed from its last RELEASE on the QUEUEJRNL
      *    journal rather than from submission, so the hold is not
      *    counted against the drain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT report-file ASSIGN TO "TTQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT queue-jrnl-file ASSIGN TO "QUEUEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-jrnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       FD report-file.
       01 report-record PIC X(80).

       FD queue-jrnl-file.
       01 queue-jrnl-record PIC X(58).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
       01 report-status PIC X(2).
       01 queue-jrnl-status PIC X(2).
       COPY ttqrec.
       COPY ttqjrnl.

       01 queue-eof PIC 9 COMP.
       01 record-count PIC 9(9) COMP VALUE 0.
       01 stale-count PIC 9(9) COMP VALUE 0.
       01 failed-count PIC 9(9) COMP VALUE 0.
       01 done-count PIC 9(9) COMP VALUE 0.
       01 held-count PIC 9(9) COMP VALUE 0.
       01 cancel-count PIC 9(9) COMP VALUE 0.
       01 cancel-disp PIC ZZZZZZZZ9.

      *    Last RELEASE per request from QUEUEJRNL, kept only for
      *    requests still on TTTQUEUE -- the journal is never purged,
      *    so the table is sized to the queue, not to the journal.
      *    rl-date stays 0 for a request never released.
       01 release-table.
           05 release-entry OCCURS 2000 TIMES.
               10 rl-reqno PIC 9(6).
               10 rl-date PIC 9(8).
               10 rl-time PIC 9(6).
       01 release-count PIC 9(4) COMP VALUE 0.
       01 li PIC 9(4) COMP.
       01 lslot PIC 9(4) COMP.
       01 jrnl-eof PIC 9 COMP.
       01 start-date PIC 9(8).
       01 start-time PIC 9(6).

       01 today PIC 9(8).
       01 today-int PIC 9(9) COMP.
           MOVE 0 TO stale-count
           MOVE 0 TO failed-count
           MOVE 0 TO done-count
           MOVE 0 TO held-count
           MOVE 0 TO cancel-count
           MOVE 0 TO req-count
           MOVE 0 TO type-count
           ACCEPT today FROM DATE YYYYMMDD
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today)
           PERFORM load-releases

           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
           PERFORM write-report-line

           PERFORM report-failed-section
           PERFORM report-held-section
           PERFORM report-turnaround-sections
           CLOSE report-file

           DISPLAY "TTQRPT: " record-count " RECORD(S): "
               stale-count " STALE NEW, " failed-count " FAILED, "
               done-count " DONE, " held-count " HELD, "
               cancel-count " CANCELLED."
           IF stale-count GREATER THAN 0
               OR failed-count GREATER THAN 0
               IF RETURN-CODE LESS THAN 4
                   PERFORM post-turnaround
               WHEN "FAILED"
                   ADD 1 TO failed-count
               WHEN "HELD"
                   ADD 1 TO held-count
               WHEN "CANCEL"
                   ADD 1 TO cancel-count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO report-line
           PERFORM write-report-line.

      *    HELD requests get their own pass for the same reason.
       report-held-section.
           MOVE "REQUESTS ON HOLD:" TO report-line
           PERFORM write-report-line
           IF held-count EQUAL 0
               MOVE "  NONE." TO report-line
               PERFORM write-report-line
           ELSE
               OPEN INPUT queue-file
               MOVE 0 TO queue-eof
               PERFORM UNTIL queue-eof EQUAL 1
                   READ queue-file INTO queue-fields
                       AT END
                           MOVE 1 TO queue-eof
                       NOT AT END
                           IF q-status EQUAL "HELD"
                               MOVE SPACES TO report-line
                               STRING "  REQUEST " q-reqno " FROM "
                                   q-requestor " (TYPE " q-run-type
                                   ") SUBMITTED " q-sub-date
                                   DELIMITED BY SIZE
                                   INTO report-line
                               PERFORM write-report-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE queue-file
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE cancel-count TO cancel-disp
           STRING "CANCELLED REQUESTS (NOT TIMED): " cancel-disp
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line.

      *    One slot per request on the queue, then the journal's
      *    RELEASE entries posted to those slots. The journal is
      *    optional: no QUEUEJRNL simply means nothing was ever held
      *    and released.
       load-releases.
           MOVE 0 TO release-count
           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO queue-eof
           PERFORM UNTIL queue-eof EQUAL 1
               READ queue-file INTO queue-fields
                   AT END
                       MOVE 1 TO queue-eof
                   NOT AT END
                       IF release-count EQUAL 2000
                           DISPLAY "ERROR: MORE THAN 2000 QUEUE "
                               "RECORDS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO release-count
                       MOVE q-reqno TO rl-reqno(release-count)
                       MOVE 0 TO rl-date(release-count)
                       MOVE 0 TO rl-time(release-count)
               END-READ
           END-PERFORM
           CLOSE queue-file
           OPEN INPUT queue-jrnl-file
           IF queue-jrnl-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO jrnl-eof
           PERFORM UNTIL jrnl-eof EQUAL 1
               READ queue-jrnl-file INTO queue-jrnl-fields
                   AT END
                       MOVE 1 TO jrnl-eof
                   NOT AT END
                       IF qj-action EQUAL "RELEASE"
                           PERFORM post-one-release
                       END-IF
               END-READ
           END-PERFORM
           CLOSE queue-jrnl-file.

       post-one-release.
           MOVE 0 TO lslot
           PERFORM VARYING li FROM 1 BY 1
               UNTIL li > release-count OR lslot NOT EQUAL 0
               IF rl-reqno(li) EQUAL qj-reqno
                   MOVE li TO lslot
               END-IF
           END-PERFORM
           IF lslot EQUAL 0
               EXIT PARAGRAPH
           END-IF
           MOVE qj-date TO rl-date(lslot)
           MOVE qj-time TO rl-time(lslot).

       post-turnaround.
           IF q-sub-date NOT NUMERIC OR q-done-date NOT NUMERIC
               OR q-sub-time NOT NUMERIC OR q-done-time NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE q-sub-date TO start-date
           MOVE q-sub-time TO start-time
           PERFORM VARYING li FROM 1 BY 1 UNTIL li > release-count
               IF rl-reqno(li) EQUAL q-reqno
                   AND rl-date(li) NOT EQUAL 0
                   MOVE rl-date(li) TO start-date
                   MOVE rl-time(li) TO start-time
               END-IF
           END-PERFORM
           COMPUTE sub-int = FUNCTION INTEGER-OF-DATE(start-date)
           COMPUTE done-int = FUNCTION INTEGER-OF-DATE(q-done-date)
           MOVE start-time TO time-split
           COMPUTE sub-secs =
               (ts-hh * 60 + ts-mm) * 60 + ts-ss
           MOVE q-done-time TO time-split
           END-IF.

       report-turnaround-sections.
           MOVE "TURNAROUND BY REQUESTOR (SUBMIT OR RELEASE TO DONE):"
               TO report-line
           PERFORM write-report-line
           IF req-count EQUAL 0
