      *    queued position does not pass LegalCheck, which can only
      *    happen to a record hand-edited after submit). Ends with a
      *    warning return code when anything FAILED so the scheduler
      *    flags the night for review. NEW requests are worked in
      *    priority order -- 1 first, 9 last, request-number order
      *    within a priority -- so an urgent request set forward in
      *    TTQMNT no longer waits behind a long 4x4 backlog; HELD
      *    and CANCEL requests are carried over untouched.
      *
      *    The results go to the TTTQUEUN work dataset first and the
      *    live queue is overwritten only after the work file is
      *    TTTQUEUE untouched (rerun the drain), and a cancel during
      *    the final copy leaves the finished TTTQUEUN intact to
      *    copy over the queue by hand.
      *
      *    A 4x4 request whose position is in the verified TTTBOOK4
      *    opening book is answered from the book (see book4.cbl)
      *    without a search and recorded with a node count of zero;
      *    anything the book does not hold is searched as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       FD queue-new-file.
       01 queue-new-record PIC X(131).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
       COPY state.

       01 queue-table.
           05 queue-entry PIC X(131) OCCURS 2000 TIMES.
       01 queue-count PIC 9(4) COMP VALUE 0.
       01 qi PIC 9(4) COMP.
       01 queue-eof PIC 9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 best-r PIC 9 COMP.
       01 best-c PIC 9 COMP.
       01 book-found PIC 9 COMP.
       01 done-count PIC 9(4) COMP VALUE 0.
       01 failed-count PIC 9(4) COMP VALUE 0.
       01 held-count PIC 9(4) COMP VALUE 0.
       01 cancel-count PIC 9(4) COMP VALUE 0.
       01 pass-priority PIC 9 COMP.
       01 entry-priority PIC 9 COMP.
       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           MOVE 0 TO queue-count
           MOVE 0 TO done-count
           MOVE 0 TO failed-count
           MOVE 0 TO held-count
           MOVE 0 TO cancel-count
           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
               DISPLAY "TTQDRAIN: NO QUEUE TO DRAIN (STATUS "
                   AT END
                       MOVE 1 TO queue-eof
                   NOT AT END
                       IF queue-count EQUAL 2000
                           DISPLAY "ERROR: MORE THAN 2000 QUEUED "
                               "REQUESTS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
           END-PERFORM
           CLOSE queue-file

      *    One pass over the table per priority level; the queue
      *    is appended in request-number order, so each pass works
      *    its level oldest first.
           PERFORM VARYING pass-priority FROM 1 BY 1
               UNTIL pass-priority > 9
               PERFORM VARYING qi FROM 1 BY 1 UNTIL qi > queue-count
                   MOVE queue-entry(qi) TO queue-fields
                   IF q-status EQUAL "NEW"
                       IF q-priority NUMERIC AND q-priority > 0
                           MOVE q-priority TO entry-priority
                       ELSE
                           MOVE 5 TO entry-priority
                       END-IF
                       IF entry-priority EQUAL pass-priority
                           PERFORM drain-one-request
                           MOVE queue-fields TO queue-entry(qi)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING qi FROM 1 BY 1 UNTIL qi > queue-count
               MOVE queue-entry(qi) TO queue-fields
               IF q-status EQUAL "HELD"
                   ADD 1 TO held-count
               END-IF
               IF q-status EQUAL "CANCEL"
                   ADD 1 TO cancel-count
               END-IF
           END-PERFORM

           CLOSE queue-file

           DISPLAY "TTQDRAIN: " queue-count " RECORD(S) ON QUEUE, "
               done-count " DONE, " failed-count " FAILED, "
               held-count " HELD, " cancel-count " CANCELLED."
           IF failed-count GREATER THAN 0
               AND RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
               ADD 1 TO failed-count
           ELSE
               MOVE 0 TO call-nodes
               MOVE 0 TO book-found
               IF board-size EQUAL 4
                   CALL "Book4" USING BY REFERENCE state
                                      BY REFERENCE v
                                      BY REFERENCE best-r
                                      BY REFERENCE best-c
                                      BY REFERENCE book-found
                       ON EXCEPTION
                           MOVE 0 TO book-found
                   END-CALL
               END-IF
               IF book-found EQUAL 0
                   CALL "NegaMax" USING BY REFERENCE state
                                        BY REFERENCE v
                                        BY REFERENCE call-nodes
                                        BY REFERENCE best-r
                                        BY REFERENCE best-c
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAX MODULE CALL FAILED "
                               "AT REQUEST " q-reqno "; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
               END-IF
               MOVE v TO q-value
               MOVE best-r TO q-best-r
               MOVE best-c TO q-best-c
               MOVE call-nodes TO q-nodes
               MOVE "DONE" TO q-status
               IF q-deliv-date NOT NUMERIC
                   MOVE 0 TO q-deliv-date
               END-IF
               ADD 1 TO done-count
           END-IF
           PERFORM stamp-done-time.
