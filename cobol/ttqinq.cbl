      *    every request they have on TTTQUEUE listed with its status
      *    and, once TTQDRAIN has worked it, the value, best move, and
      *    node count -- so nobody has to ask the console operator
      *    where their request stands. Requests still waiting show
      *    their drain priority, and those held back or withdrawn in
      *    TTQMNT say so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
       01 requestor-id PIC X(8) VALUE SPACES.
       01 queue-eof PIC 9 COMP.
       01 match-count PIC 9(4) COMP VALUE 0.
       01 show-priority PIC 9.

       PROCEDURE DIVISION.
           MOVE 0 TO match-count
           GOBACK.

       display-one-request.
           IF q-priority NUMERIC AND q-priority > 0
               MOVE q-priority TO show-priority
           ELSE
               MOVE 5 TO show-priority
           END-IF
           EVALUATE q-status
               WHEN "NEW"
                   DISPLAY q-reqno " " q-status " " q-requestor " "
                       q-run-type " " q-size "  " q-sub-date " "
                       q-sub-time "  (AWAITING NIGHTLY DRAIN, "
                       "PRIORITY " show-priority ")"
               WHEN "HELD"
                   DISPLAY q-reqno " " q-status " " q-requestor " "
                       q-run-type " " q-size "  " q-sub-date " "
                       q-sub-time "  (ON HOLD, PRIORITY "
                       show-priority ")"
               WHEN "CANCEL"
                   DISPLAY q-reqno " " q-status " " q-requestor " "
                       q-run-type " " q-size "  " q-sub-date " "
                       q-sub-time "  (CANCELLED " q-done-date ")"
               WHEN OTHER
                   DISPLAY q-reqno " " q-status " " q-requestor " "
                       q-run-type " " q-size "  " q-sub-date " "
                       q-sub-time "  " q-value " (" q-best-r ","
                       q-best-c ") " q-nodes
           END-EVALUATE.

       END PROGRAM TTQINQ.
