      *    board, the side on move, and the requested run type, screens
      *    the position through LegalCheck the same way console entry
      *    into TTT is screened, assigns the next request number, and
      *    appends the request to TTTQUEUE with status NEW at normal
      *    priority 5 (TTQMNT can raise or lower it) for the
      *    nightly TTQDRAIN step to work, so analysts queue positions
      *    instead of emailing whoever has console access.

       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE 0 TO q-done-date
           MOVE 0 TO q-done-time
           MOVE 5 TO q-priority
           MOVE SPACES TO q-batch
           MOVE 0 TO q-deliv-date

           OPEN EXTEND queue-file
           IF queue-status EQUAL "35"
