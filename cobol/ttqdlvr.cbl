       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTQDLVR.

      *    Scoring-queue results delivery: after the drain, writes
      *    every request that is DONE but not yet delivered to its
      *    requestor's own dated outbound file, TTQOUT.<requestor>.
      *    <yyyymmdd>, one fixed-layout result record per request
      *    (request number, batch ID, run type, the position as
      *    queued, value, best move, node count, and completion
      *    stamp), then stamps q-deliv-date on the queue record so
      *    the result is never sent twice. A second delivery the same
      *    day appends to that day's file. Requesting teams pick up
      *    their answers from the file instead of asking for TTQINQ
      *    to be run on their behalf.
      *
      *    Only records with q-deliv-date 0 are pending: records
      *    written before the field existed carry blanks there and
      *    are left alone. The queue is rewritten through the
      *    TTQDLVWK work dataset the same way TTQDRAIN rewrites it
      *    through TTTQUEUN, so a cancel mid-run leaves TTTQUEUE as
      *    it was and the next run delivers again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queue-file ASSIGN TO "TTTQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-status.
           SELECT queue-work-file ASSIGN TO "TTQDLVWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-work-status.
           SELECT out-file ASSIGN TO out-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-status.

       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       FD queue-work-file.
       01 queue-work-record PIC X(131).

       FD out-file.
       01 out-record PIC X(88).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
       01 queue-work-status PIC X(2).
       01 out-status PIC X(2).
       01 out-name PIC X(24).
       COPY ttqrec.

       01 queue-table.
           05 queue-entry PIC X(131) OCCURS 2000 TIMES.
       01 queue-count PIC 9(4) COMP VALUE 0.
       01 qi PIC 9(4) COMP.
       01 first-i PIC 9(4) COMP.
       01 queue-eof PIC 9 COMP.
       01 current-requestor PIC X(8).
       01 file-count PIC 9(4) VALUE 0.
       01 result-count PIC 9(6) VALUE 0.
       01 file-results PIC 9(6) VALUE 0.
       01 today PIC 9(8).

      *    One outbound result record.
       01 result-out.
           05 ro-reqno PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ro-batch PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ro-run-type PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 ro-size PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 ro-on-move PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 ro-cells PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 ro-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 ro-best-r PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 ro-best-c PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 ro-nodes PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 ro-done-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ro-done-time PIC 9(6).

       PROCEDURE DIVISION.
           MOVE 0 TO queue-count
           MOVE 0 TO file-count
           MOVE 0 TO result-count
           ACCEPT today FROM DATE YYYYMMDD
           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
               DISPLAY "TTQDLVR: NO QUEUE TO DELIVER FROM (STATUS "
                   queue-status ")."
               GOBACK
           END-IF
           MOVE 0 TO queue-eof
           PERFORM UNTIL queue-eof EQUAL 1
               READ queue-file
                   AT END
                       MOVE 1 TO queue-eof
                   NOT AT END
                       IF queue-count EQUAL 2000
                           DISPLAY "ERROR: MORE THAN 2000 QUEUED "
                               "REQUESTS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO queue-count
                       MOVE queue-record TO queue-entry(queue-count)
               END-READ
           END-PERFORM
           CLOSE queue-file

      *    One outbound file per requestor: take the first pending
      *    result left, deliver everything pending for its requestor,
      *    and repeat until nothing is pending.
           PERFORM find-first-pending
           PERFORM UNTIL first-i EQUAL 0
               PERFORM deliver-one-requestor
               PERFORM find-first-pending
           END-PERFORM

           IF result-count EQUAL 0
               DISPLAY "TTQDLVR: NO NEWLY DONE RESULTS TO DELIVER."
               GOBACK
           END-IF

           OPEN OUTPUT queue-work-file
           IF queue-work-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE TTQDLVWK, STATUS "
                   queue-work-status "; QUEUE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING qi FROM 1 BY 1 UNTIL qi > queue-count
               MOVE queue-entry(qi) TO queue-work-record
               WRITE queue-work-record
           END-PERFORM
           CLOSE queue-work-file

           OPEN INPUT queue-work-file
           OPEN OUTPUT queue-file
           MOVE 0 TO queue-eof
           PERFORM UNTIL queue-eof EQUAL 1
               READ queue-work-file
                   AT END
                       MOVE 1 TO queue-eof
                   NOT AT END
                       MOVE queue-work-record TO queue-record
                       WRITE queue-record
               END-READ
           END-PERFORM
           CLOSE queue-work-file
           CLOSE queue-file

           DISPLAY "TTQDLVR: " result-count " RESULT(S) DELIVERED TO "
               file-count " REQUESTOR FILE(S)."
           GOBACK.

       find-first-pending.
           MOVE 0 TO first-i
           PERFORM VARYING qi FROM 1 BY 1
               UNTIL qi > queue-count OR first-i NOT EQUAL 0
               MOVE queue-entry(qi) TO queue-fields
               IF q-status EQUAL "DONE"
                   AND q-deliv-date NUMERIC
                   AND q-deliv-date EQUAL 0
                   MOVE qi TO first-i
               END-IF
           END-PERFORM.

       deliver-one-requestor.
           MOVE queue-entry(first-i) TO queue-fields
           MOVE q-requestor TO current-requestor
           MOVE SPACES TO out-name
           STRING "TTQOUT." DELIMITED BY SIZE
               current-requestor DELIMITED BY SPACE
               "." today DELIMITED BY SIZE
               INTO out-name
           OPEN EXTEND out-file
           IF out-status EQUAL "35"
               OPEN OUTPUT out-file
           END-IF
           IF out-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN " out-name ", STATUS "
                   out-status "; QUEUE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO file-results
           PERFORM VARYING qi FROM first-i BY 1 UNTIL qi > queue-count
               MOVE queue-entry(qi) TO queue-fields
               IF q-status EQUAL "DONE"
                   AND q-requestor EQUAL current-requestor
                   AND q-deliv-date NUMERIC
                   AND q-deliv-date EQUAL 0
                   PERFORM write-one-result
                   MOVE today TO q-deliv-date
                   MOVE queue-fields TO queue-entry(qi)
               END-IF
           END-PERFORM
           CLOSE out-file
           ADD 1 TO file-count
           DISPLAY "TTQDLVR: " file-results " RESULT(S) TO " out-name.

       write-one-result.
           MOVE q-reqno TO ro-reqno
           MOVE q-batch TO ro-batch
           MOVE q-run-type TO ro-run-type
           MOVE q-size TO ro-size
           MOVE q-on-move TO ro-on-move
           MOVE q-cells TO ro-cells
           MOVE q-value TO ro-value
           MOVE q-best-r TO ro-best-r
           MOVE q-best-c TO ro-best-c
           MOVE q-nodes TO ro-nodes
           MOVE q-done-date TO ro-done-date
           MOVE q-done-time TO ro-done-time
           MOVE result-out TO out-record
           WRITE out-record
           ADD 1 TO file-results
           ADD 1 TO result-count.

       END PROGRAM TTQDLVR.
