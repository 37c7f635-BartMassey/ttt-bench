       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTQBULK.

      *    Scoring-queue bulk submit: reads a request file of
      *    positions in the TTTDECK cell-block convention -- board
      *    size, a full 4x4 cell block with cells beyond the size at
      *    0, the side on move, and the evaluation wanted ('S' score
      *    or 'B' best move; blank means 'S'; the expected-answer
      *    fields of a deck record are ignored) -- screens every
      *    record the way TTQSUB screens console entry, LegalCheck
      *    included, and appends the accepted ones to TTTQUEUE with
      *    status NEW at normal priority 5, all under one batch ID
      *    and one requestor. A team sending a few hundred positions
      *    gets real request numbers and status tracking instead of
      *    being keyed in one at a time or run as a TTT deck outside
      *    the queue.
      *
      *    The BULKRCPT receipt lists every input record with the
      *    request number it was given or the reason it was
      *    rejected, and totals the batch; it is the file to hand
      *    back to the requesting team. The batch ID must not
      *    already be on the queue, so a batch cannot be submitted
      *    twice by mistake. Any reject ends the run with a warning
      *    return code. TTQDLVR later writes the DONE results to the
      *    requestor's outbound file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queue-file ASSIGN TO "TTTQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-status.
           SELECT bulk-file ASSIGN TO "BULKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bulk-status.
           SELECT receipt-file ASSIGN TO "BULKRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS receipt-status.

       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       FD bulk-file.
       01 bulk-record PIC X(46).

       FD receipt-file.
       01 receipt-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
       01 bulk-status PIC X(2).
       01 receipt-status PIC X(2).
       COPY ttqrec.
       COPY state.

      *    One request in the TTTDECK layout TTT's deck mode reads.
       01 bulk-in.
           05 bk-size PIC 9.
           05 FILLER PIC X.
           05 bk-cells.
               10 bk-cell PIC S9 OCCURS 16 TIMES
                   SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 bk-on-move PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 bk-eval PIC X(1).
           05 FILLER PIC X.
           05 bk-exp-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 bk-exp-r PIC 9.
           05 FILLER PIC X.
           05 bk-exp-c PIC 9.

       01 requestor-id PIC X(8) VALUE SPACES.
       01 batch-id PIC X(8) VALUE SPACES.
       01 next-reqno PIC 9(6) COMP VALUE 1.
       01 first-reqno PIC 9(6) VALUE 0.
       01 last-reqno PIC 9(6) VALUE 0.
       01 queue-eof PIC 9 COMP.
       01 bulk-eof PIC 9 COMP.
       01 batch-used PIC 9 COMP.
       01 queue-total PIC 9(6) COMP VALUE 0.
       01 bulk-seq PIC 9(4) VALUE 0.
       01 accept-count PIC 9(4) VALUE 0.
       01 reject-count PIC 9(4) VALUE 0.
       01 rec-bad PIC 9 COMP.
       01 run-type PIC X VALUE SPACE.
       01 reject-code PIC X(8).
       01 reject-text PIC X(50).
       01 r PIC 9.
       01 c PIC 9.
       01 ci PIC 9(2) COMP.
       01 position-legal PIC 9 COMP.
       01 legal-reason PIC 9(2) COMP.
       01 reason-disp PIC 9(2).

      *    LegalCheck's reason codes, spelled out for the receipt.
       01 legal-text-table.
           05 FILLER PIC X(34) VALUE "CELL NOT -1, 0, OR 1".
           05 FILLER PIC X(34) VALUE "X AND O COUNTS IMPOSSIBLE".
           05 FILLER PIC X(34) VALUE "BOTH SIDES HOLD A LINE".
           05 FILLER PIC X(34) VALUE "LOSER MOVED LAST".
           05 FILLER PIC X(34) VALUE "WINNER STILL ON MOVE".
       01 legal-texts REDEFINES legal-text-table.
           05 legal-text PIC X(34) OCCURS 5 TIMES.

      *    The drain holds the whole queue in a table of this size.
       01 queue-limit PIC 9(6) COMP VALUE 2000.

       01 today PIC 9(8).
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       01 receipt-line PIC X(80).
       01 receipt-detail.
           05 FILLER PIC X(9) VALUE "  RECORD ".
           05 rd-seq PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 rd-outcome PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rd-text PIC X(56).

       PROCEDURE DIVISION.
           DISPLAY "ENTER REQUESTOR ID:"
           ACCEPT requestor-id
           IF requestor-id EQUAL SPACES
               DISPLAY "TTQBULK: A REQUESTOR ID IS REQUIRED; NOTHING "
                   "SUBMITTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ENTER BATCH ID FOR THIS SUBMISSION:"
           ACCEPT batch-id
           IF batch-id EQUAL SPACES
               DISPLAY "TTQBULK: A BATCH ID IS REQUIRED; NOTHING "
                   "SUBMITTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM scan-queue
           IF batch-used EQUAL 1
               DISPLAY "TTQBULK: BATCH " batch-id " IS ALREADY ON THE "
                   "QUEUE; NOTHING SUBMITTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT bulk-file
           IF bulk-status NOT EQUAL "00"
               DISPLAY "TTQBULK: NO BULKREQ REQUEST FILE (STATUS "
                   bulk-status "); NOTHING SUBMITTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT receipt-file
           IF receipt-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN BULKRCPT, STATUS "
                   receipt-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND queue-file
           IF queue-status EQUAL "35"
               OPEN OUTPUT queue-file
           END-IF
           IF queue-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN TTTQUEUE, STATUS "
                   queue-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE "SCORING-QUEUE BULK SUBMISSION RECEIPT" TO receipt-line
           PERFORM write-receipt-line
           MOVE SPACES TO receipt-line
           STRING "BATCH " batch-id "  REQUESTOR " requestor-id
               "  SUBMITTED " today " " now-time
               DELIMITED BY SIZE INTO receipt-line
           PERFORM write-receipt-line
           MOVE SPACES TO receipt-line
           PERFORM write-receipt-line

           MOVE 0 TO bulk-eof
           PERFORM UNTIL bulk-eof EQUAL 1
               READ bulk-file INTO bulk-in
                   AT END
                       MOVE 1 TO bulk-eof
                   NOT AT END
                       ADD 1 TO bulk-seq
                       PERFORM submit-one-record
               END-READ
           END-PERFORM
           CLOSE bulk-file
           CLOSE queue-file

           MOVE SPACES TO receipt-line
           PERFORM write-receipt-line
           MOVE SPACES TO receipt-line
           STRING "RECORDS READ " bulk-seq "  ACCEPTED " accept-count
               "  REJECTED " reject-count
               DELIMITED BY SIZE INTO receipt-line
           PERFORM write-receipt-line
           IF accept-count GREATER THAN 0
               MOVE SPACES TO receipt-line
               STRING "REQUEST NUMBERS " first-reqno " THROUGH "
                   last-reqno " QUEUED WITH STATUS NEW."
                   DELIMITED BY SIZE INTO receipt-line
               PERFORM write-receipt-line
           END-IF
           CLOSE receipt-file

           DISPLAY "TTQBULK: BATCH " batch-id " FROM " requestor-id
               ": " bulk-seq " RECORD(S), " accept-count " ACCEPTED, "
               reject-count " REJECTED; RECEIPT IN BULKRCPT."
           IF bulk-seq EQUAL 0
               DISPLAY "TTQBULK: BULKREQ WAS EMPTY."
           END-IF
           IF reject-count GREATER THAN 0 OR bulk-seq EQUAL 0
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *    One pass over the queue finds the next request number (one
      *    past the highest, as TTQSUB assigns them), the number of
      *    records already queued, and whether this batch ID has
      *    been used before.
       scan-queue.
           MOVE 1 TO next-reqno
           MOVE 0 TO queue-total
           MOVE 0 TO batch-used
           OPEN INPUT queue-file
           IF queue-status EQUAL "00"
               MOVE 0 TO queue-eof
               PERFORM UNTIL queue-eof EQUAL 1
                   READ queue-file INTO queue-fields
                       AT END
                           MOVE 1 TO queue-eof
                       NOT AT END
                           ADD 1 TO queue-total
                           IF q-reqno NOT LESS THAN next-reqno
                               COMPUTE next-reqno = q-reqno + 1
                           END-IF
                           IF q-batch EQUAL batch-id
                               MOVE 1 TO batch-used
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE queue-file
           END-IF.

      *    The same screens TTT's deck mode applies to a deck record,
      *    answered on the receipt instead of on a result record.
      *    (Class tests go field by field -- the separate trailing
      *    sign bytes make the group as a whole non-NUMERIC.)
       submit-one-record.
           MOVE bulk-seq TO rd-seq
           MOVE 0 TO rec-bad
           PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > 16
               IF bk-cell(ci) NOT NUMERIC
                   MOVE 1 TO rec-bad
               END-IF
           END-PERFORM
           IF rec-bad EQUAL 1 OR bk-on-move NOT NUMERIC
               MOVE "BADREC" TO reject-code
               MOVE "CELL OR ON-MOVE FIELD NOT NUMERIC" TO reject-text
               PERFORM reject-record
               EXIT PARAGRAPH
           END-IF
           IF bk-size NOT EQUAL 3 AND bk-size NOT EQUAL 4
               MOVE "BADSIZE" TO reject-code
               MOVE "BOARD SIZE NOT 3 OR 4" TO reject-text
               PERFORM reject-record
               EXIT PARAGRAPH
           END-IF
           IF bk-on-move NOT EQUAL 1 AND bk-on-move NOT EQUAL -1
               MOVE "BADMOVE" TO reject-code
               MOVE "ON-MOVE NOT 1 (X) OR -1 (O)" TO reject-text
               PERFORM reject-record
               EXIT PARAGRAPH
           END-IF
           EVALUATE bk-eval
               WHEN 'S'
               WHEN 's'
               WHEN SPACE
                   MOVE 'S' TO run-type
               WHEN 'B'
               WHEN 'b'
                   MOVE 'B' TO run-type
               WHEN OTHER
                   MOVE "BADTYPE" TO reject-code
                   MOVE "EVALUATION NOT S (SCORE) OR B (BEST MOVE)"
                       TO reject-text
                   PERFORM reject-record
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE bk-size TO board-size
           MOVE bk-on-move TO on-move
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > board-size
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > board-size
                   COMPUTE ci = (r - 1) * board-size + c
                   MOVE bk-cell(ci) TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           CALL "LegalCheck" USING BY REFERENCE state
                                   BY REFERENCE position-legal
                                   BY REFERENCE legal-reason
               ON EXCEPTION
                   DISPLAY "ERROR: LEGALCHECK MODULE CALL FAILED AT "
                       "BULKREQ RECORD " bulk-seq "; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF position-legal NOT EQUAL 1
               MOVE "ILLEGAL" TO reject-code
               MOVE legal-reason TO reason-disp
               MOVE SPACES TO reject-text
               IF legal-reason GREATER THAN 0
                   AND legal-reason NOT GREATER THAN 5
                   STRING "REASON " reason-disp ": "
                       legal-text(legal-reason)
                       DELIMITED BY SIZE INTO reject-text
               ELSE
                   STRING "REASON " reason-disp
                       DELIMITED BY SIZE INTO reject-text
               END-IF
               PERFORM reject-record
               EXIT PARAGRAPH
           END-IF
           IF queue-total NOT LESS THAN queue-limit
               MOVE "QFULL" TO reject-code
               MOVE "QUEUE AT ITS 2000-REQUEST LIMIT; RESUBMIT LATER"
                   TO reject-text
               PERFORM reject-record
               EXIT PARAGRAPH
           END-IF

           MOVE next-reqno TO q-reqno
           ADD 1 TO next-reqno
           MOVE "NEW" TO q-status
           MOVE requestor-id TO q-requestor
           MOVE run-type TO q-run-type
           MOVE board-size TO q-size
           MOVE on-move TO q-on-move
           PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > 16
               MOVE 0 TO q-cell(ci)
           END-PERFORM
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > board-size
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > board-size
                   COMPUTE ci = (r - 1) * board-size + c
                   MOVE b-elem(r, c) TO q-cell(ci)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO q-value
           MOVE 0 TO q-best-r
           MOVE 0 TO q-best-c
           MOVE 0 TO q-nodes
           MOVE today TO q-sub-date
           MOVE now-time TO q-sub-time
           MOVE 0 TO q-done-date
           MOVE 0 TO q-done-time
           MOVE 5 TO q-priority
           MOVE batch-id TO q-batch
           MOVE 0 TO q-deliv-date
           MOVE queue-fields TO queue-record
           WRITE queue-record
           ADD 1 TO queue-total
           ADD 1 TO accept-count
           IF first-reqno EQUAL 0
               MOVE q-reqno TO first-reqno
           END-IF
           MOVE q-reqno TO last-reqno

           MOVE "ACCEPTED" TO rd-outcome
           MOVE SPACES TO rd-text
           STRING "REQUEST " q-reqno "  TYPE " run-type "  SIZE "
               q-size DELIMITED BY SIZE INTO rd-text
           MOVE receipt-detail TO receipt-line
           PERFORM write-receipt-line.

       reject-record.
           ADD 1 TO reject-count
           MOVE "REJECTED" TO rd-outcome
           MOVE SPACES TO rd-text
           STRING reject-code " " reject-text
               DELIMITED BY SIZE INTO rd-text
           MOVE receipt-detail TO receipt-line
           PERFORM write-receipt-line.

       write-receipt-line.
           MOVE receipt-line TO receipt-record
           WRITE receipt-record.

       END PROGRAM TTQBULK.
