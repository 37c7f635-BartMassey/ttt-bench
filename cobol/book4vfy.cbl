       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK4VFY.

      *    Verifier for the TTTBOOK4 4x4 opening book, the SOLDBVFY
      *    discipline applied to BOOK4BLD's output, and the gate the
      *    book must pass before Book4 will answer from it. The job
      *    walks the whole book and checks: the stored record count
      *    and the deepest ply stored against the BOOK4CTL control
      *    record BOOK4BLD writes; that every key decodes to a
      *    position LegalCheck accepts, that Canonicalize maps to
      *    itself, and whose mark count is the stored ply; and -- for
      *    a configurable sample of records -- that a cold-cache
      *    NegaMax re-solve agrees with the stored value and that the
      *    stored move lands on an empty cell and preserves that
      *    value. Discrepancies go to the B4VREPT report.
      *
      *    The control record is then rewritten with the day's date
      *    and status 'V' when the book is clean or 'F' when it is
      *    not, and a failed book ends the job with a warning return
      *    code. Without a control record there is nothing to mark
      *    and the book stays unused until it is rebuilt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT book-file ASSIGN TO "TTTBOOK4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS book-key
               FILE STATUS IS book-status.
           SELECT book-ctl-file ASSIGN TO "BOOK4CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS book-ctl-status.
           SELECT report-file ASSIGN TO "B4VREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD book-file.
       01 book-record.
           05 book-key PIC 9(8).
           05 FILLER PIC X.
           05 book-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 book-r PIC 9.
           05 FILLER PIC X.
           05 book-c PIC 9.
           05 FILLER PIC X.
           05 book-ply PIC 9(2).

       FD book-ctl-file.
       01 book-ctl-record PIC X(30).

       FD report-file.
       01 report-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 book-status PIC X(2).
       01 book-ctl-status PIC X(2).
       01 report-status PIC X(2).
       COPY state.
       COPY book4ctl.

       01 file-eof PIC 9 COMP.
       01 record-count PIC 9(9) COMP VALUE 0.
       01 exception-count PIC 9(9) COMP VALUE 0.
       01 sampled-count PIC 9(9) COMP VALUE 0.
       01 deepest-ply PIC 9(2) VALUE 0.
       01 mark-count PIC 9(2) COMP.

       01 ctl-found PIC 9 COMP VALUE 0.
       01 sample-every PIC 9(5) COMP VALUE 25.

      *    Operator number entry: replies are typed naturally
      *    ("25", "765"), not zero-padded to the field, so they are
      *    parsed digit by digit -- leading digits, then nothing
      *    but spaces -- and anything else re-prompts.
       01 number-reply PIC X(5) VALUE SPACES.
       01 reply-ok PIC 9 COMP.
       01 reply-value PIC 9(9) COMP.
       01 reply-digits PIC 9 COMP.
       01 reply-char PIC X.
       01 reply-digit PIC 9.
       01 rx PIC 9 COMP.

      *    Key decoding, Book4's base-3 convention run backwards:
      *    one-origin, O-to-move offset 43046721, then sixteen digits
      *    most significant first from cell (1,1).
       01 key-work PIC 9(9) COMP.
       01 cell-digit PIC 9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.

       01 position-legal PIC 9 COMP.
       01 legal-reason PIC 9(2) COMP.

       01 canon-op PIC X(1).
       01 transform-id PIC 9 COMP.
       01 canon-state.
           05 canon-board-size PIC 9 COMP.
           05 canon-on-move PIC S9 COMP.
           05 canon-board.
               10 canon-b-row OCCURS 4 TIMES.
                   15 canon-b-elem PIC S9 COMP OCCURS 4 TIMES.
       01 xform-r-in PIC 9 COMP.
       01 xform-c-in PIC 9 COMP.
       01 xform-r-out PIC 9 COMP.
       01 xform-c-out PIC 9 COMP.
       01 canon-same PIC 9 COMP.

       01 tt-clear-op PIC X(1) VALUE 'X'.
       01 tt-clear-found PIC 9 COMP.
       01 v PIC S9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 best-r PIC 9 COMP.
       01 best-c PIC 9 COMP.
       01 child-v PIC S9 COMP.
       01 work-state.
           05 work-board-size PIC 9 COMP.
           05 work-on-move PIC S9 COMP.
           05 work-board.
               10 work-row OCCURS 4 TIMES.
                   15 work-elem PIC S9 COMP OCCURS 4 TIMES.

       01 report-line PIC X(80).
       01 disp-a PIC 9(9).
       01 disp-key PIC 9(8).
       01 disp-ply PIC 9(2).

       PROCEDURE DIVISION.
           MOVE 0 TO record-count
           MOVE 0 TO exception-count
           MOVE 0 TO sampled-count
           MOVE 0 TO deepest-ply

           MOVE 0 TO reply-ok
           PERFORM UNTIL reply-ok EQUAL 1
               DISPLAY "RE-SOLVE EVERY NTH RECORD (BLANK = 25):"
               MOVE SPACES TO number-reply
               ACCEPT number-reply
               IF number-reply EQUAL SPACES
                   MOVE 25 TO sample-every
                   MOVE 1 TO reply-ok
               ELSE
                   PERFORM parse-number-reply
                   IF reply-ok EQUAL 1 AND reply-value EQUAL 0
                       MOVE 0 TO reply-ok
                   END-IF
                   IF reply-ok EQUAL 1
                       MOVE reply-value TO sample-every
                   ELSE
                       DISPLAY "INVALID REPLY: ENTER A POSITIVE "
                           "NUMBER OF RECORDS."
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN B4VREPT, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "TTTBOOK4 OPENING BOOK VERIFICATION" TO report-line
           PERFORM write-report-line

           PERFORM read-control-record
           OPEN INPUT book-file
           IF book-status NOT EQUAL "00"
               MOVE SPACES TO report-line
               STRING "TTTBOOK4 NOT READABLE (STATUS " book-status
                   "); RUN BOOK4BLD." DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
               CLOSE report-file
               MOVE 'F' TO bc-status
               PERFORM mark-control-record
               DISPLAY "BOOK4VFY: BOOK NOT READABLE; SEE B4VREPT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ book-file NEXT RECORD
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       ADD 1 TO record-count
                       PERFORM verify-one-record
               END-READ
           END-PERFORM
           CLOSE book-file

           PERFORM reconcile-control-record
           PERFORM report-totals
           CLOSE report-file

           IF exception-count EQUAL 0
               MOVE 'V' TO bc-status
           ELSE
               MOVE 'F' TO bc-status
           END-IF
           PERFORM mark-control-record

           IF exception-count EQUAL 0
               DISPLAY "BOOK4VFY: CLEAN -- " record-count
                   " RECORD(S), " sampled-count " RE-SOLVED; BOOK "
                   "MARKED VERIFIED."
           ELSE
               DISPLAY "BOOK4VFY: " exception-count
                   " DISCREPANCY(S); BOOK MARKED FAILED; SEE "
                   "B4VREPT."
               IF RETURN-CODE LESS THAN 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *    Accepts leading digits followed only by spaces, leaving
      *    the number in reply-value and reply-ok saying whether
      *    the reply parsed at all.
       parse-number-reply.
           MOVE 1 TO reply-ok
           MOVE 0 TO reply-value
           MOVE 0 TO reply-digits
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > 5
               MOVE number-reply(rx:1) TO reply-char
               EVALUATE TRUE
                   WHEN reply-char NUMERIC
                       IF reply-digits LESS THAN rx - 1
      *                    A digit after a space is not a number.
                           MOVE 0 TO reply-ok
                       END-IF
                       MOVE reply-char TO reply-digit
                       COMPUTE reply-value =
                           reply-value * 10 + reply-digit
                       MOVE rx TO reply-digits
                   WHEN reply-char EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO reply-ok
               END-EVALUATE
           END-PERFORM
           IF reply-digits EQUAL 0
               MOVE 0 TO reply-ok
           END-IF.

       read-control-record.
           MOVE 0 TO ctl-found
           OPEN INPUT book-ctl-file
           IF book-ctl-status EQUAL "00"
               READ book-ctl-file INTO book-ctl-fields
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO ctl-found
               END-READ
               CLOSE book-ctl-file
           END-IF.

       verify-one-record.
           PERFORM decode-record-key
           IF book-ply GREATER THAN deepest-ply
               MOVE book-ply TO deepest-ply
           END-IF
           PERFORM check-key-legality
           IF FUNCTION MOD(record-count, sample-every) EQUAL 0
               PERFORM resolve-sample-record
           END-IF.

      *    Unpacks the record key back into state and counts the
      *    marks on the board, which is the ply it was reached at.
       decode-record-key.
           MOVE 4 TO board-size
           COMPUTE key-work = book-key - 1
           IF key-work NOT LESS THAN 43046721
               MOVE -1 TO on-move
               SUBTRACT 43046721 FROM key-work
           ELSE
               MOVE 1 TO on-move
           END-IF
           MOVE 0 TO mark-count
           PERFORM VARYING r FROM 4 BY -1 UNTIL r < 1
               PERFORM VARYING c FROM 4 BY -1 UNTIL c < 1
                   COMPUTE cell-digit = FUNCTION MOD(key-work, 3)
                   COMPUTE key-work = key-work / 3
                   COMPUTE b-elem(r, c) = cell-digit - 1
                   IF cell-digit NOT EQUAL 1
                       ADD 1 TO mark-count
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    The key must decode to a legal position reached at its
      *    stored ply, and that position must already be its own
      *    canonical form -- BOOK4BLD only stores canonical
      *    orientations.
       check-key-legality.
           CALL "LegalCheck" USING BY REFERENCE state
                                   BY REFERENCE position-legal
                                   BY REFERENCE legal-reason
               ON EXCEPTION
                   DISPLAY "ERROR: LEGALCHECK MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF position-legal NOT EQUAL 1
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " DECODES TO AN ILLEGAL "
                   "POSITION" DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           IF mark-count NOT EQUAL book-ply
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " STORED PLY " book-ply
                   " DISAGREES WITH THE MARKS ON THE BOARD"
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF

           MOVE 'C' TO canon-op
           CALL "Canonicalize" USING BY REFERENCE state
                                     BY REFERENCE canon-op
                                     BY REFERENCE transform-id
                                     BY REFERENCE canon-state
                                     BY REFERENCE xform-r-in
                                     BY REFERENCE xform-c-in
                                     BY REFERENCE xform-r-out
                                     BY REFERENCE xform-c-out
               ON EXCEPTION
                   DISPLAY "ERROR: CANONICALIZE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           MOVE 1 TO canon-same
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   IF canon-b-elem(r, c) NOT EQUAL b-elem(r, c)
                       MOVE 0 TO canon-same
                   END-IF
               END-PERFORM
           END-PERFORM
           IF canon-same EQUAL 0
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " IS NOT A CANONICAL "
                   "ORIENTATION" DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF.

      *    Cold re-solve of the sampled position: the stored value
      *    must match NegaMax exactly, and a stored move must land
      *    on an empty cell and keep the stored value when played.
       resolve-sample-record.
           ADD 1 TO sampled-count
           CALL "TTCache" USING BY REFERENCE state
                                BY REFERENCE tt-clear-op
                                BY REFERENCE v
                                BY REFERENCE best-r
                                BY REFERENCE best-c
                                BY REFERENCE tt-clear-found
               ON EXCEPTION
                   DISPLAY "ERROR: TTCACHE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           MOVE 0 TO call-nodes
           CALL "NegaMax" USING BY REFERENCE state
                                BY REFERENCE v
                                BY REFERENCE call-nodes
                                BY REFERENCE best-r
                                BY REFERENCE best-c
               ON EXCEPTION
                   DISPLAY "ERROR: NEGAMAX MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF v NOT EQUAL book-value
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " STORED VALUE " book-value
                   " DISAGREES WITH A COLD RE-SOLVE"
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           IF book-r EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF book-r > 4 OR book-c < 1 OR book-c > 4
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " STORED MOVE IS OFF THE "
                   "BOARD" DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           IF b-elem(book-r, book-c) NOT EQUAL 0
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " STORED MOVE LANDS ON AN "
                   "OCCUPIED CELL" DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           MOVE state TO work-state
           MOVE work-on-move TO work-elem(book-r, book-c)
           COMPUTE work-on-move = -work-on-move
           MOVE 0 TO call-nodes
           CALL "NegaMax" USING BY REFERENCE work-state
                                BY REFERENCE child-v
                                BY REFERENCE call-nodes
                                BY REFERENCE best-r
                                BY REFERENCE best-c
               ON EXCEPTION
                   DISPLAY "ERROR: NEGAMAX MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF book-value NOT EQUAL 0 - child-v
               ADD 1 TO exception-count
               MOVE book-key TO disp-key
               MOVE SPACES TO report-line
               STRING "KEY " disp-key " STORED MOVE IS NOT OPTIMAL"
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF.

      *    The book must hold exactly what BOOK4BLD said it wrote,
      *    down to exactly the depth it was asked for.
       reconcile-control-record.
           IF ctl-found EQUAL 0
               ADD 1 TO exception-count
               MOVE "NO BOOK4CTL CONTROL RECORD TO RECONCILE "
                   TO report-line
               MOVE "AGAINST" TO report-line(41:7)
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           IF bc-count NOT NUMERIC
               OR bc-count NOT EQUAL record-count
               ADD 1 TO exception-count
               MOVE record-count TO disp-a
               MOVE SPACES TO report-line
               STRING "RECORD COUNT " disp-a " DISAGREES WITH "
                   "CONTROL " bc-count DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
           END-IF
           IF bc-depth NOT NUMERIC
               OR bc-depth NOT EQUAL deepest-ply
               ADD 1 TO exception-count
               MOVE deepest-ply TO disp-ply
               MOVE SPACES TO report-line
               STRING "DEEPEST PLY " disp-ply " DISAGREES WITH "
                   "CONTROL DEPTH " bc-depth DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
           END-IF.

      *    Only a control record BOOK4BLD wrote is marked; the count
      *    and depth are left as the build recorded them.
       mark-control-record.
           IF ctl-found EQUAL 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT bc-vfy-date FROM DATE YYYYMMDD
           OPEN OUTPUT book-ctl-file
           MOVE book-ctl-fields TO book-ctl-record
           WRITE book-ctl-record
           CLOSE book-ctl-file.

       report-totals.
           MOVE SPACES TO report-line
           MOVE record-count TO disp-a
           STRING "RECORDS SCANNED:   " disp-a DELIMITED BY SIZE
               INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE sampled-count TO disp-a
           STRING "RECORDS RE-SOLVED: " disp-a DELIMITED BY SIZE
               INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE deepest-ply TO disp-ply
           STRING "DEEPEST PLY:       " disp-ply DELIMITED BY SIZE
               INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE exception-count TO disp-a
           STRING "DISCREPANCIES:     " disp-a DELIMITED BY SIZE
               INTO report-line
           PERFORM write-report-line.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.

       END PROGRAM BOOK4VFY.
