       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUZQUIZ.

      *    Training quiz over the PUZZLES dataset PUZZGEN builds
      *    from PLAYLOG mistakes. The trainee signs on against
      *    OPERREG (any role; every outcome journaled to SIGNJRNL
      *    like TTT's gate), says how many puzzles to take, and is
      *    shown them in file order -- the most often missed first.
      *    Each puzzle is the board before the mistake, the side to
      *    move, and what that side gets with best play; the trainee
      *    enters a row and column. The move is judged against the
      *    solution database (NegaMax when the database has no
      *    answer): it is right when the position it leaves is worth
      *    as much to the mover as the position was, so any best
      *    move scores, not only the one the answer list happens to
      *    name. Every best move is shown after each answer. QUIT at
      *    the row prompt ends the quiz early, scored on the puzzles
      *    answered so far. The session's score is appended to
      *    QUIZRSLT (quizrec.cpy) against the operator ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT puzzle-file ASSIGN TO "PUZZLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS puzzle-status.
           SELECT quiz-file ASSIGN TO "QUIZRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quiz-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD puzzle-file.
       01 puzzle-record PIC X(69).

       FD quiz-file.
       01 quiz-record PIC X(36).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 puzzle-status PIC X(2).
       01 quiz-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY state.
       COPY operreg.
       COPY puzzrec.
       COPY quizrec.

       01 puzzle-eof PIC 9 COMP.
       01 quiz-limit PIC 9(3) VALUE 0.
       01 asked-count PIC 9(3) VALUE 0.
       01 correct-count PIC 9(3) VALUE 0.
       01 quit-quiz PIC 9 COMP.

       01 number-reply PIC X(5) VALUE SPACES.
       01 reply-ok PIC 9 COMP.
       01 reply-value PIC 9(9) COMP.
       01 reply-digits PIC 9 COMP.
       01 reply-char PIC X.
       01 reply-digit PIC 9.
       01 rx PIC 9 COMP.

       01 move-reply PIC X(8) VALUE SPACES.
       01 col-reply PIC X(8) VALUE SPACES.
       01 move-ok PIC 9 COMP.
       01 answer-r PIC 9.
       01 answer-c PIC 9.
       01 ai PIC 9(2) COMP.

       01 note-op PIC X(1).
       01 note-ok PIC 9 COMP.
       01 notation PIC X(16).
       01 mover-mark PIC S9 COMP.
       01 position-v PIC S9 COMP.
       01 pos-v PIC S9 COMP.
       01 child-v PIC S9 COMP.
       01 value-word PIC X(4).
       01 answer-list PIC X(40).
       01 answer-ptr PIC 9(2) COMP.

       01 sol-v PIC S9 COMP.
       01 sol-r PIC 9 COMP.
       01 sol-c PIC 9 COMP.
       01 sol-found PIC 9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 best-r PIC 9 COMP.
       01 best-c PIC 9 COMP.

       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-role PIC X VALUE 'A'.
       01 operator-active PIC X VALUE 'N'.
       01 oper-eof PIC 9 COMP.
       01 oper-found PIC 9 COMP.
       01 pin-mode PIC 9 COMP VALUE 1.
       01 pin-outcome PIC X(8).

       01 signon-out.
           05 sj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 sj-program PIC X(8) VALUE "PUZQUIZ".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 today PIC 9(8).
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       PROCEDURE DIVISION.
           MOVE 0 TO asked-count
           MOVE 0 TO correct-count
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator

           OPEN INPUT puzzle-file
           IF puzzle-status NOT EQUAL "00"
               DISPLAY "NO TRAINING PUZZLES ON FILE (STATUS "
                   puzzle-status "); RUN PUZZGEN TO BUILD THEM FROM "
                   "PLAYLOG."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO reply-ok
           PERFORM UNTIL reply-ok EQUAL 1
               DISPLAY "HOW MANY PUZZLES (BLANK = 10):"
               MOVE SPACES TO number-reply
               ACCEPT number-reply
               IF number-reply EQUAL SPACES
                   MOVE 10 TO quiz-limit
                   MOVE 1 TO reply-ok
               ELSE
                   PERFORM parse-number-reply
                   IF reply-ok EQUAL 1
                       AND (reply-value EQUAL 0 OR reply-value > 999)
                       MOVE 0 TO reply-ok
                   END-IF
                   IF reply-ok EQUAL 1
                       MOVE reply-value TO quiz-limit
                   ELSE
                       DISPLAY "INVALID REPLY: ENTER A NUMBER OF "
                           "PUZZLES FROM 1 TO 999."
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO puzzle-eof
           MOVE 0 TO quit-quiz
           PERFORM UNTIL puzzle-eof EQUAL 1 OR quit-quiz EQUAL 1
               OR asked-count NOT LESS THAN quiz-limit
               READ puzzle-file INTO puzzle-fields
                   AT END
                       MOVE 1 TO puzzle-eof
                   NOT AT END
                       PERFORM ask-one-puzzle
               END-READ
           END-PERFORM
           CLOSE puzzle-file

           IF asked-count EQUAL 0
               DISPLAY "NO PUZZLES ANSWERED; NOTHING RECORDED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM record-score
           GOBACK.

       validate-operator.
           MOVE 0 TO oper-found
           OPEN INPUT oper-file
           IF oper-status NOT EQUAL "00"
               DISPLAY "OPERATOR REGISTRY OPERREG IS NOT AVAILABLE "
                   "(STATUS " oper-status "); RUN OPERMNT TO SET "
                   "UP OPERATORS."
               MOVE "NOREG" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO oper-eof
           PERFORM UNTIL oper-eof EQUAL 1
               READ oper-file INTO oper-fields
                   AT END
                       MOVE 1 TO oper-eof
                   NOT AT END
                       IF op-id EQUAL operator-id
                           MOVE 1 TO oper-found
                           MOVE op-role TO operator-role
                           MOVE op-active TO operator-active
                       END-IF
               END-READ
           END-PERFORM
           CLOSE oper-file
           IF oper-found EQUAL 0
               DISPLAY "OPERATOR " operator-id " IS NOT REGISTERED."
               MOVE "NOTREG" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF operator-active NOT EQUAL 'Y'
               DISPLAY "OPERATOR " operator-id " IS DEACTIVATED IN "
                   "THE REGISTRY."
               MOVE "DEACTIV" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF operator-role EQUAL 'B'
               DISPLAY "OPERATOR " operator-id " IS A BATCH ID FOR "
                   "TTTPARM CONTROL CARDS ONLY."
               MOVE "BATCHID" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "PinGate" USING BY REFERENCE sj-program
                                BY REFERENCE operator-id
                                BY REFERENCE pin-mode
                                BY REFERENCE pin-outcome
               ON EXCEPTION
                   DISPLAY "PIN CHECK MODULE UNAVAILABLE; SIGN-ON "
                       "REFUSED."
                   MOVE "PINUNAV" TO pin-outcome
           END-CALL
           IF pin-outcome NOT EQUAL "ACCEPT"
               MOVE pin-outcome TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ACCEPT" TO sj-outcome
           PERFORM journal-sign-on.

       journal-sign-on.
           PERFORM stamp-now
           MOVE today TO sj-date
           MOVE now-time TO sj-time
           MOVE operator-id TO sj-operator
           OPEN EXTEND signon-file
           IF signon-status EQUAL "35"
               OPEN OUTPUT signon-file
           END-IF
           IF signon-status NOT EQUAL "00"
               DISPLAY "WARNING: SIGN-ON JOURNAL UNAVAILABLE "
                   "(STATUS " signon-status ")."
           ELSE
               MOVE signon-out TO signon-record
               WRITE signon-record
               CLOSE signon-file
           END-IF.

       stamp-now.
           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss.

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

      *    A record that will not unpack to a 3x3 board is passed
      *    over without counting against the trainee.
       ask-one-puzzle.
           IF pz-size NOT EQUAL 3
               EXIT PARAGRAPH
           END-IF
           MOVE 3 TO board-size
           MOVE 'U' TO note-op
           MOVE pz-notation TO notation
           CALL "BoardNote" USING BY REFERENCE state
                                  BY REFERENCE note-op
                                  BY REFERENCE notation
                                  BY REFERENCE note-ok
               ON EXCEPTION
                   DISPLAY "ERROR: BOARDNOTE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF note-ok NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF
           IF pz-to-move EQUAL 'X'
               MOVE 1 TO mover-mark
           ELSE
               MOVE -1 TO mover-mark
           END-IF
           MOVE mover-mark TO on-move
           MOVE pz-value TO position-v
           EVALUATE position-v
               WHEN 1
                   MOVE "WIN" TO value-word
               WHEN 0
                   MOVE "DRAW" TO value-word
               WHEN OTHER
                   MOVE "LOSS" TO value-word
           END-EVALUATE

           DISPLAY " "
           DISPLAY "PUZZLE " pz-number " -- " pz-to-move
               " TO MOVE; BEST PLAY IS A " value-word
               " (MISSED " pz-count " TIME(S) IN PLAY)."
           CALL "PrintBoard" USING BY REFERENCE state
           PERFORM get-answer
           IF quit-quiz EQUAL 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO asked-count

           MOVE mover-mark TO b-elem(answer-r, answer-c)
           COMPUTE on-move = 0 - mover-mark
           PERFORM solve-position
           COMPUTE child-v = 0 - pos-v
           PERFORM list-answers
           IF child-v EQUAL position-v
               ADD 1 TO correct-count
               DISPLAY "CORRECT. BEST MOVES (ROW/COLUMN): "
                   answer-list
           ELSE
               DISPLAY "NOT THE BEST -- THAT MOVE THROWS AWAY THE "
                   value-word ". BEST MOVES (ROW/COLUMN): "
                   answer-list
           END-IF.

       get-answer.
           MOVE 0 TO move-ok
           PERFORM UNTIL move-ok EQUAL 1
               DISPLAY "YOUR MOVE -- ROW (1-3), OR QUIT:"
               MOVE SPACES TO move-reply
               ACCEPT move-reply
               IF move-reply EQUAL "QUIT"
                   MOVE 1 TO quit-quiz
                   EXIT PARAGRAPH
               END-IF
               IF move-reply(1:1) LESS THAN '1'
                   OR move-reply(1:1) GREATER THAN '3'
                   DISPLAY "INVALID MOVE -- CELL MUST BE EMPTY AND "
                       "IN RANGE 1-3."
               ELSE
                   MOVE move-reply(1:1) TO answer-r
                   DISPLAY "COLUMN (1-3):"
                   MOVE SPACES TO col-reply
                   ACCEPT col-reply
                   IF col-reply(1:1) LESS THAN '1'
                       OR col-reply(1:1) GREATER THAN '3'
                       DISPLAY "INVALID MOVE -- CELL MUST BE EMPTY "
                           "AND IN RANGE 1-3."
                   ELSE
                       MOVE col-reply(1:1) TO answer-c
                       IF b-elem(answer-r, answer-c) EQUAL 0
                           MOVE 1 TO move-ok
                       ELSE
                           DISPLAY "INVALID MOVE -- CELL MUST BE "
                               "EMPTY AND IN RANGE 1-3."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Value of the position in state for the side on move:
      *    the database first, a search when it has no answer.
       solve-position.
           MOVE 0 TO sol-found
           CALL "SolDB" USING BY REFERENCE state
                              BY REFERENCE sol-v
                              BY REFERENCE sol-r
                              BY REFERENCE sol-c
                              BY REFERENCE sol-found
               ON EXCEPTION
                   MOVE 0 TO sol-found
           END-CALL
           IF sol-found EQUAL 1
               MOVE sol-v TO pos-v
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO call-nodes
           CALL "NegaMax" USING BY REFERENCE state
                                BY REFERENCE pos-v
                                BY REFERENCE call-nodes
                                BY REFERENCE best-r
                                BY REFERENCE best-c
               ON EXCEPTION
                   DISPLAY "ERROR: NEGAMAX MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

      *    pz-answers as "r/c r/c ..." for the trainee.
       list-answers.
           MOVE SPACES TO answer-list
           MOVE 1 TO answer-ptr
           PERFORM VARYING ai FROM 1 BY 2
               UNTIL ai > 17 OR pz-answers(ai:1) EQUAL SPACE
               STRING pz-answers(ai:1) "/" pz-answers(ai + 1:1) " "
                   DELIMITED BY SIZE
                   INTO answer-list WITH POINTER answer-ptr
           END-PERFORM.

       record-score.
           PERFORM stamp-now
           MOVE today TO qr-date
           MOVE now-time TO qr-time
           MOVE operator-id TO qr-operator
           MOVE asked-count TO qr-asked
           MOVE correct-count TO qr-correct
           COMPUTE qr-pct = (correct-count * 100) / asked-count
           DISPLAY " "
           DISPLAY "SCORE: " correct-count " OF " asked-count
               " CORRECT (" qr-pct "%)."
           OPEN EXTEND quiz-file
           IF quiz-status EQUAL "35"
               OPEN OUTPUT quiz-file
           END-IF
           IF quiz-status NOT EQUAL "00"
               DISPLAY "WARNING: QUIZ RESULTS FILE QUIZRSLT "
                   "UNAVAILABLE (STATUS " quiz-status "); SCORE NOT "
                   "RECORDED."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE quiz-result-fields TO quiz-record
               WRITE quiz-record
               CLOSE quiz-file
           END-IF.

       END PROGRAM PUZQUIZ.
