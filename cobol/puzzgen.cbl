       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUZZGEN.

      *    Training puzzle generator: sweeps every 3x3 game in
      *    PLAYLOG and checks each human move against the solution
      *    database the way PLAYRPLY annotates one replay -- the
      *    position's value with the human on move before the move,
      *    against the value left after it. Every move that dropped
      *    the value becomes a puzzle: the position before the
      *    mistake, the side to move, its value with best play, and
      *    every move that keeps that value. Positions that are the
      *    same board under rotation or reflection collapse into one
      *    puzzle (Canonicalize), with a count of how often the
      *    mistake recurs and the game and date it was last made.
      *
      *    The PUZZLES dataset is rebuilt from the whole of PLAYLOG
      *    on every run, numbered most frequent mistake first (ties
      *    in the order first made), for PUZQUIZ to drill. A
      *    position the database cannot answer -- TTTSOLDB absent
      *    or not yet built -- is solved with NegaMax instead, which
      *    the 3x3 board makes cheap; the run summary says how many
      *    were. 4x4 games are skipped: the database does not cover
      *    them and a full 4x4 search per move is not a batch job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT play-log-file ASSIGN TO "PLAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS play-log-status.
           SELECT puzzle-file ASSIGN TO "PUZZLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS puzzle-status.

       DATA DIVISION.
       FILE SECTION.
       FD play-log-file.
       01 play-log-record PIC X(49).

       FD puzzle-file.
       01 puzzle-record PIC X(69).

       WORKING-STORAGE SECTION.
       01 play-log-status PIC X(2).
       01 puzzle-status PIC X(2).
       COPY state.
       COPY playrec.
       COPY puzzrec.

       01 file-eof PIC 9 COMP.
       01 game-active PIC 9 COMP VALUE 0.
       01 current-game PIC 9(6) VALUE 0.
       01 current-date PIC 9(8) VALUE 0.
       01 human-side-char PIC X VALUE SPACE.
       01 mover-mark PIC S9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 ai PIC 9(2) COMP.

       01 games-read PIC 9(6) VALUE 0.
       01 games-skipped PIC 9(6) VALUE 0.
       01 games-bad PIC 9(6) VALUE 0.
       01 human-moves PIC 9(6) VALUE 0.
       01 mistake-count PIC 9(6) VALUE 0.
       01 searched-count PIC 9(6) VALUE 0.

      *    The position before the human's move, kept while the move
      *    is tried.
       01 before-state.
           05 before-board-size PIC 9 COMP.
           05 before-on-move PIC S9 COMP.
           05 before-board.
               10 before-row OCCURS 4 TIMES.
                   15 before-elem PIC S9 COMP OCCURS 4 TIMES.
       01 before-v PIC S9 COMP.
       01 after-v PIC S9 COMP.
       01 pos-v PIC S9 COMP.
       01 child-v PIC S9 COMP.

       01 sol-v PIC S9 COMP.
       01 sol-r PIC 9 COMP.
       01 sol-c PIC 9 COMP.
       01 sol-found PIC 9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 best-r PIC 9 COMP.
       01 best-c PIC 9 COMP.

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

       01 note-op PIC X(1).
       01 note-ok PIC 9 COMP.
       01 notation PIC X(16).

      *    Distinct puzzles found so far, in the order first made.
       01 puzzle-table.
           05 puzzle-entry OCCURS 2000 TIMES.
               10 pt-notation PIC X(16).
               10 pt-to-move PIC X(1).
               10 pt-value PIC S9 COMP.
               10 pt-answers PIC X(18).
               10 pt-count PIC 9(5) COMP.
               10 pt-last-game PIC 9(6).
               10 pt-last-date PIC 9(8).
       01 puzzle-count PIC 9(4) COMP VALUE 0.
       01 puzzle-disp PIC 9(4).
       01 pi PIC 9(4) COMP.
       01 pj PIC 9(4) COMP.
       01 match-i PIC 9(4) COMP.
       01 swap-entry.
           05 sw-notation PIC X(16).
           05 sw-to-move PIC X(1).
           05 sw-value PIC S9 COMP.
           05 sw-answers PIC X(18).
           05 sw-count PIC 9(5) COMP.
           05 sw-last-game PIC 9(6).
           05 sw-last-date PIC 9(8).
       01 swapped PIC 9 COMP.

       PROCEDURE DIVISION.
           OPEN INPUT play-log-file
           IF play-log-status NOT EQUAL "00"
               DISPLAY "PUZZGEN: NO PLAYLOG TO SWEEP (STATUS "
                   play-log-status ")."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ play-log-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       EVALUATE play-log-record(1:1)
                           WHEN 'G'
                               PERFORM start-one-game
                           WHEN 'M'
                               IF game-active EQUAL 1
                                   PERFORM check-one-move
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE play-log-file

           PERFORM sort-puzzles
           PERFORM write-puzzles

           DISPLAY "PUZZGEN: " games-read " GAME(S) READ, "
               games-skipped " 4X4 SKIPPED, " games-bad
               " UNREADABLE; " human-moves " HUMAN MOVE(S) CHECKED, "
               mistake-count " MISTAKE(S)."
           MOVE puzzle-count TO puzzle-disp
           DISPLAY "PUZZGEN: " puzzle-disp " DISTINCT PUZZLE(S) "
               "WRITTEN TO PUZZLES; " searched-count " POSITION(S) "
               "SOLVED BY SEARCH FOR WANT OF THE DATABASE."
           IF puzzle-count EQUAL 0
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       start-one-game.
           MOVE play-log-record TO log-header-rec
           ADD 1 TO games-read
           MOVE lh-game TO current-game
           MOVE lh-date TO current-date
           MOVE lh-human TO human-side-char
           IF lh-size EQUAL '4'
               ADD 1 TO games-skipped
               MOVE 0 TO game-active
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO game-active
           MOVE 3 TO board-size
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM.

      *    A move record that does not fit the board being rebuilt
      *    (bad digits, an occupied cell, another game's number)
      *    abandons the rest of that game rather than guessing.
       check-one-move.
           MOVE play-log-record TO log-move-rec
           IF lm-game NOT EQUAL current-game
               OR lm-r NOT NUMERIC OR lm-c NOT NUMERIC
               ADD 1 TO games-bad
               MOVE 0 TO game-active
               EXIT PARAGRAPH
           END-IF
           IF lm-r < 1 OR lm-r > 3 OR lm-c < 1 OR lm-c > 3
               ADD 1 TO games-bad
               MOVE 0 TO game-active
               EXIT PARAGRAPH
           END-IF
           IF b-elem(lm-r, lm-c) NOT EQUAL 0
               ADD 1 TO games-bad
               MOVE 0 TO game-active
               EXIT PARAGRAPH
           END-IF
           IF lm-side EQUAL "X"
               MOVE 1 TO mover-mark
           ELSE
               MOVE -1 TO mover-mark
           END-IF
           IF lm-side NOT EQUAL human-side-char
               MOVE mover-mark TO b-elem(lm-r, lm-c)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO human-moves
           MOVE mover-mark TO on-move
           PERFORM solve-position
           MOVE pos-v TO before-v
           MOVE state TO before-state
           MOVE mover-mark TO b-elem(lm-r, lm-c)
           COMPUTE on-move = 0 - mover-mark
           PERFORM solve-position
           COMPUTE after-v = 0 - pos-v
           IF after-v LESS THAN before-v
               ADD 1 TO mistake-count
               PERFORM post-puzzle
           END-IF.

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
           ADD 1 TO searched-count
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

      *    The puzzle is the position before the mistake, reduced to
      *    its canonical orientation; a repeat only bumps the count.
      *    The board in state is put back as it stood after the move
      *    before returning, since the game replay carries on.
       post-puzzle.
           MOVE 'C' TO canon-op
           CALL "Canonicalize" USING BY REFERENCE before-state
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
           MOVE 'P' TO note-op
           MOVE SPACES TO notation
           CALL "BoardNote" USING BY REFERENCE canon-state
                                  BY REFERENCE note-op
                                  BY REFERENCE notation
                                  BY REFERENCE note-ok
               ON EXCEPTION
                   DISPLAY "ERROR: BOARDNOTE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL

           MOVE 0 TO match-i
           PERFORM VARYING pi FROM 1 BY 1
               UNTIL pi > puzzle-count OR match-i NOT EQUAL 0
               IF pt-notation(pi) EQUAL notation
                   AND pt-to-move(pi) EQUAL lm-side
                   MOVE pi TO match-i
               END-IF
           END-PERFORM
           IF match-i NOT EQUAL 0
               ADD 1 TO pt-count(match-i)
               MOVE current-game TO pt-last-game(match-i)
               MOVE current-date TO pt-last-date(match-i)
               EXIT PARAGRAPH
           END-IF

           IF puzzle-count EQUAL 2000
               DISPLAY "ERROR: MORE THAN 2000 DISTINCT PUZZLES; "
                   "ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO puzzle-count
           MOVE notation TO pt-notation(puzzle-count)
           MOVE lm-side TO pt-to-move(puzzle-count)
           MOVE before-v TO pt-value(puzzle-count)
           MOVE 1 TO pt-count(puzzle-count)
           MOVE current-game TO pt-last-game(puzzle-count)
           MOVE current-date TO pt-last-date(puzzle-count)
           PERFORM find-answers
           MOVE before-state TO state
           MOVE mover-mark TO b-elem(lm-r, lm-c)
           COMPUTE on-move = 0 - mover-mark.

      *    Every empty cell of the canonical board whose reply value
      *    keeps the position's value is a right answer.
       find-answers.
           MOVE SPACES TO pt-answers(puzzle-count)
           MOVE 1 TO ai
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   IF canon-b-elem(r, c) EQUAL 0
                       MOVE canon-state TO state
                       MOVE on-move TO b-elem(r, c)
                       COMPUTE on-move = 0 - on-move
                       PERFORM solve-position
                       COMPUTE child-v = 0 - pos-v
                       IF child-v EQUAL before-v
                           MOVE r TO pt-answers(puzzle-count)(ai:1)
                           MOVE c TO pt-answers(puzzle-count)(ai + 1:1)
                           ADD 2 TO ai
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Most frequent first; the exchange sort only swaps on a
      *    strictly higher count, so ties keep the order first made.
       sort-puzzles.
           MOVE 1 TO swapped
           PERFORM UNTIL swapped EQUAL 0
               MOVE 0 TO swapped
               PERFORM VARYING pi FROM 1 BY 1
                   UNTIL pi NOT LESS THAN puzzle-count
                   COMPUTE pj = pi + 1
                   IF pt-count(pj) GREATER THAN pt-count(pi)
                       MOVE puzzle-entry(pi) TO swap-entry
                       MOVE puzzle-entry(pj) TO puzzle-entry(pi)
                       MOVE swap-entry TO puzzle-entry(pj)
                       MOVE 1 TO swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       write-puzzles.
           OPEN OUTPUT puzzle-file
           IF puzzle-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN PUZZLES, STATUS "
                   puzzle-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > puzzle-count
               MOVE pi TO pz-number
               MOVE 3 TO pz-size
               MOVE pt-notation(pi) TO pz-notation
               MOVE pt-to-move(pi) TO pz-to-move
               MOVE pt-value(pi) TO pz-value
               MOVE pt-answers(pi) TO pz-answers
               MOVE pt-count(pi) TO pz-count
               MOVE pt-last-game(pi) TO pz-last-game
               MOVE pt-last-date(pi) TO pz-last-date
               MOVE puzzle-fields TO puzzle-record
               WRITE puzzle-record
           END-PERFORM
           CLOSE puzzle-file.

       END PROGRAM PUZZGEN.
