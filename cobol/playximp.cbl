       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYXIMP.

      *    PLAYLOG interchange import: loads the curated example games
      *    the training vendor sends in the interchange format of
      *    xchgrec.cpy (the same format PLAYXEXP writes) from PLAYXIN
      *    into the PLAYLOG archive, so PLAYRPLY and PLAYRPT work on
      *    vendor games exactly as on games played here.
      *
      *    The file is taken only whole: a first pass recounts its
      *    records and recomputes its checksum, and a file whose
      *    header, trailer counts, or checksum do not balance is
      *    refused outright with nothing loaded. Each game is then
      *    replayed move by move from the empty board -- the side
      *    must be the side to move, the cell on the board and empty,
      *    GameValue must say the game is not already over, and
      *    LegalCheck must pass the position after the move -- and a
      *    good game must end finished, with the result its game
      *    record claims. Good games are appended to PLAYLOG under new
      *    game numbers (one past the highest already archived) with
      *    the notation after each move filled in and zero engine
      *    value and node counts, the way PLAY logs human moves; the
      *    vendor's players are not OPERREG operators, so the games
      *    belong to no operator. Bad games are listed with the
      *    move and the reason in the PLAYXREJ reject report, which
      *    also totals the load, and end the run with a warning
      *    return code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT xchg-file ASSIGN TO "PLAYXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xchg-status.
           SELECT play-log-file ASSIGN TO "PLAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS play-log-status.
           SELECT reject-file ASSIGN TO "PLAYXREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reject-status.

       DATA DIVISION.
       FILE SECTION.
       FD xchg-file.
       01 xchg-record PIC X(54).

       FD play-log-file.
       01 play-log-record PIC X(49).

       FD reject-file.
       01 reject-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 xchg-status PIC X(2).
       01 play-log-status PIC X(2).
       01 reject-status PIC X(2).
       COPY xchgrec.
       COPY playrec.
       COPY state.

       01 xchg-eof PIC 9 COMP.
       01 log-eof PIC 9 COMP.
       01 rec-type PIC X(1).

      *    First-pass balancing against the trailer.
       01 file-ok PIC 9 COMP.
       01 file-problem PIC X(50).
       01 saw-header PIC 9 COMP.
       01 saw-trailer PIC 9 COMP.
       01 count-records PIC 9(9) VALUE 0.
       01 count-games PIC 9(6) VALUE 0.
       01 xchg-sum PIC 9(9) COMP VALUE 0.
       01 sum-disp PIC 9(9).
       01 sum-work PIC X(100).
       01 sum-len PIC 9(3) COMP VALUE 54.
       01 rec-sum PIC 9(9) COMP.

      *    The game being replayed: its game record is held in
      *    xchg-game, its moves in the table, until its end record
      *    decides whether it is loaded.
       01 in-game PIC 9 COMP VALUE 0.
       01 game-bad PIC 9 COMP.
       01 bad-move PIC 9(2).
       01 reject-text PIC X(50).
       01 move-count PIC 9(2) COMP.
       01 max-moves PIC 9(2) COMP.
       01 game-moves.
           05 game-move OCCURS 16 TIMES.
               10 gm-side PIC X(1).
               10 gm-r PIC 9.
               10 gm-c PIC 9.
               10 gm-notation PIC X(16).
       01 mi PIC 9(2) COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 game-v PIC S9 COMP.
       01 position-legal PIC 9 COMP.
       01 legal-reason PIC 9(2) COMP.
       01 reason-disp PIC 9(2).
       01 note-op PIC X(1) VALUE 'P'.
       01 note-ok PIC 9 COMP.
       01 board-notation PIC X(16).
       01 side-char PIC X(1).
       01 human-char PIC X(1).
       01 ended-result PIC X(6).
       01 strength-no PIC 9(2).

      *    LegalCheck's reason codes, spelled out for the report.
       01 legal-text-table.
           05 FILLER PIC X(34) VALUE "CELL NOT -1, 0, OR 1".
           05 FILLER PIC X(34) VALUE "X AND O COUNTS IMPOSSIBLE".
           05 FILLER PIC X(34) VALUE "BOTH SIDES HOLD A LINE".
           05 FILLER PIC X(34) VALUE "LOSER MOVED LAST".
           05 FILLER PIC X(34) VALUE "WINNER STILL ON MOVE".
       01 legal-texts REDEFINES legal-text-table.
           05 legal-text PIC X(34) OCCURS 5 TIMES.

       01 next-game PIC 9(6) VALUE 1.
       01 first-game PIC 9(6) VALUE 0.
       01 last-game PIC 9(6) VALUE 0.
       01 read-count PIC 9(6) VALUE 0.
       01 load-count PIC 9(6) VALUE 0.
       01 reject-count PIC 9(6) VALUE 0.
       01 stray-count PIC 9(6) VALUE 0.

       01 report-line PIC X(80).
       01 reject-detail.
           05 FILLER PIC X(7) VALUE "  GAME ".
           05 rd-game PIC X(6).
           05 FILLER PIC X(7) VALUE "  MOVE ".
           05 rd-move PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 rd-text PIC X(56).

       PROCEDURE DIVISION.
           OPEN INPUT xchg-file
           IF xchg-status NOT EQUAL "00"
               DISPLAY "PLAYXIMP: NO PLAYXIN INTERCHANGE FILE (STATUS "
                   xchg-status "); NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM balance-file
           CLOSE xchg-file

           OPEN OUTPUT reject-file
           IF reject-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN PLAYXREJ, STATUS "
                   reject-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PLAYLOG INTERCHANGE IMPORT -- REJECT REPORT"
               TO report-line
           PERFORM write-report-line
           IF saw-header EQUAL 1
               MOVE SPACES TO report-line
               STRING "FILE WRITTEN " xh-written "  GAMES FROM "
                   xh-from " THROUGH " xh-to
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line

           IF file-ok EQUAL 0
               MOVE SPACES TO report-line
               STRING "FILE REFUSED, NOTHING LOADED: " file-problem
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               CLOSE reject-file
               DISPLAY "PLAYXIMP: PLAYXIN REFUSED -- " file-problem
               DISPLAY "PLAYXIMP: NOTHING LOADED; SEE PLAYXREJ."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM find-next-game
           OPEN INPUT xchg-file
           OPEN EXTEND play-log-file
           IF play-log-status EQUAL "35"
               OPEN OUTPUT play-log-file
           END-IF
           IF play-log-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN PLAYLOG, STATUS "
                   play-log-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO in-game
           MOVE 0 TO xchg-eof
           PERFORM UNTIL xchg-eof EQUAL 1
               READ xchg-file
                   AT END
                       MOVE 1 TO xchg-eof
                   NOT AT END
                       PERFORM load-one-record
               END-READ
           END-PERFORM
           IF in-game EQUAL 1
               PERFORM reject-unended-game
           END-IF
           CLOSE xchg-file
           CLOSE play-log-file

           MOVE SPACES TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           STRING "GAMES READ " read-count "  LOADED " load-count
               "  REJECTED " reject-count
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           IF load-count GREATER THAN 0
               MOVE SPACES TO report-line
               STRING "LOADED TO PLAYLOG AS GAMES " first-game
                   " THROUGH " last-game "."
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF
           IF stray-count GREATER THAN 0
               MOVE SPACES TO report-line
               STRING "RECORDS OUTSIDE ANY GAME IGNORED: " stray-count
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF
           CLOSE reject-file

           DISPLAY "PLAYXIMP: " read-count " GAME(S) READ, " load-count
               " LOADED, " reject-count " REJECTED; SEE PLAYXREJ."
           IF load-count GREATER THAN 0
               DISPLAY "PLAYXIMP: LOADED AS PLAYLOG GAMES " first-game
                   " THROUGH " last-game "."
           END-IF
           IF reject-count GREATER THAN 0 OR stray-count GREATER THAN 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Recounts the file and recomputes its checksum the way
      *    PLAYXEXP built them, and holds the header for the report.
       balance-file.
           MOVE 1 TO file-ok
           MOVE SPACES TO file-problem
           MOVE 0 TO saw-header
           MOVE 0 TO saw-trailer
           MOVE 0 TO count-records
           MOVE 0 TO count-games
           MOVE 0 TO xchg-sum
           MOVE 0 TO xchg-eof
           PERFORM UNTIL xchg-eof EQUAL 1
               READ xchg-file
                   AT END
                       MOVE 1 TO xchg-eof
                   NOT AT END
                       PERFORM balance-one-record
               END-READ
           END-PERFORM
           IF file-ok EQUAL 0
               EXIT PARAGRAPH
           END-IF
           IF saw-header EQUAL 0
               MOVE 0 TO file-ok
               MOVE "NO PLAYXCHG HEADER RECORD" TO file-problem
               EXIT PARAGRAPH
           END-IF
           IF saw-trailer EQUAL 0
               MOVE 0 TO file-ok
               MOVE "NO TRAILER RECORD -- FILE INCOMPLETE"
                   TO file-problem
               EXIT PARAGRAPH
           END-IF
           IF xt-records NOT NUMERIC OR xt-games NOT NUMERIC
               OR xt-checksum NOT NUMERIC
               MOVE 0 TO file-ok
               MOVE "TRAILER COUNTS NOT NUMERIC" TO file-problem
               EXIT PARAGRAPH
           END-IF
           IF xt-records NOT EQUAL count-records
               OR xt-games NOT EQUAL count-games
               MOVE 0 TO file-ok
               MOVE "TRAILER COUNTS DO NOT MATCH THE FILE"
                   TO file-problem
               EXIT PARAGRAPH
           END-IF
           MOVE xchg-sum TO sum-disp
           IF xt-checksum NOT EQUAL sum-disp
               MOVE 0 TO file-ok
               MOVE "CHECKSUM DOES NOT MATCH THE FILE" TO file-problem
           END-IF.

       balance-one-record.
           IF saw-trailer EQUAL 1
               MOVE 0 TO file-ok
               MOVE "RECORDS FOLLOW THE TRAILER" TO file-problem
               EXIT PARAGRAPH
           END-IF
           MOVE xchg-record(1:1) TO rec-type
           IF rec-type EQUAL "T"
               MOVE 1 TO saw-trailer
               MOVE xchg-record TO xchg-trailer
               EXIT PARAGRAPH
           END-IF
           IF count-records EQUAL 0
               MOVE xchg-record TO xchg-header
               IF rec-type EQUAL "H" AND xh-tag EQUAL "PLAYXCHG"
                   MOVE 1 TO saw-header
               END-IF
           END-IF
           IF rec-type EQUAL "G"
               ADD 1 TO count-games
           END-IF
           ADD 1 TO count-records
           MOVE SPACES TO sum-work
           MOVE xchg-record TO sum-work
           CALL "RecSum" USING BY REFERENCE sum-work
                               BY REFERENCE sum-len
                               BY REFERENCE rec-sum
               ON EXCEPTION
                   DISPLAY "ERROR: RECSUM MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           COMPUTE xchg-sum =
               FUNCTION MOD(xchg-sum + rec-sum, 1000000000).

      *    The next game number is one past the highest header already
      *    archived, as PLAY assigns them.
       find-next-game.
           MOVE 1 TO next-game
           OPEN INPUT play-log-file
           IF play-log-status EQUAL "00"
               MOVE 0 TO log-eof
               PERFORM UNTIL log-eof EQUAL 1
                   READ play-log-file INTO log-header-rec
                       AT END
                           MOVE 1 TO log-eof
                       NOT AT END
                           IF lh-type EQUAL "G"
                               AND lh-game NOT LESS THAN next-game
                               COMPUTE next-game = lh-game + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE play-log-file
           END-IF.

       load-one-record.
           MOVE xchg-record(1:1) TO rec-type
           EVALUATE rec-type
               WHEN "H"
               WHEN "T"
                   CONTINUE
               WHEN "G"
                   IF in-game EQUAL 1
                       PERFORM reject-unended-game
                   END-IF
                   MOVE xchg-record TO xchg-game
                   PERFORM start-game
               WHEN "M"
                   IF in-game EQUAL 0
                       ADD 1 TO stray-count
                   ELSE
                       IF game-bad EQUAL 0
                           MOVE xchg-record TO xchg-move
                           PERFORM replay-move
                       END-IF
                   END-IF
               WHEN "E"
                   IF in-game EQUAL 0
                       ADD 1 TO stray-count
                   ELSE
                       MOVE xchg-record TO xchg-end
                       PERFORM finish-game
                   END-IF
               WHEN OTHER
                   ADD 1 TO stray-count
           END-EVALUATE.

      *    Screens the game record and sets up the empty board. A bad
      *    game record marks the game bad; its moves are skipped and
      *    it is reported when its end record arrives.
       start-game.
           ADD 1 TO read-count
           MOVE 1 TO in-game
           MOVE 0 TO game-bad
           MOVE 0 TO move-count
           MOVE 0 TO bad-move
           MOVE SPACES TO reject-text
           MOVE 3 TO board-size
           MOVE 1 TO on-move
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           IF xg-date NOT NUMERIC OR xg-time NOT NUMERIC
               MOVE 1 TO game-bad
               MOVE "GAME DATE OR TIME NOT NUMERIC" TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xg-size NOT EQUAL '3' AND xg-size NOT EQUAL '4'
               MOVE 1 TO game-bad
               MOVE "BOARD SIZE NOT 3 OR 4" TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xg-strength NOT NUMERIC
               MOVE 1 TO game-bad
               MOVE "STRENGTH NOT 00-08" TO reject-text
               EXIT PARAGRAPH
           END-IF
           MOVE xg-strength TO strength-no
           IF strength-no GREATER THAN 8
               MOVE 1 TO game-bad
               MOVE "STRENGTH NOT 00-08" TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xg-result NOT EQUAL "X-WINS"
               AND xg-result NOT EQUAL "O-WINS"
               AND xg-result NOT EQUAL "DRAW"
               MOVE 1 TO game-bad
               MOVE "RESULT NOT X-WINS, O-WINS, OR DRAW"
                   TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xg-size EQUAL '4'
               MOVE 4 TO board-size
           END-IF
           COMPUTE max-moves = board-size * board-size.

      *    One move against the board as it stands: numbered in
      *    order, by the side to move, onto an empty cell of a game
      *    not yet over, leaving a legal position.
       replay-move.
           COMPUTE bad-move = move-count + 1
           IF move-count EQUAL max-moves
               MOVE 1 TO game-bad
               MOVE "MORE MOVES THAN THE BOARD HAS CELLS"
                   TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xm-move NOT NUMERIC
               MOVE 1 TO game-bad
               MOVE "MOVE NUMBER NOT NUMERIC" TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xm-move NOT EQUAL bad-move
               MOVE 1 TO game-bad
               MOVE "MOVE OUT OF SEQUENCE" TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF on-move EQUAL 1
               MOVE "X" TO side-char
           ELSE
               MOVE "O" TO side-char
           END-IF
           IF xm-side NOT EQUAL side-char
               MOVE 1 TO game-bad
               MOVE SPACES TO reject-text
               STRING "PLAYED BY THE WRONG SIDE -- " side-char
                   " IS TO MOVE" DELIMITED BY SIZE INTO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xm-r NOT NUMERIC OR xm-c NOT NUMERIC
               MOVE 1 TO game-bad
               MOVE "ROW OR COLUMN NOT NUMERIC" TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF xm-r < 1 OR xm-r > board-size
               OR xm-c < 1 OR xm-c > board-size
               MOVE 1 TO game-bad
               MOVE "ROW OR COLUMN OFF THE BOARD" TO reject-text
               EXIT PARAGRAPH
           END-IF
           CALL "GameValue" USING BY REFERENCE state
                                  BY REFERENCE game-v
               ON EXCEPTION
                   DISPLAY "ERROR: GAMEVALUE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF game-v NOT EQUAL -2
               MOVE 1 TO game-bad
               MOVE "MOVE PLAYED AFTER THE GAME WAS OVER"
                   TO reject-text
               EXIT PARAGRAPH
           END-IF
           IF b-elem(xm-r, xm-c) NOT EQUAL 0
               MOVE 1 TO game-bad
               MOVE "CELL ALREADY TAKEN" TO reject-text
               EXIT PARAGRAPH
           END-IF
           MOVE on-move TO b-elem(xm-r, xm-c)
           COMPUTE on-move = - on-move
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
               MOVE 1 TO game-bad
               MOVE legal-reason TO reason-disp
               MOVE SPACES TO reject-text
               IF legal-reason GREATER THAN 0
                   AND legal-reason NOT GREATER THAN 5
                   STRING "ILLEGAL POSITION, REASON " reason-disp
                       ": " legal-text(legal-reason)
                       DELIMITED BY SIZE INTO reject-text
               ELSE
                   STRING "ILLEGAL POSITION, REASON " reason-disp
                       DELIMITED BY SIZE INTO reject-text
               END-IF
               EXIT PARAGRAPH
           END-IF
           CALL "BoardNote" USING BY REFERENCE state
                                  BY REFERENCE note-op
                                  BY REFERENCE board-notation
                                  BY REFERENCE note-ok
               ON EXCEPTION
                   MOVE SPACES TO board-notation
           END-CALL
           ADD 1 TO move-count
           MOVE side-char TO gm-side(move-count)
           MOVE xm-r TO gm-r(move-count)
           MOVE xm-c TO gm-c(move-count)
           MOVE board-notation TO gm-notation(move-count).

      *    The end record closes the game: its number and move count
      *    must agree with the game, which must be over with the
      *    result it claims before it is loaded.
       finish-game.
           IF game-bad EQUAL 1
               PERFORM reject-game
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO bad-move
           IF xe-game NOT EQUAL xg-game
               MOVE 1 TO game-bad
               MOVE "END RECORD IS FOR A DIFFERENT GAME"
                   TO reject-text
               PERFORM reject-game
               EXIT PARAGRAPH
           END-IF
           IF xe-moves NOT EQUAL move-count
               MOVE 1 TO game-bad
               MOVE "END RECORD MOVE COUNT DISAGREES WITH THE MOVES"
                   TO reject-text
               PERFORM reject-game
               EXIT PARAGRAPH
           END-IF
           CALL "GameValue" USING BY REFERENCE state
                                  BY REFERENCE game-v
               ON EXCEPTION
                   DISPLAY "ERROR: GAMEVALUE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF game-v EQUAL -2
               MOVE 1 TO game-bad
               MOVE "GAME NOT FINISHED" TO reject-text
               PERFORM reject-game
               EXIT PARAGRAPH
           END-IF
      *    GameValue scores from the side to move, so a decided game
      *    was won by the side that moved last.
           EVALUATE TRUE
               WHEN game-v EQUAL 0
                   MOVE "DRAW" TO ended-result
               WHEN on-move EQUAL 1
                   MOVE "O-WINS" TO ended-result
               WHEN OTHER
                   MOVE "X-WINS" TO ended-result
           END-EVALUATE
           IF ended-result NOT EQUAL xg-result
               MOVE 1 TO game-bad
               MOVE SPACES TO reject-text
               STRING "RESULT " xg-result " BUT THE MOVES END "
                   ended-result DELIMITED BY SIZE INTO reject-text
               PERFORM reject-game
               EXIT PARAGRAPH
           END-IF
           PERFORM write-game
           MOVE 0 TO in-game.

      *    The human side is the one not named ENGINE (X when neither
      *    or both are), and the PLAYLOG result is told from it.
       write-game.
           IF xg-x-player EQUAL "ENGINE"
               AND xg-o-player NOT EQUAL "ENGINE"
               MOVE "O" TO human-char
           ELSE
               MOVE "X" TO human-char
           END-IF
           MOVE SPACES TO log-header-rec
           MOVE "G" TO lh-type
           MOVE next-game TO lh-game
           MOVE xg-date TO lh-date
           MOVE xg-time TO lh-time
           MOVE human-char TO lh-human
           MOVE xg-size TO lh-size
           MOVE xg-strength TO lh-depth
           EVALUATE TRUE
               WHEN xg-result EQUAL "DRAW"
                   MOVE "DRAW" TO lh-result
               WHEN xg-result(1:1) EQUAL human-char
                   MOVE "HUMAN" TO lh-result
               WHEN OTHER
                   MOVE "ENGINE" TO lh-result
           END-EVALUATE
           MOVE SPACES TO lh-operator
           MOVE log-header-rec TO play-log-record
           WRITE play-log-record
           PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > move-count
               MOVE SPACES TO log-move-rec
               MOVE "M" TO lm-type
               MOVE next-game TO lm-game
               MOVE mi TO lm-move
               MOVE gm-side(mi) TO lm-side
               MOVE gm-r(mi) TO lm-r
               MOVE gm-c(mi) TO lm-c
               MOVE 0 TO lm-value
               MOVE 0 TO lm-nodes
               MOVE gm-notation(mi) TO lm-notation
               MOVE log-move-rec TO play-log-record
               WRITE play-log-record
           END-PERFORM
           ADD 1 TO load-count
           IF first-game EQUAL 0
               MOVE next-game TO first-game
           END-IF
           MOVE next-game TO last-game
           ADD 1 TO next-game.

      *    A game cut off by the next game record or the end of the
      *    file; a game already found bad keeps its own reason.
       reject-unended-game.
           IF game-bad EQUAL 0
               MOVE 0 TO bad-move
               MOVE "NO END RECORD FOR THE GAME" TO reject-text
           END-IF
           PERFORM reject-game.

       reject-game.
           ADD 1 TO reject-count
           MOVE xg-game TO rd-game
           IF bad-move EQUAL 0
               MOVE "--" TO rd-move
           ELSE
               MOVE bad-move TO rd-move
           END-IF
           MOVE reject-text TO rd-text
           MOVE reject-detail TO report-line
           PERFORM write-report-line
           MOVE 0 TO in-game.

       write-report-line.
           MOVE report-line TO reject-record
           WRITE reject-record.

       END PROGRAM PLAYXIMP.
