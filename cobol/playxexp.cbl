       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYXEXP.

      *    PLAYLOG interchange export for the external training
      *    vendor: writes the archived games played within an
      *    operator-entered date range to PLAYXOUT in the documented
      *    interchange format of xchgrec.cpy -- a header, one block
      *    per game (a game record with date, players, board size,
      *    strength, and result, its moves in row/column notation,
      *    and an end record), and a trailer carrying the game and
      *    record counts and the checksum the vendor balances
      *    against before loading. Headers from before the
      *    size/strength fields existed are exported as 3x3 games at
      *    full strength, their result taken from its old position;
      *    headers from before PLAY signed operators on name the
      *    human player HUMAN. A game whose result word cannot be
      *    read is left out with a warning return code rather than
      *    sent with a guessed result.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT play-log-file ASSIGN TO "PLAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS play-log-status.
           SELECT xchg-file ASSIGN TO "PLAYXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xchg-status.

       DATA DIVISION.
       FILE SECTION.
       FD play-log-file.
       01 play-log-record PIC X(49).

       FD xchg-file.
       01 xchg-record PIC X(54).

       WORKING-STORAGE SECTION.
       01 play-log-status PIC X(2).
       01 xchg-status PIC X(2).
       COPY playrec.
       COPY xchgrec.

       01 log-eof PIC 9 COMP.
       01 rec-type PIC X(1).
       01 date-reply PIC X(8) VALUE SPACES.
       01 from-date PIC 9(8) VALUE 0.
       01 to-date PIC 9(8) VALUE 99999999.
       01 today PIC 9(8).

      *    The game being copied: its moves are written as they are
      *    read, and its end record when the next header (or end of
      *    file) arrives.
       01 in-game PIC 9 COMP VALUE 0.
       01 cur-game PIC 9(6).
       01 cur-moves PIC 9(2) COMP.
       01 cur-result PIC X(8).
       01 player-name PIC X(8).

       01 game-count PIC 9(6) VALUE 0.
       01 record-count PIC 9(9) VALUE 0.
       01 skipped-count PIC 9(6) VALUE 0.
       01 xchg-sum PIC 9(9) COMP VALUE 0.

       01 sum-work PIC X(100).
       01 sum-len PIC 9(3) COMP VALUE 54.
       01 rec-sum PIC 9(9) COMP.

       PROCEDURE DIVISION.
           DISPLAY "EXPORT GAMES PLAYED FROM (YYYYMMDD, BLANK = "
               "EARLIEST):"
           MOVE SPACES TO date-reply
           ACCEPT date-reply
           IF date-reply NOT EQUAL SPACES
               AND date-reply NUMERIC
               MOVE date-reply TO from-date
           END-IF
           DISPLAY "EXPORT GAMES PLAYED THROUGH (YYYYMMDD, BLANK = "
               "LATEST):"
           MOVE SPACES TO date-reply
           ACCEPT date-reply
           IF date-reply NOT EQUAL SPACES
               AND date-reply NUMERIC
               MOVE date-reply TO to-date
           END-IF
           IF from-date GREATER THAN to-date
               DISPLAY "PLAYXEXP: FROM DATE " from-date " IS AFTER "
                   "THROUGH DATE " to-date "; NOTHING EXPORTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT play-log-file
           IF play-log-status NOT EQUAL "00"
               DISPLAY "PLAYXEXP: NO PLAYLOG ARCHIVE FOUND (STATUS "
                   play-log-status ")."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT xchg-file
           IF xchg-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN PLAYXOUT, STATUS "
                   xchg-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT today FROM DATE YYYYMMDD
           MOVE today TO xh-written
           MOVE from-date TO xh-from
           MOVE to-date TO xh-to
           MOVE xchg-header TO xchg-record
           PERFORM write-xchg-record

           MOVE 0 TO in-game
           MOVE 0 TO log-eof
           PERFORM UNTIL log-eof EQUAL 1
               READ play-log-file
                   AT END
                       MOVE 1 TO log-eof
                   NOT AT END
                       PERFORM copy-one-record
               END-READ
           END-PERFORM
           CLOSE play-log-file
           IF in-game EQUAL 1
               PERFORM end-game-block
           END-IF

           MOVE game-count TO xt-games
           MOVE record-count TO xt-records
           MOVE xchg-sum TO xt-checksum
           MOVE xchg-trailer TO xchg-record
           WRITE xchg-record
           CLOSE xchg-file

           DISPLAY "PLAYXEXP: " game-count " GAME(S) FROM " from-date
               " THROUGH " to-date " WRITTEN TO PLAYXOUT, "
               record-count " RECORDS, CHECKSUM " xt-checksum "."
           IF skipped-count GREATER THAN 0
               DISPLAY "PLAYXEXP: " skipped-count " GAME(S) LEFT OUT "
                   "-- RESULT NOT HUMAN, ENGINE, OR DRAW."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF game-count EQUAL 0
               DISPLAY "PLAYXEXP: NO GAMES IN THE DATE RANGE."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       copy-one-record.
           MOVE play-log-record(1:1) TO rec-type
           IF rec-type EQUAL "G"
               IF in-game EQUAL 1
                   PERFORM end-game-block
               END-IF
               MOVE play-log-record TO log-header-rec
               IF lh-date NOT LESS THAN from-date
                   AND lh-date NOT GREATER THAN to-date
                   PERFORM start-game-block
               END-IF
           ELSE
               MOVE play-log-record TO log-move-rec
               IF rec-type EQUAL "M" AND in-game EQUAL 1
                   AND lm-game EQUAL cur-game
                   ADD 1 TO cur-moves
                   MOVE cur-moves TO xm-move
                   MOVE lm-side TO xm-side
                   MOVE lm-r TO xm-r
                   MOVE lm-c TO xm-c
                   MOVE xchg-move TO xchg-record
                   PERFORM write-xchg-record
               END-IF
           END-IF.

      *    A header without a recognizable size is the old layout:
      *    size 3, full strength, and the result where the size
      *    field now starts.
       start-game-block.
           MOVE lh-game TO xg-game
           MOVE lh-date TO xg-date
           MOVE lh-time TO xg-time
           IF lh-size EQUAL '3' OR lh-size EQUAL '4'
               MOVE lh-result TO cur-result
               MOVE lh-size TO xg-size
               IF lh-depth NUMERIC AND lh-depth NOT GREATER THAN "08"
                   MOVE lh-depth TO xg-strength
               ELSE
                   MOVE "00" TO xg-strength
               END-IF
               MOVE lh-operator TO player-name
           ELSE
               MOVE lho-result TO cur-result
               MOVE '3' TO xg-size
               MOVE "00" TO xg-strength
               MOVE SPACES TO player-name
           END-IF
           IF player-name EQUAL SPACES
               MOVE "HUMAN" TO player-name
           END-IF
           IF lh-human EQUAL "O"
               MOVE "ENGINE" TO xg-x-player
               MOVE player-name TO xg-o-player
           ELSE
               MOVE player-name TO xg-x-player
               MOVE "ENGINE" TO xg-o-player
           END-IF
           EVALUATE TRUE
               WHEN cur-result EQUAL "DRAW"
                   MOVE "DRAW" TO xg-result
               WHEN cur-result EQUAL "HUMAN" AND lh-human EQUAL "O"
               WHEN cur-result EQUAL "ENGINE" AND lh-human NOT EQUAL "O"
                   MOVE "O-WINS" TO xg-result
               WHEN cur-result EQUAL "HUMAN"
               WHEN cur-result EQUAL "ENGINE"
                   MOVE "X-WINS" TO xg-result
               WHEN OTHER
                   DISPLAY "PLAYXEXP: GAME " lh-game " RESULT '"
                       cur-result "' NOT RECOGNIZED; LEFT OUT."
                   ADD 1 TO skipped-count
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE lh-game TO cur-game
           MOVE 0 TO cur-moves
           MOVE 1 TO in-game
           MOVE xchg-game TO xchg-record
           PERFORM write-xchg-record.

       end-game-block.
           MOVE cur-game TO xe-game
           MOVE cur-moves TO xe-moves
           MOVE xchg-end TO xchg-record
           PERFORM write-xchg-record
           ADD 1 TO game-count
           MOVE 0 TO in-game.

      *    Every record before the trailer is counted and folded into
      *    the checksum exactly as the vendor will recompute it.
       write-xchg-record.
           WRITE xchg-record
           ADD 1 TO record-count
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

       END PROGRAM PLAYXEXP.
