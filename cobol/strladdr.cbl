       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRLADDR.

      *    Strength-ladder calibration for PLAY's selectable engine
      *    strengths. PLAY offers NegaMaxDL at depths 1-8 besides
      *    full strength, but nothing said how much weaker one depth
      *    is than another, so trainees picked blind and PLAYRPT's
      *    results by strength could not be read. This job plays a
      *    round robin on the 3x3 board among ten players -- a
      *    random-move player, NegaMaxDL at each depth 1-8, and
      *    full-strength NegaMax -- with the requested number of
      *    games per side in every pairing, each player taking X and
      *    O in turn. The engines are deterministic, so after the
      *    first pair of games in a pairing each pair opens with X
      *    forced onto the next cell in turn, and the pairing sees
      *    several openings instead of the same game again.
      *
      *    Every player's win/draw/loss counts and rates against the
      *    field are written to the STRLADDR dataset (ladrec.cpy)
      *    with a performance rating: repeatedly, each player's
      *    rating becomes the average rating of the opponents it met
      *    plus 400 times its net wins per game, and the scale is
      *    pinned so the random-move player rates 1000. The ladder
      *    carries the DLSig fingerprint of NegaMaxDL's static
      *    scoring; PLAY shows the ratings beside its strength
      *    choices only while that scoring is unchanged, so this job
      *    must be rerun whenever NegaMaxDL's scoring is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ladder-file ASSIGN TO "STRLADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ladder-status.

       DATA DIVISION.
       FILE SECTION.
       FD ladder-file.
       01 ladder-record PIC X(67).

       WORKING-STORAGE SECTION.
       01 ladder-status PIC X(2).
       COPY state.
       COPY ladrec.

      *    Player 1 is the random-move player, players 2-9 are
      *    NegaMaxDL at depths 1-8, player 10 is full NegaMax.
       01 player-table.
           05 player-entry OCCURS 10 TIMES.
               10 pl-level PIC X(2).
               10 pl-games PIC 9(5) COMP.
               10 pl-wins PIC 9(5) COMP.
               10 pl-draws PIC 9(5) COMP.
               10 pl-losses PIC 9(5) COMP.
               10 pl-rating PIC S9(6)V9(4) COMP-3.
               10 pl-new-rating PIC S9(6)V9(4) COMP-3.
      *    Head-to-head games and net wins (wins less losses) of
      *    player i against player j.
       01 meeting-table.
           05 meeting-row OCCURS 10 TIMES.
               10 mt-games PIC 9(5) COMP OCCURS 10 TIMES.
               10 mt-net PIC S9(5) COMP OCCURS 10 TIMES.
       01 pa PIC 9(2) COMP.
       01 pb PIC 9(2) COMP.
       01 pi PIC 9(2) COMP.
       01 pj PIC 9(2) COMP.
       01 pass-no PIC 9(3) COMP.
       01 opp-sum PIC S9(9)V9(4) COMP-3.
       01 net-term PIC S9(9) COMP-3.
       01 anchor-shift PIC S9(6)V9(4) COMP-3.

       01 games-per PIC 9(3) COMP VALUE 4.
       01 gi PIC 9(3) COMP.
       01 pair-no PIC 9(3) COMP.
       01 opening-cell PIC 9(2) COMP.
       01 x-player PIC 9(2) COMP.
       01 o-player PIC 9(2) COMP.
       01 mover PIC 9(2) COMP.
       01 winner PIC 9(2) COMP.
       01 loser PIC 9(2) COMP.
       01 game-v PIC S9 COMP.
       01 game-count PIC 9(5) COMP VALUE 0.

       01 move-r PIC 9 COMP.
       01 move-c PIC 9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 empty-count PIC 9(2) COMP.
       01 pick PIC 9(2) COMP.
       01 engine-depth PIC 9(2) COMP.
       01 engine-v PIC S9 COMP.
       01 engine-dl-v PIC S9(3) COMP.
       01 call-nodes PIC 9(9) COMP.
       01 random-seed PIC 9(8).
       01 random-draw PIC 9V9(8).

       01 dl-signature PIC 9(9) COMP.
       01 today PIC 9(8).
       01 pct-work PIC 9(3) COMP.
       01 disp-games-per PIC Z9.
       01 disp-game-count PIC ZZZZ9.

       01 number-reply PIC X(5) VALUE SPACES.
       01 reply-ok PIC 9 COMP.
       01 reply-value PIC 9(9) COMP.
       01 reply-digits PIC 9 COMP.
       01 reply-char PIC X.
       01 reply-digit PIC 9.
       01 rx PIC 9 COMP.

       01 ladder-line.
           05 ll-name PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ll-games PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ll-win-pct PIC ZZ9.
           05 FILLER PIC X(4) VALUE "%   ".
           05 ll-draw-pct PIC ZZ9.
           05 FILLER PIC X(4) VALUE "%   ".
           05 ll-loss-pct PIC ZZ9.
           05 FILLER PIC X(4) VALUE "%   ".
           05 ll-rating PIC -ZZZ9.

       PROCEDURE DIVISION.
           MOVE 0 TO reply-ok
           PERFORM UNTIL reply-ok EQUAL 1
               DISPLAY "GAMES PER SIDE IN EACH PAIRING (1-50, BLANK "
                   "= 4):"
               MOVE SPACES TO number-reply
               ACCEPT number-reply
               IF number-reply EQUAL SPACES
                   MOVE 4 TO games-per
                   MOVE 1 TO reply-ok
               ELSE
                   PERFORM parse-number-reply
                   IF reply-ok EQUAL 1
                       AND (reply-value EQUAL 0 OR reply-value > 50)
                       MOVE 0 TO reply-ok
                   END-IF
                   IF reply-ok EQUAL 1
                       MOVE reply-value TO games-per
                   ELSE
                       DISPLAY "INVALID REPLY: ENTER A NUMBER OF "
                           "GAMES FROM 1 TO 50."
                   END-IF
               END-IF
           END-PERFORM

           PERFORM initialize-players
           ACCEPT random-seed FROM TIME
           COMPUTE random-draw = FUNCTION RANDOM(random-seed)

           MOVE 0 TO game-count
           PERFORM VARYING pa FROM 1 BY 1 UNTIL pa > 9
               PERFORM VARYING pb FROM pa BY 1 UNTIL pb > 10
                   IF pb NOT EQUAL pa
                       PERFORM play-pairing
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM compute-ratings
           CALL "DLSig" USING BY REFERENCE dl-signature
               ON EXCEPTION
                   DISPLAY "ERROR: DLSIG MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           PERFORM write-ladder
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

       initialize-players.
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               EVALUATE pi
                   WHEN 1
                       MOVE "RN" TO pl-level(pi)
                   WHEN 10
                       MOVE "FL" TO pl-level(pi)
                   WHEN OTHER
                       MOVE "0" TO pl-level(pi)(1:1)
                       COMPUTE reply-digit = pi - 1
                       MOVE reply-digit TO pl-level(pi)(2:1)
               END-EVALUATE
               MOVE 0 TO pl-games(pi)
               MOVE 0 TO pl-wins(pi)
               MOVE 0 TO pl-draws(pi)
               MOVE 0 TO pl-losses(pi)
               MOVE 1000 TO pl-rating(pi)
               PERFORM VARYING pj FROM 1 BY 1 UNTIL pj > 10
                   MOVE 0 TO mt-games(pi, pj)
                   MOVE 0 TO mt-net(pi, pj)
               END-PERFORM
           END-PERFORM.

      *    Odd games put pa on X, even games pb; the first pair of
      *    games is left to the players, later pairs force X's first
      *    move onto cells 1-9 in turn.
       play-pairing.
           PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > games-per * 2
               IF FUNCTION MOD(gi, 2) EQUAL 1
                   MOVE pa TO x-player
                   MOVE pb TO o-player
               ELSE
                   MOVE pb TO x-player
                   MOVE pa TO o-player
               END-IF
               COMPUTE pair-no = (gi + 1) / 2
               IF pair-no EQUAL 1
                   MOVE 0 TO opening-cell
               ELSE
                   COMPUTE opening-cell =
                       FUNCTION MOD(pair-no - 2, 9) + 1
               END-IF
               PERFORM play-one-game
           END-PERFORM.

       play-one-game.
           MOVE 3 TO board-size
           MOVE 1 TO on-move
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           IF opening-cell NOT EQUAL 0
               COMPUTE r = (opening-cell - 1) / 3 + 1
               COMPUTE c = FUNCTION MOD(opening-cell - 1, 3) + 1
               MOVE 1 TO b-elem(r, c)
               MOVE -1 TO on-move
           END-IF

           MOVE -2 TO game-v
           PERFORM UNTIL game-v NOT EQUAL -2
               CALL "GameValue" USING BY REFERENCE state
                                      BY REFERENCE game-v
                   ON EXCEPTION
                       DISPLAY "ERROR: GAMEVALUE MODULE CALL FAILED; "
                           "ABORTING."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-CALL
               IF game-v EQUAL -2
                   IF on-move EQUAL 1
                       MOVE x-player TO mover
                   ELSE
                       MOVE o-player TO mover
                   END-IF
                   PERFORM choose-move
                   MOVE on-move TO b-elem(move-r, move-c)
                   COMPUTE on-move = 0 - on-move
               END-IF
           END-PERFORM
           ADD 1 TO game-count
           PERFORM score-game.

      *    GameValue reports from the side to move, so a terminal -1
      *    means the side that just moved won.
       score-game.
           ADD 1 TO pl-games(x-player)
           ADD 1 TO pl-games(o-player)
           ADD 1 TO mt-games(x-player, o-player)
           ADD 1 TO mt-games(o-player, x-player)
           IF game-v EQUAL 0
               ADD 1 TO pl-draws(x-player)
               ADD 1 TO pl-draws(o-player)
               EXIT PARAGRAPH
           END-IF
           IF on-move EQUAL -1
               MOVE x-player TO winner
               MOVE o-player TO loser
           ELSE
               MOVE o-player TO winner
               MOVE x-player TO loser
           END-IF
           ADD 1 TO pl-wins(winner)
           ADD 1 TO pl-losses(loser)
           ADD 1 TO mt-net(winner, loser)
           SUBTRACT 1 FROM mt-net(loser, winner).

      *    The mover's reply into move-r/move-c: a uniformly random
      *    empty cell, a depth-limited search, or a full search.
       choose-move.
           MOVE 0 TO call-nodes
           EVALUATE mover
               WHEN 1
                   PERFORM choose-random-move
               WHEN 10
                   CALL "NegaMax" USING BY REFERENCE state
                                        BY REFERENCE engine-v
                                        BY REFERENCE call-nodes
                                        BY REFERENCE move-r
                                        BY REFERENCE move-c
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAX MODULE CALL "
                               "FAILED; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
               WHEN OTHER
                   COMPUTE engine-depth = mover - 1
                   CALL "NegaMaxDL" USING BY REFERENCE state
                                          BY REFERENCE engine-dl-v
                                          BY REFERENCE call-nodes
                                          BY REFERENCE engine-depth
                                          BY REFERENCE move-r
                                          BY REFERENCE move-c
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAXDL MODULE CALL "
                               "FAILED; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
           END-EVALUATE.

       choose-random-move.
           MOVE 0 TO empty-count
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   IF b-elem(r, c) EQUAL 0
                       ADD 1 TO empty-count
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE random-draw = FUNCTION RANDOM
           COMPUTE pick = random-draw * empty-count + 1
           IF pick GREATER THAN empty-count
               MOVE empty-count TO pick
           END-IF
           MOVE 0 TO empty-count
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   IF b-elem(r, c) EQUAL 0
                       ADD 1 TO empty-count
                       IF empty-count EQUAL pick
                           MOVE r TO move-r
                           MOVE c TO move-c
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Performance ratings settled by repetition: each pass
      *    rates every player at its opponents' average plus 400
      *    per net win per game, then slides the whole scale so the
      *    random-move player sits at 1000.
       compute-ratings.
           PERFORM VARYING pass-no FROM 1 BY 1 UNTIL pass-no > 200
               PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
                   MOVE 0 TO opp-sum
                   PERFORM VARYING pj FROM 1 BY 1 UNTIL pj > 10
                       COMPUTE net-term = 400 * mt-net(pi, pj)
                       COMPUTE opp-sum = opp-sum
                           + mt-games(pi, pj) * pl-rating(pj)
                           + net-term
                   END-PERFORM
                   IF pl-games(pi) GREATER THAN 0
                       COMPUTE pl-new-rating(pi) ROUNDED =
                           opp-sum / pl-games(pi)
                   ELSE
                       MOVE pl-rating(pi) TO pl-new-rating(pi)
                   END-IF
               END-PERFORM
               COMPUTE anchor-shift = pl-new-rating(1) - 1000
               PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
                   COMPUTE pl-rating(pi) =
                       pl-new-rating(pi) - anchor-shift
               END-PERFORM
           END-PERFORM.

       write-ladder.
           ACCEPT today FROM DATE YYYYMMDD
           OPEN OUTPUT ladder-file
           IF ladder-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN STRLADDR, STATUS "
                   ladder-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE games-per TO disp-games-per
           MOVE game-count TO disp-game-count
           DISPLAY "STRENGTH LADDER, " disp-games-per " GAME(S) PER "
               "SIDE PER PAIRING, " disp-game-count " GAMES IN ALL:"
           DISPLAY "PLAYER    GAMES   WIN%   DRW%   LOS%    RATE"
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 10
               MOVE SPACES TO ladder-fields
               MOVE pl-level(pi) TO ld-level
               MOVE pl-games(pi) TO ld-games
               MOVE pl-wins(pi) TO ld-wins
               MOVE pl-draws(pi) TO ld-draws
               MOVE pl-losses(pi) TO ld-losses
               MOVE 0 TO ld-win-pct
               MOVE 0 TO ld-draw-pct
               MOVE 0 TO ld-loss-pct
               IF pl-games(pi) GREATER THAN 0
                   COMPUTE pct-work ROUNDED =
                       pl-wins(pi) * 100 / pl-games(pi)
                   MOVE pct-work TO ld-win-pct
                   COMPUTE pct-work ROUNDED =
                       pl-draws(pi) * 100 / pl-games(pi)
                   MOVE pct-work TO ld-draw-pct
                   COMPUTE pct-work ROUNDED =
                       pl-losses(pi) * 100 / pl-games(pi)
                   MOVE pct-work TO ld-loss-pct
               END-IF
               COMPUTE ld-rating ROUNDED = pl-rating(pi)
               MOVE today TO ld-date
               MOVE games-per TO ld-games-per
               MOVE dl-signature TO ld-signature
               MOVE ladder-fields TO ladder-record
               WRITE ladder-record

               EVALUATE pi
                   WHEN 1
                       MOVE "RANDOM" TO ll-name
                   WHEN 10
                       MOVE "FULL" TO ll-name
                   WHEN OTHER
                       MOVE SPACES TO ll-name
                       MOVE "DEPTH " TO ll-name(1:6)
                       MOVE ld-level(2:1) TO ll-name(7:1)
               END-EVALUATE
               MOVE ld-games TO ll-games
               MOVE ld-win-pct TO ll-win-pct
               MOVE ld-draw-pct TO ll-draw-pct
               MOVE ld-loss-pct TO ll-loss-pct
               MOVE ld-rating TO ll-rating
               DISPLAY ladder-line
           END-PERFORM
           CLOSE ladder-file
           DISPLAY "STRLADDR: LADDER WRITTEN; PLAY SHOWS IT UNTIL "
               "NEGAMAXDL'S SCORING CHANGES.".

       END PROGRAM STRLADDR.
