      *    finished game is archived to the PLAYLOG transcript file
      *    (header plus one record per move, see playrec.cpy) for
      *    PLAYRPLY to step through when training new analysts.
      *    The player signs on against OPERREG first, through the
      *    same gate as TTT with every outcome journaled to SIGNJRNL,
      *    and each archived game carries the operator's ID so
      *    CERTEVAL can judge trainees on their own games. The
      *    strength choices are shown with their calibrated ratings
      *    from STRLADDR's strength ladder while it is current.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT save-file ASSIGN TO "PLAYSAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS save-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.
           SELECT ladder-file ASSIGN TO "STRLADDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ladder-status.

       DATA DIVISION.
       FILE SECTION.
       FD play-log-file.
       01 play-log-record PIC X(49).

       FD save-file.
       01 save-record PIC X(537).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       FD ladder-file.
       01 ladder-record PIC X(67).

       WORKING-STORAGE SECTION.
       COPY state.
       COPY operreg.

       01 human-mark PIC S9 COMP.
       01 human-side PIC X VALUE SPACE.
      *    solution database first (see soldb.cbl) and only search
      *    when the database or its module is unavailable, so
      *    interactive response is instant once TTTSOLVE has run.
      *    On 4x4 the TTTBOOK4 opening book (see book4.cbl) plays
      *    the same part for the opening plies BOOK4BLD covered.
       01 sol-v PIC S9 COMP.
       01 sol-r PIC 9 COMP.
       01 sol-c PIC 9 COMP.
       01 save-usable PIC 9 COMP VALUE 0.
       01 resumed-game PIC 9 COMP VALUE 0.
       01 resume-choice PIC X VALUE SPACE.
       01 other-parked PIC 9 COMP VALUE 0.
       01 save-ri PIC 9 COMP.
       01 save-ci PIC 9 COMP.
       01 sv-i PIC 9(2) COMP.
                   15 sv-value PIC S9 SIGN IS TRAILING SEPARATE.
                   15 sv-nodes PIC 9(9).
                   15 sv-notation PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 sv-operator PIC X(8).

      *    Transcript archive: moves are buffered here as the game is
      *    played and flushed to PLAYLOG in one append when the game
       01 note-op PIC X(1).
       01 note-ok PIC 9 COMP.
       01 board-notation PIC X(16).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
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
           05 sj-program PIC X(8) VALUE "PLAY".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

      *    Ratings from the STRLADDR strength ladder for the strength
      *    prompt: slot 1 = full strength, slots 2-9 = depths 1-8.
      *    The ladder is shown only when its DLSig fingerprint is the
      *    one NegaMaxDL's scoring gives today.
       01 ladder-status PIC X(2).
       COPY ladrec.
       01 ladder-table.
           05 ladder-entry OCCURS 9 TIMES.
               10 lt-rated PIC 9 COMP.
               10 lt-rating PIC S9(4).
       01 lx PIC 9(2) COMP.
       01 ladder-eof PIC 9 COMP.
       01 ladder-count PIC 9(2) COMP.
       01 ladder-date PIC 9(8).
       01 ladder-signature PIC 9(9) COMP.
       01 current-signature PIC 9(9) COMP.
       01 ladder-line PIC X(80).
       01 ladder-pos PIC 9(2) COMP.
       01 ladder-choice PIC X(1).
       01 ladder-rating-disp PIC -ZZZ9.

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.

       PROCEDURE DIVISION.
           PERFORM initialize-invocation
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           PERFORM check-for-saved-game

           IF resumed-game EQUAL 0
                   MOVE 1 TO human-mark
               END-IF

               PERFORM show-strength-ladder
               DISPLAY "ENGINE STRENGTH -- F = FULL (DEFAULT), 1-8 = "
                   "SEARCH DEPTH:"
               ACCEPT strength-reply
           MOVE 0 TO move-count
           MOVE 1 TO game-no
           MOVE 0 TO engine-depth
           MOVE SPACES TO operator-id
           PERFORM VARYING save-ri FROM 1 BY 1 UNTIL save-ri > 4
               PERFORM VARYING save-ci FROM 1 BY 1 UNTIL save-ci > 4
                   MOVE 0 TO b-elem(save-ri, save-ci)
               END-PERFORM
           END-PERFORM.

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
           ACCEPT today FROM DATE YYYYMMDD
           MOVE today TO sj-date
           ACCEPT time-raw FROM TIME
           COMPUTE sj-time =
               time-hh * 10000 + time-mm * 100 + time-ss
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

      *    The calibrated ratings two lines to a screen, F and 1-4
      *    then 5-8; a missing ladder or one played against different
      *    NegaMaxDL scoring is mentioned instead.
       show-strength-ladder.
           PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 9
               MOVE 0 TO lt-rated(lx)
           END-PERFORM
           MOVE 0 TO ladder-count
           MOVE 0 TO ladder-signature
           OPEN INPUT ladder-file
           IF ladder-status NOT EQUAL "00"
               DISPLAY "(NO STRENGTH LADDER YET -- RUN STRLADDR TO "
                   "RATE THE STRENGTHS.)"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ladder-eof
           PERFORM UNTIL ladder-eof EQUAL 1
               READ ladder-file INTO ladder-fields
                   AT END
                       MOVE 1 TO ladder-eof
                   NOT AT END
                       PERFORM take-ladder-record
               END-READ
           END-PERFORM
           CLOSE ladder-file
           IF ladder-count EQUAL 0
               DISPLAY "(NO STRENGTH LADDER YET -- RUN STRLADDR TO "
                   "RATE THE STRENGTHS.)"
               EXIT PARAGRAPH
           END-IF
           CALL "DLSig" USING BY REFERENCE current-signature
               ON EXCEPTION
                   MOVE 0 TO current-signature
           END-CALL
           IF current-signature NOT EQUAL ladder-signature
               DISPLAY "(THE STRENGTH LADDER PREDATES NEGAMAXDL'S "
                   "CURRENT SCORING -- RERUN STRLADDR.)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CALIBRATED RATINGS, 3X3 LADDER OF " ladder-date
               " (RANDOM MOVES = 1000):"
           MOVE SPACES TO ladder-line
           MOVE 3 TO ladder-pos
           PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 9
               IF lx EQUAL 6
                   DISPLAY ladder-line
                   MOVE SPACES TO ladder-line
                   MOVE 3 TO ladder-pos
               END-IF
               IF lx EQUAL 1
                   MOVE 'F' TO ladder-choice
               ELSE
                   COMPUTE depth-disp = lx - 1
                   MOVE depth-disp(2:1) TO ladder-choice
               END-IF
               IF lt-rated(lx) EQUAL 1
                   MOVE lt-rating(lx) TO ladder-rating-disp
                   STRING ladder-choice " = " ladder-rating-disp
                       DELIMITED BY SIZE INTO ladder-line
                       WITH POINTER ladder-pos
               ELSE
                   STRING ladder-choice " =  ---" DELIMITED BY SIZE
                       INTO ladder-line WITH POINTER ladder-pos
               END-IF
               ADD 3 TO ladder-pos
           END-PERFORM
           DISPLAY ladder-line.

      *    'FL' is full strength and '01'-'08' the depths; the
      *    random-move player only anchors the scale.
       take-ladder-record.
           ADD 1 TO ladder-count
           MOVE ld-signature TO ladder-signature
           MOVE ld-date TO ladder-date
           IF ld-level EQUAL "FL"
               MOVE 1 TO lt-rated(1)
               MOVE ld-rating TO lt-rating(1)
               EXIT PARAGRAPH
           END-IF
           IF ld-level NUMERIC
               MOVE ld-level TO depth-disp
               IF depth-disp > 0 AND depth-disp < 9
                   COMPUTE lx = depth-disp + 1
                   MOVE 1 TO lt-rated(lx)
                   MOVE ld-rating TO lt-rating(lx)
               END-IF
           END-IF.

      *    Same board-size choice TTT offers: 3 stays the default,
      *    4 plays the big board (TTTSOLDB only covers 3x3, so the
      *    engine searches it once play leaves the TTTBOOK4 opening
      *    book).
       get-board-size.
           MOVE SPACE TO size-reply
           DISPLAY "BOARD SIZE (3 OR 4, DEFAULT 3):"

      *    A database miss, a missing dataset, or an unlinked module
      *    all land in the same place: sol-found stays 0 and the
      *    engine searches as it always has. A 4x4 position SolDB
      *    cannot answer gets the same chance in the opening book.
       try-solution-db.
           CALL "SolDB" USING
             BY REFERENCE state
             BY REFERENCE sol-found
             ON EXCEPTION
                 MOVE 0 TO sol-found
           END-CALL
           IF sol-found EQUAL 0 AND board-size EQUAL 4
               CALL "Book4" USING
                 BY REFERENCE state
                 BY REFERENCE sol-v
                 BY REFERENCE sol-r
                 BY REFERENCE sol-c
                 BY REFERENCE sol-found
                 ON EXCEPTION
                     MOVE 0 TO sol-found
               END-CALL
           END-IF.

      *    HINT consults the full-strength engine for the HUMAN's
      *    side -- the position is the human's to move, so NegaMax's
      *    Parks the game in PLAYSAVE, one overwritten record in the
      *    TTTCKPT style: the whole position, whose turn it is, the
      *    strength setting, and the buffered transcript so the
      *    eventual archive still covers the full game -- and the
      *    operator it belongs to, so only that trainee is offered
      *    it and the archive is credited to them.
       write-saved-game.
           MOVE "A" TO sv-active
           MOVE operator-id TO sv-operator
           IF human-mark EQUAL 1
               MOVE "X" TO sv-human
           ELSE
      *    reloads everything write-saved-game put down; declining
      *    retires the record so the offer doesn't reappear every
      *    session, the same way TTT retires a declined checkpoint.
      *    Only the operator who parked the game is offered it; a
      *    game parked for someone else is left on file untouched,
      *    and this session may not SAVE over it; QUIT then leaves
      *    without saving. A save written before saves carried an
      *    operator cannot be credited to anyone and is retired
      *    unloaded.
       check-for-saved-game.
           MOVE 0 TO resumed-game
           MOVE 0 TO other-parked
           OPEN INPUT save-file
           IF save-status EQUAL "00"
               READ save-file INTO save-out
                           " ITS FIELDS NO LONGER LINE UP AND IT "
                           "CANNOT BE RESUMED. RETIRING IT."
                       PERFORM retire-saved-game
                       EXIT PARAGRAPH
                   END-IF
                   IF sv-operator EQUAL SPACES
                       DISPLAY "A SAVED GAME FROM BEFORE SAVES "
                           "CARRIED AN OPERATOR IS ON FILE; IT "
                           "CANNOT BE CREDITED TO ANYONE. RETIRING "
                           "IT."
                       PERFORM retire-saved-game
                       EXIT PARAGRAPH
                   END-IF
                   IF sv-operator NOT EQUAL operator-id
                       MOVE 1 TO other-parked
                       DISPLAY "A GAME IS PARKED FOR OPERATOR "
                           sv-operator "; IT IS LEFT FOR THEM."
                   ELSE
                       DISPLAY "FOUND A SAVED GAME (HUMAN PLAYS "
                           sv-human ", " sv-move-count " MOVES IN)."
                   MOVE "HUMAN" TO result-text
           END-EVALUATE

      *    The game-number scan leaves the last PLAYLOG record read
      *    in log-header-rec, so clear it before building the header.
           MOVE SPACES TO log-header-rec
           MOVE "G" TO lh-type
           MOVE game-no TO lh-game
           ACCEPT today FROM DATE YYYYMMDD
           MOVE engine-depth TO depth-disp
           MOVE depth-disp TO lh-depth
           MOVE result-text TO lh-result
           MOVE operator-id TO lh-operator

           OPEN EXTEND play-log-file
           IF play-log-status EQUAL "35"
                   WHEN "TAKEBACK"
                       PERFORM take-back-move
                   WHEN "SAVE"
                       IF other-parked EQUAL 1
                           DISPLAY "A GAME IS ALREADY PARKED FOR "
                               "OPERATOR " sv-operator "; THIS GAME "
                               "CANNOT BE SAVED OVER IT. QUIT LEAVES "
                               "WITHOUT SAVING."
                       ELSE
                           PERFORM write-saved-game
                           DISPLAY "GAME SAVED -- YOUR NEXT PLAY "
                               "SESSION WILL OFFER TO RESUME IT."
                           GOBACK
                       END-IF
                   WHEN "QUIT"
                       IF other-parked EQUAL 1
                           DISPLAY "GAME ABANDONED -- NOT SAVED; THE "
                               "GAME PARKED FOR OPERATOR " sv-operator
                               " IS LEFT ON FILE."
                           GOBACK
                       ELSE
                           PERFORM write-saved-game
                           DISPLAY "GAME SAVED -- YOUR NEXT PLAY "
                               "SESSION WILL OFFER TO RESUME IT."
                           GOBACK
                       END-IF
                   WHEN OTHER
                       PERFORM try-parse-move
               END-EVALUATE
