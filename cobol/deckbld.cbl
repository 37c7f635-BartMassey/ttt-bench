       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECKBLD.

      *    Deck builder: writes a deck in the TTTDECK record layout
      *    from data the suite already holds, so a regression deck
      *    covers the game tree systematically instead of only the
      *    positions someone thought to key by hand. One source per
      *    run:
      *      S  a stratified sample of TTTSOLDB -- up to n positions
      *         per move number (ply), spread evenly through that
      *         ply's records -- carrying the stored value and best
      *         move as the expected answer;
      *      P  every position reached in the PLAYLOG game
      *         transcripts (the empty board each game starts from
      *         and the position after every move);
      *      T  every position reached in the TOURNDTL move
      *         sequences, replayed from the empty board;
      *      N  a list of one-line X/O/. notations from the DECKNOTE
      *         text file, one per line (blank lines are skipped).
      *    The side on move is the stored one for a TTTSOLDB record
      *    and is read off the mark counts for the other sources (X
      *    moves first, so equal counts mean X to move).
      *
      *    The operator picks the eval code written on every record
      *    ('S', 'B', 'R', or 'V'; 'V' by default for a TTTSOLDB
      *    sample, 'S' otherwise) and whether positions that are the
      *    same board under rotation or reflection are written once
      *    (Canonicalize, the same reduction TTCache and TTTSOLVE
      *    use). A 'V' record needs an expected value: TTTSOLDB
      *    supplies it through SolDB, a 3x3 position missing from
      *    the database is solved with NegaMax, a 4x4 position in
      *    the verified TTTBOOK4 opening book takes its value from
      *    Book4, and a 4x4 position with no known value is left
      *    out of a 'V' deck and counted. The expected move is
      *    written only when the operator asks for it, since tied
      *    positions have several equally good moves (zeros tell
      *    TTT's deck mode any move will do). Every candidate is
      *    screened through LegalCheck first.
      *
      *    The deck goes to DECKNEW for the operator to review and
      *    mount as TTTDECK; a hand-built TTTDECK is never
      *    overwritten. The DECKSUM summary counts what went in by
      *    ply and by value class for the side on move (WIN, DRAW,
      *    LOSS, or UNKNOWN), with the candidates left out and why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sol-file ASSIGN TO "TTTSOLDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sol-key
               FILE STATUS IS sol-status.
           SELECT play-log-file ASSIGN TO "PLAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS play-log-status.
           SELECT tourn-dtl-file ASSIGN TO "TOURNDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tourn-dtl-status.
           SELECT note-file ASSIGN TO "DECKNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS note-status.
           SELECT deck-file ASSIGN TO "DECKNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deck-status.
           SELECT report-file ASSIGN TO "DECKSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD sol-file.
       01 sol-record.
           05 sol-key PIC 9(5).
           05 FILLER PIC X.
           05 sol-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 sol-r PIC 9.
           05 FILLER PIC X.
           05 sol-c PIC 9.

       FD play-log-file.
       01 play-log-record PIC X(49).

       FD tourn-dtl-file.
       01 tourn-dtl-record PIC X(78).

       FD note-file.
       01 note-record PIC X(80).

       FD deck-file.
       01 deck-record PIC X(46).

       FD report-file.
       01 report-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 sol-status PIC X(2).
       01 play-log-status PIC X(2).
       01 tourn-dtl-status PIC X(2).
       01 note-status PIC X(2).
       01 deck-status PIC X(2).
       01 report-status PIC X(2).
       COPY state.
       COPY playrec.

      *    TTTTOURN's per-game detail record.
       01 tourn-dtl-in.
           05 td-date PIC 9(8).
           05 FILLER PIC X.
           05 td-time PIC 9(6).
           05 FILLER PIC X.
           05 td-pair-a PIC X(2).
           05 FILLER PIC X.
           05 td-pair-b PIC X(2).
           05 FILLER PIC X.
           05 td-game PIC 9(3).
           05 FILLER PIC X.
           05 td-x-engine PIC X(2).
           05 FILLER PIC X.
           05 td-o-engine PIC X(2).
           05 FILLER PIC X.
           05 td-result PIC X(4).
           05 FILLER PIC X.
           05 td-move-count PIC 9(2).
           05 FILLER PIC X.
           05 td-moves PIC X(18).
           05 FILLER PIC X.
           05 td-x-nodes PIC 9(9).
           05 FILLER PIC X.
           05 td-o-nodes PIC 9(9).

      *    One deck record in the TTTDECK layout TTT's deck mode
      *    reads.
       01 deck-out.
           05 dk-size PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 dk-cells.
               10 dk-cell PIC S9 OCCURS 16 TIMES
                   SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 dk-on-move PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 dk-eval PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 dk-exp-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 dk-exp-r PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 dk-exp-c PIC 9.

       01 source-reply PIC X VALUE SPACE.
       01 source-code PIC X VALUE SPACE.
       01 eval-reply PIC X VALUE SPACE.
       01 eval-code PIC X VALUE SPACE.
       01 dedup-reply PIC X VALUE SPACE.
       01 dedup-on PIC X VALUE 'Y'.
       01 move-reply PIC X VALUE SPACE.
       01 expect-move PIC X VALUE 'N'.
       01 per-ply PIC 9(5) COMP VALUE 20.

      *    Operator number entry, parsed digit by digit the way
      *    SOLDBVFY parses its sample interval.
       01 number-reply PIC X(5) VALUE SPACES.
       01 reply-ok PIC 9 COMP.
       01 reply-value PIC 9(9) COMP.
       01 reply-digits PIC 9 COMP.
       01 reply-char PIC X.
       01 reply-digit PIC 9.
       01 rx PIC 9 COMP.

       01 file-eof PIC 9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 ci PIC 9(2) COMP.
       01 mi PIC 9(2) COMP.
       01 key-work PIC 9(5) COMP.
       01 cell-digit PIC 9 COMP.
       01 x-count PIC 9(2) COMP.
       01 o-count PIC 9(2) COMP.
       01 ply PIC 9(2) COMP.
       01 vclass PIC 9 COMP.

      *    Sampling: records per ply on the first pass over the
      *    database, then every interval-th record of each ply on
      *    the second until per-ply have been offered.
       01 ply-table.
           05 ply-entry OCCURS 17 TIMES.
               10 pl-total PIC 9(6) COMP.
               10 pl-interval PIC 9(6) COMP.
               10 pl-seen PIC 9(6) COMP.
               10 pl-taken PIC 9(6) COMP.
       01 pi PIC 9(2) COMP.

      *    What is known about the candidate being offered.
       01 value-known PIC 9 COMP.
       01 known-value PIC S9 COMP.
       01 known-r PIC 9 COMP.
       01 known-c PIC 9 COMP.
       01 position-legal PIC 9 COMP.
       01 legal-reason PIC 9(2) COMP.
       01 db-value PIC S9 COMP.
       01 db-r PIC 9 COMP.
       01 db-c PIC 9 COMP.
       01 db-found PIC 9 COMP.
       01 v PIC S9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 best-r PIC 9 COMP.
       01 best-c PIC 9 COMP.

       01 note-op PIC X(1).
       01 note-ok PIC 9 COMP.
       01 notation PIC X(16).

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

      *    Canonical forms already written: board size, the 16
      *    cells as X/O/., and the side on move.
       01 seen-table.
           05 seen-key PIC X(18) OCCURS 5000 TIMES.
       01 seen-count PIC 9(4) COMP VALUE 0.
       01 si PIC 9(4) COMP.
       01 seen-hit PIC 9 COMP.
       01 canon-key PIC X(18).

       01 offered-count PIC 9(6) VALUE 0.
       01 written-count PIC 9(6) VALUE 0.
       01 illegal-count PIC 9(6) VALUE 0.
       01 dup-count PIC 9(6) VALUE 0.
       01 novalue-count PIC 9(6) VALUE 0.
       01 badnote-count PIC 9(6) VALUE 0.

      *    Written positions by ply (0-16) and value class for the
      *    side on move: 1 WIN, 2 DRAW, 3 LOSS, 4 UNKNOWN.
       01 summary-table.
           05 sum-ply OCCURS 17 TIMES.
               10 sum-count PIC 9(6) COMP OCCURS 4 TIMES.
       01 vi PIC 9 COMP.
       01 row-total PIC 9(6) COMP.
       01 class-totals.
           05 class-total PIC 9(6) COMP OCCURS 4 TIMES.

       01 report-line PIC X(80).
       01 summary-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 sm-ply PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 sm-win PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 sm-draw PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 sm-loss PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 sm-unknown PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 sm-total PIC ZZZZZ9.
       01 disp-n PIC 9(5).

       PROCEDURE DIVISION.
           PERFORM get-options

           OPEN OUTPUT deck-file
           IF deck-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN DECKNEW, STATUS "
                   deck-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 17
               PERFORM VARYING vi FROM 1 BY 1 UNTIL vi > 4
                   MOVE 0 TO sum-count(pi, vi)
               END-PERFORM
           END-PERFORM

           EVALUATE source-code
               WHEN 'S'
                   PERFORM sample-solution-db
               WHEN 'P'
                   PERFORM read-play-log
               WHEN 'T'
                   PERFORM read-tourn-detail
               WHEN 'N'
                   PERFORM read-notation-list
           END-EVALUATE
           CLOSE deck-file

           PERFORM write-summary

           DISPLAY "DECKBLD: " written-count " DECK RECORD(S) WRITTEN "
               "TO DECKNEW FROM " offered-count " CANDIDATE(S); "
               "SUMMARY IN DECKSUM."
           IF written-count EQUAL 0
               DISPLAY "DECKBLD: THE DECK IS EMPTY."
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       get-options.
           MOVE SPACE TO source-code
           PERFORM UNTIL source-code NOT EQUAL SPACE
               DISPLAY "SOURCE: S = TTTSOLDB SAMPLE  P = PLAYLOG  "
                   "T = TOURNDTL  N = DECKNOTE LIST:"
               MOVE SPACE TO source-reply
               ACCEPT source-reply
               EVALUATE source-reply
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'S' TO source-code
                   WHEN 'P'
                   WHEN 'p'
                       MOVE 'P' TO source-code
                   WHEN 'T'
                   WHEN 't'
                       MOVE 'T' TO source-code
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO source-code
                   WHEN OTHER
                       DISPLAY "INVALID SOURCE: ENTER S, P, T, OR N."
               END-EVALUATE
           END-PERFORM

           IF source-code EQUAL 'S'
               MOVE 0 TO reply-ok
               PERFORM UNTIL reply-ok EQUAL 1
                   DISPLAY "POSITIONS PER PLY (BLANK = 20):"
                   MOVE SPACES TO number-reply
                   ACCEPT number-reply
                   IF number-reply EQUAL SPACES
                       MOVE 20 TO per-ply
                       MOVE 1 TO reply-ok
                   ELSE
                       PERFORM parse-number-reply
                       IF reply-ok EQUAL 1 AND reply-value EQUAL 0
                           MOVE 0 TO reply-ok
                       END-IF
                       IF reply-ok EQUAL 1
                           MOVE reply-value TO per-ply
                       ELSE
                           DISPLAY "INVALID REPLY: ENTER A POSITIVE "
                               "NUMBER OF POSITIONS."
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACE TO eval-code
           PERFORM UNTIL eval-code NOT EQUAL SPACE
               IF source-code EQUAL 'S'
                   DISPLAY "EVAL CODE: S, B, R, OR V (BLANK = V):"
               ELSE
                   DISPLAY "EVAL CODE: S, B, R, OR V (BLANK = S):"
               END-IF
               MOVE SPACE TO eval-reply
               ACCEPT eval-reply
               EVALUATE eval-reply
                   WHEN SPACE
                       IF source-code EQUAL 'S'
                           MOVE 'V' TO eval-code
                       ELSE
                           MOVE 'S' TO eval-code
                       END-IF
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'S' TO eval-code
                   WHEN 'B'
                   WHEN 'b'
                       MOVE 'B' TO eval-code
                   WHEN 'R'
                   WHEN 'r'
                       MOVE 'R' TO eval-code
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'V' TO eval-code
                   WHEN OTHER
                       DISPLAY "INVALID EVAL CODE: ENTER S, B, R, "
                           "OR V."
               END-EVALUATE
           END-PERFORM

           MOVE 'N' TO expect-move
           IF eval-code EQUAL 'V'
               DISPLAY "EXPECT THE BEST MOVE AS WELL AS THE VALUE "
                   "(Y/N, BLANK = N):"
               MOVE SPACE TO move-reply
               ACCEPT move-reply
               IF move-reply EQUAL 'Y' OR move-reply EQUAL 'y'
                   MOVE 'Y' TO expect-move
               END-IF
           END-IF

           DISPLAY "ONE RECORD PER CANONICAL FORM (Y/N, BLANK = Y):"
           MOVE SPACE TO dedup-reply
           ACCEPT dedup-reply
           IF dedup-reply EQUAL 'N' OR dedup-reply EQUAL 'n'
               MOVE 'N' TO dedup-on
           ELSE
               MOVE 'Y' TO dedup-on
           END-IF.

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

      *    Two passes over the database: count each ply, then offer
      *    every interval-th record of each ply so the sample spans
      *    the whole ply rather than its lowest keys.
       sample-solution-db.
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 17
               MOVE 0 TO pl-total(pi)
               MOVE 0 TO pl-seen(pi)
               MOVE 0 TO pl-taken(pi)
           END-PERFORM
           OPEN INPUT sol-file
           IF sol-status NOT EQUAL "00"
               DISPLAY "DECKBLD: TTTSOLDB NOT READABLE (STATUS "
                   sol-status "); RUN TTTSOLVE."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ sol-file NEXT RECORD
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM decode-record-key
                       PERFORM count-marks
                       ADD 1 TO pl-total(ply + 1)
               END-READ
           END-PERFORM
           CLOSE sol-file
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 17
               COMPUTE pl-interval(pi) =
                   (pl-total(pi) + per-ply - 1) / per-ply
               IF pl-interval(pi) EQUAL 0
                   MOVE 1 TO pl-interval(pi)
               END-IF
           END-PERFORM

           OPEN INPUT sol-file
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ sol-file NEXT RECORD
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM sample-one-record
               END-READ
           END-PERFORM
           CLOSE sol-file.

       sample-one-record.
           PERFORM decode-record-key
           PERFORM count-marks
           MOVE ply TO pi
           ADD 1 TO pi
           ADD 1 TO pl-seen(pi)
           IF pl-taken(pi) NOT LESS THAN per-ply
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(pl-seen(pi) - 1, pl-interval(pi))
               NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO pl-taken(pi)
      *    The decoded board is the canonical orientation TTTSOLVE
      *    stored, so the stored move needs no translation.
           MOVE 1 TO value-known
           MOVE sol-value TO known-value
           MOVE sol-r TO known-r
           MOVE sol-c TO known-c
           PERFORM offer-position.

      *    Unpacks the record key back into state, the TTCache/
      *    TTTSOLVE base-3 convention run backwards exactly as
      *    SOLDBVFY decodes it.
       decode-record-key.
           MOVE 3 TO board-size
           COMPUTE key-work = sol-key - 1
           IF key-work NOT LESS THAN 19683
               MOVE -1 TO on-move
               SUBTRACT 19683 FROM key-work
           ELSE
               MOVE 1 TO on-move
           END-IF
           PERFORM VARYING r FROM 3 BY -1 UNTIL r < 1
               PERFORM VARYING c FROM 3 BY -1 UNTIL c < 1
                   COMPUTE cell-digit = FUNCTION MOD(key-work, 3)
                   COMPUTE key-work = key-work / 3
                   COMPUTE b-elem(r, c) = cell-digit - 1
               END-PERFORM
           END-PERFORM
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   IF r > 3 OR c > 3
                       MOVE 0 TO b-elem(r, c)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Each game's empty starting board, then the position after
      *    every move, read off the notation on the move record.
       read-play-log.
           OPEN INPUT play-log-file
           IF play-log-status NOT EQUAL "00"
               DISPLAY "DECKBLD: NO PLAYLOG TO READ (STATUS "
                   play-log-status ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ play-log-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       EVALUATE play-log-record(1:1)
                           WHEN 'G'
                               MOVE play-log-record TO log-header-rec
                               IF lh-size EQUAL '4'
                                   MOVE 4 TO board-size
                               ELSE
                                   MOVE 3 TO board-size
                               END-IF
                               PERFORM clear-board
                               MOVE 1 TO on-move
                               MOVE 0 TO value-known
                               PERFORM offer-position
                           WHEN 'M'
                               MOVE play-log-record TO log-move-rec
                               MOVE lm-notation TO notation
                               PERFORM offer-notation
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE play-log-file.

      *    TTTTOURN games are 3x3 and X always opens; the move
      *    sequence is row/column digit pairs in play order.
       read-tourn-detail.
           OPEN INPUT tourn-dtl-file
           IF tourn-dtl-status NOT EQUAL "00"
               DISPLAY "DECKBLD: NO TOURNDTL TO READ (STATUS "
                   tourn-dtl-status ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ tourn-dtl-file INTO tourn-dtl-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM replay-one-game
               END-READ
           END-PERFORM
           CLOSE tourn-dtl-file.

       replay-one-game.
           MOVE 3 TO board-size
           PERFORM clear-board
           MOVE 1 TO on-move
           MOVE 0 TO value-known
           PERFORM offer-position
           IF td-move-count NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING mi FROM 1 BY 1
               UNTIL mi > td-move-count OR mi > 9
               IF td-moves(mi * 2 - 1:1) NOT NUMERIC
                   OR td-moves(mi * 2:1) NOT NUMERIC
                   ADD 1 TO badnote-count
                   EXIT PERFORM
               END-IF
               MOVE td-moves(mi * 2 - 1:1) TO r
               MOVE td-moves(mi * 2:1) TO c
               IF r < 1 OR r > 3 OR c < 1 OR c > 3
                   ADD 1 TO badnote-count
                   EXIT PERFORM
               END-IF
               MOVE on-move TO b-elem(r, c)
               COMPUTE on-move = 0 - on-move
               MOVE 0 TO value-known
               PERFORM offer-position
           END-PERFORM.

       read-notation-list.
           OPEN INPUT note-file
           IF note-status NOT EQUAL "00"
               DISPLAY "DECKBLD: NO DECKNOTE LIST TO READ (STATUS "
                   note-status ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ note-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF note-record NOT EQUAL SPACES
                           MOVE note-record(1:16) TO notation
                           PERFORM offer-notation
                       END-IF
               END-READ
           END-PERFORM
           CLOSE note-file.

      *    A notation's length gives the board size (nine cells for
      *    3x3, sixteen for 4x4) and its mark counts the side on
      *    move.
       offer-notation.
           IF notation(10:7) EQUAL SPACES
               MOVE 3 TO board-size
           ELSE
               MOVE 4 TO board-size
           END-IF
           PERFORM clear-board
           MOVE 'U' TO note-op
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
               ADD 1 TO badnote-count
               EXIT PARAGRAPH
           END-IF
           PERFORM count-marks
           IF x-count EQUAL o-count
               MOVE 1 TO on-move
           ELSE
               MOVE -1 TO on-move
           END-IF
           MOVE 0 TO value-known
           PERFORM offer-position.

       clear-board.
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM.

       count-marks.
           MOVE 0 TO x-count
           MOVE 0 TO o-count
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > board-size
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > board-size
                   IF b-elem(r, c) EQUAL 1
                       ADD 1 TO x-count
                   END-IF
                   IF b-elem(r, c) EQUAL -1
                       ADD 1 TO o-count
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE ply = x-count + o-count.

      *    Every source ends here with the candidate in state:
      *    screen it, drop repeats, find its value, write it.
       offer-position.
           ADD 1 TO offered-count
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
               ADD 1 TO illegal-count
               EXIT PARAGRAPH
           END-IF

           IF dedup-on EQUAL 'Y'
               PERFORM check-seen
               IF seen-hit EQUAL 1
                   ADD 1 TO dup-count
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF value-known EQUAL 0
               PERFORM find-value
           END-IF
           IF eval-code EQUAL 'V' AND value-known EQUAL 0
               ADD 1 TO novalue-count
               EXIT PARAGRAPH
           END-IF

           IF written-count EQUAL 9999
               DISPLAY "ERROR: MORE THAN 9999 DECK RECORDS (THE MOST "
                   "TTT'S DECK MODE NUMBERS); ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF dedup-on EQUAL 'Y'
               PERFORM remember-seen
           END-IF
           PERFORM write-deck-record.

      *    Canonicalize and look the canonical form up among those
      *    already written.
       check-seen.
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
           MOVE SPACES TO canon-key
           MOVE board-size TO canon-key(1:1)
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   COMPUTE ci = (r - 1) * 4 + c + 1
                   EVALUATE canon-b-elem(r, c)
                       WHEN 1
                           MOVE 'X' TO canon-key(ci:1)
                       WHEN -1
                           MOVE 'O' TO canon-key(ci:1)
                       WHEN OTHER
                           MOVE '.' TO canon-key(ci:1)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           IF canon-on-move EQUAL 1
               MOVE 'X' TO canon-key(18:1)
           ELSE
               MOVE 'O' TO canon-key(18:1)
           END-IF
           MOVE 0 TO seen-hit
           PERFORM VARYING si FROM 1 BY 1
               UNTIL si > seen-count OR seen-hit EQUAL 1
               IF seen-key(si) EQUAL canon-key
                   MOVE 1 TO seen-hit
               END-IF
           END-PERFORM.

       remember-seen.
           IF seen-count EQUAL 5000
               DISPLAY "ERROR: MORE THAN 5000 DISTINCT POSITIONS TO "
                   "DEDUPLICATE; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO seen-count
           MOVE canon-key TO seen-key(seen-count).

      *    The database answers any 3x3 position it holds and the
      *    opening book any 4x4 one; a 3x3 position neither can
      *    answer is small enough to solve. Any other 4x4 position
      *    stays UNKNOWN rather than committing the builder to a
      *    full 4x4 search.
       find-value.
           CALL "SolDB" USING BY REFERENCE state
                              BY REFERENCE db-value
                              BY REFERENCE db-r
                              BY REFERENCE db-c
                              BY REFERENCE db-found
               ON EXCEPTION
                   MOVE 0 TO db-found
           END-CALL
           IF db-found EQUAL 0 AND board-size EQUAL 4
               CALL "Book4" USING BY REFERENCE state
                                  BY REFERENCE db-value
                                  BY REFERENCE db-r
                                  BY REFERENCE db-c
                                  BY REFERENCE db-found
                   ON EXCEPTION
                       MOVE 0 TO db-found
               END-CALL
           END-IF
           IF db-found EQUAL 1
               MOVE 1 TO value-known
               MOVE db-value TO known-value
               MOVE db-r TO known-r
               MOVE db-c TO known-c
               EXIT PARAGRAPH
           END-IF
           IF board-size NOT EQUAL 3
               EXIT PARAGRAPH
           END-IF
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
           MOVE 1 TO value-known
           MOVE v TO known-value
           MOVE best-r TO known-r
           MOVE best-c TO known-c.

       write-deck-record.
           MOVE board-size TO dk-size
           PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > 16
               MOVE 0 TO dk-cell(ci)
           END-PERFORM
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > board-size
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > board-size
                   COMPUTE ci = (r - 1) * board-size + c
                   MOVE b-elem(r, c) TO dk-cell(ci)
               END-PERFORM
           END-PERFORM
           MOVE on-move TO dk-on-move
           MOVE eval-code TO dk-eval
           MOVE 0 TO dk-exp-value
           MOVE 0 TO dk-exp-r
           MOVE 0 TO dk-exp-c
           IF eval-code EQUAL 'V'
               MOVE known-value TO dk-exp-value
               IF expect-move EQUAL 'Y'
                   MOVE known-r TO dk-exp-r
                   MOVE known-c TO dk-exp-c
               END-IF
           END-IF
           MOVE deck-out TO deck-record
           WRITE deck-record
           ADD 1 TO written-count

           PERFORM count-marks
           IF value-known EQUAL 0
               MOVE 4 TO vclass
           ELSE
               EVALUATE known-value
                   WHEN 1
                       MOVE 1 TO vclass
                   WHEN 0
                       MOVE 2 TO vclass
                   WHEN OTHER
                       MOVE 3 TO vclass
               END-EVALUATE
           END-IF
           ADD 1 TO sum-count(ply + 1, vclass).

       write-summary.
           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN DECKSUM, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "DECK BUILDER SUMMARY (DECKNEW)" TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           EVALUATE source-code
               WHEN 'S'
                   MOVE per-ply TO disp-n
                   STRING "SOURCE: TTTSOLDB SAMPLE, " disp-n
                       " PER PLY" DELIMITED BY SIZE INTO report-line
               WHEN 'P'
                   MOVE "SOURCE: PLAYLOG GAME TRANSCRIPTS"
                       TO report-line
               WHEN 'T'
                   MOVE "SOURCE: TOURNDTL MOVE SEQUENCES"
                       TO report-line
               WHEN 'N'
                   MOVE "SOURCE: DECKNOTE NOTATION LIST"
                       TO report-line
           END-EVALUATE
           PERFORM write-report-line
           MOVE SPACES TO report-line
           STRING "EVAL CODE " eval-code "   EXPECTED MOVE "
               expect-move "   ONE PER CANONICAL FORM " dedup-on
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line

           MOVE SPACES TO report-line
           STRING "CANDIDATES " offered-count "  WRITTEN "
               written-count DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           STRING "LEFT OUT: ILLEGAL " illegal-count "  DUPLICATE "
               dup-count "  NO EXPECTED VALUE " novalue-count
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           IF badnote-count GREATER THAN 0
               MOVE SPACES TO report-line
               STRING "UNREADABLE NOTATIONS OR MOVE SEQUENCES "
                   badnote-count DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line

           MOVE "POSITIONS WRITTEN BY PLY AND VALUE (SIDE ON MOVE):"
               TO report-line
           PERFORM write-report-line
           MOVE "  PLY     WIN    DRAW    LOSS  UNKNOWN   TOTAL"
               TO report-line
           PERFORM write-report-line
           PERFORM VARYING vi FROM 1 BY 1 UNTIL vi > 4
               MOVE 0 TO class-total(vi)
           END-PERFORM
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 17
               MOVE 0 TO row-total
               PERFORM VARYING vi FROM 1 BY 1 UNTIL vi > 4
                   ADD sum-count(pi, vi) TO row-total
                   ADD sum-count(pi, vi) TO class-total(vi)
               END-PERFORM
               IF row-total GREATER THAN 0
                   COMPUTE sm-ply = pi - 1
                   MOVE sum-count(pi, 1) TO sm-win
                   MOVE sum-count(pi, 2) TO sm-draw
                   MOVE sum-count(pi, 3) TO sm-loss
                   MOVE sum-count(pi, 4) TO sm-unknown
                   MOVE row-total TO sm-total
                   MOVE summary-line TO report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM
           MOVE 0 TO sm-ply
           MOVE class-total(1) TO sm-win
           MOVE class-total(2) TO sm-draw
           MOVE class-total(3) TO sm-loss
           MOVE class-total(4) TO sm-unknown
           MOVE written-count TO sm-total
           MOVE summary-line TO report-line
           MOVE "ALL " TO report-line(1:4)
           PERFORM write-report-line
           CLOSE report-file.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.

       END PROGRAM DECKBLD.
