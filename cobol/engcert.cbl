       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGCERT.

      *    Full-tree certification sweep of the four search engines
      *    against the TTTSOLDB solution database. TTTTOURN only
      *    proves the engines draw against each other and lookup mode
      *    checks one position at a time, so a pruning slip in
      *    NegaMaxAB or a root fan-out slip in NegaMaxPar that shows
      *    only in a rare midgame position could ship unnoticed. This
      *    job scores every position TTTSOLDB holds with NegaMax,
      *    NegaMaxAB, NegaMaxPar, and NegaMaxDL searching to the end
      *    of the game, and for each engine checks that the value
      *    matches the stored one and that the best move it returns
      *    lands on an empty cell and keeps the stored value when
      *    played (the child's value is read back from the database
      *    too, so the database is the only reference). NegaMax and
      *    NegaMaxPar start each position with a cleared cache, as
      *    SOLDBVFY's re-solves do, so one bad cache entry cannot
      *    pass itself off as agreement.
      *
      *    Every disagreement goes to the ENGCLIST listing in the
      *    suite's one-line board notation with the side to move,
      *    the listing ends with each engine's pass count, and one
      *    certificate record (engcrec.cpy) is appended to ENGCERTS
      *    naming the date, the signing supervisor, and the engines
      *    that passed every position. That certificate is the sign-
      *    off an engine change needs before it goes live. Restricted
      *    to supervisor operators through the usual OPERREG gate; a
      *    sweep in which any engine fails ends with a warning return
      *    code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sol-file ASSIGN TO "TTTSOLDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sol-key
               FILE STATUS IS sol-status.
           SELECT list-file ASSIGN TO "ENGCLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS list-status.
           SELECT cert-file ASSIGN TO "ENGCERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cert-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

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

       FD list-file.
       01 list-record PIC X(80).

       FD cert-file.
       01 cert-record PIC X(74).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 sol-status PIC X(2).
       01 list-status PIC X(2).
       01 cert-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY state.
       COPY operreg.
       COPY engcrec.

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
           05 sj-program PIC X(8) VALUE "ENGCERT".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

      *    The whole database is held in memory: the sweep reads it
      *    once in key order, and a best move's child is found here
      *    by its canonical key rather than by a second open of the
      *    indexed dataset.
       01 sol-table.
           05 sol-entry OCCURS 6000 TIMES.
               10 st-key PIC 9(5) COMP.
               10 st-value PIC S9 COMP.
       01 sol-count PIC 9(5) COMP VALUE 0.
       01 si PIC 9(5) COMP.
       01 sj PIC 9(5) COMP.
       01 file-eof PIC 9 COMP.

       01 engine-table.
           05 FILLER PIC X(12) VALUE "NMNEGAMAX   ".
           05 FILLER PIC X(12) VALUE "ABNEGAMAXAB ".
           05 FILLER PIC X(12) VALUE "PANEGAMAXPAR".
           05 FILLER PIC X(12) VALUE "DLNEGAMAXDL ".
       01 engine-entries REDEFINES engine-table.
           05 engine-entry OCCURS 4 TIMES.
               10 eng-code PIC X(2).
               10 eng-name PIC X(10).
       01 engine-pass-table.
           05 eng-pass PIC 9(5) COMP OCCURS 4 TIMES.
       01 ei PIC 9 COMP.
       01 certified-count PIC 9 COMP.

      *    Key decoding, the TTCache/TTTSOLVE base-3 convention run
      *    backwards: one-origin, O-to-move offset 19683, then nine
      *    digits most significant first from cell (1,1).
       01 key-work PIC 9(5) COMP.
       01 cell-digit PIC 9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 empty-count PIC 9(2) COMP.
       01 position-v PIC S9 COMP.
       01 game-v PIC S9 COMP.

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
       01 canon-idx PIC 9(5) COMP.

       01 tt-clear-op PIC X(1) VALUE 'X'.
       01 tt-clear-found PIC 9 COMP.
       01 tt-v PIC S9 COMP.
       01 tt-r PIC 9 COMP.
       01 tt-c PIC 9 COMP.
       01 engine-v PIC S9 COMP.
       01 engine-dl-v PIC S9(3) COMP.
       01 engine-r PIC 9 COMP.
       01 engine-c PIC 9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 par-move-count PIC 9(2) COMP.
       01 par-branch-table.
           05 par-branch-entry OCCURS 16 TIMES.
               10 par-branch-r PIC 9 COMP.
               10 par-branch-c PIC 9 COMP.
               10 par-branch-value PIC S9 COMP.
               10 par-branch-nodes PIC 9(9) COMP.
       01 child-v PIC S9 COMP.
       01 child-found PIC 9 COMP.
       01 engine-ok PIC 9 COMP.
       01 work-state.
           05 work-board-size PIC 9 COMP.
           05 work-on-move PIC S9 COMP.
           05 work-board.
               10 work-row OCCURS 4 TIMES.
                   15 work-elem PIC S9 COMP OCCURS 4 TIMES.

       01 note-op PIC X(1).
       01 note-ok PIC 9 COMP.
       01 notation PIC X(16).
       01 side-char PIC X.
       01 problem-text PIC X(50).
       01 disagree-count PIC 9(7) COMP VALUE 0.
       01 disp-v PIC -9.
       01 disp-w PIC -9.
       01 disp-r PIC 9.
       01 disp-c PIC 9.
       01 disp-a PIC 9(5).
       01 disp-b PIC 9(5).
       01 disp-n PIC 9(7).

       01 list-line PIC X(80).
       01 list-summary.
           05 ls-code PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 ls-name PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 ls-pass PIC Z(4)9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 ls-total PIC Z(4)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ls-certified PIC X(13).

       PROCEDURE DIVISION.
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF operator-role NOT EQUAL 'S'
               DISPLAY "ENGINE CERTIFICATION IS RESTRICTED TO "
                   "SUPERVISOR OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM load-solution-db
           IF sol-count EQUAL 0
               DISPLAY "ENGCERT: TTTSOLDB IS EMPTY OR NOT READABLE; "
                   "RUN TTTSOLVE AND SOLDBVFY FIRST. NO CERTIFICATE "
                   "WRITTEN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT list-file
           IF list-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN ENGCLIST, STATUS "
                   list-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT today FROM DATE YYYYMMDD
           MOVE SPACES TO list-line
           STRING "TTTSOLDB ENGINE CERTIFICATION SWEEP " today
               "  SIGNED OFF BY " operator-id DELIMITED BY SIZE
               INTO list-line
           PERFORM write-list-line
           MOVE SPACES TO list-line
           PERFORM write-list-line
           MOVE "DISAGREEMENTS (POSITION, SIDE TO MOVE, ENGINE):"
               TO list-line
           PERFORM write-list-line

           PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > 4
               MOVE 0 TO eng-pass(ei)
           END-PERFORM
           MOVE 0 TO disagree-count
           PERFORM VARYING si FROM 1 BY 1 UNTIL si > sol-count
               PERFORM certify-one-position
           END-PERFORM
           IF disagree-count EQUAL 0
               MOVE "  NONE" TO list-line
               PERFORM write-list-line
           END-IF

           PERFORM write-certificate
           PERFORM list-pass-counts
           CLOSE list-file

           MOVE sol-count TO disp-a
           MOVE disagree-count TO disp-n
           DISPLAY "ENGCERT: " disp-a " POSITION(S) SWEPT, " disp-n
               " DISAGREEMENT(S); " certified-count " OF 4 ENGINES "
               "CERTIFIED. SEE ENGCLIST."
           IF certified-count LESS THAN 4
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    Same OPERREG gate TTT applies at sign-on, with the same
      *    SIGNJRNL evidence trail.
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

       load-solution-db.
           MOVE 0 TO sol-count
           OPEN INPUT sol-file
           IF sol-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ sol-file NEXT RECORD
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF sol-count EQUAL 6000
                           DISPLAY "ERROR: MORE THAN 6000 TTTSOLDB "
                               "RECORDS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO sol-count
                       MOVE sol-key TO st-key(sol-count)
                       MOVE sol-value TO st-value(sol-count)
               END-READ
           END-PERFORM
           CLOSE sol-file.

       certify-one-position.
           MOVE st-key(si) TO key-work
           PERFORM decode-key
           MOVE st-value(si) TO position-v
           CALL "GameValue" USING BY REFERENCE state
                                  BY REFERENCE game-v
               ON EXCEPTION
                   DISPLAY "ERROR: GAMEVALUE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           MOVE 'P' TO note-op
           MOVE SPACES TO notation
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
           IF on-move EQUAL 1
               MOVE 'X' TO side-char
           ELSE
               MOVE 'O' TO side-char
           END-IF
           PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > 4
               PERFORM run-engine
               PERFORM check-engine-result
               IF engine-ok EQUAL 1
                   ADD 1 TO eng-pass(ei)
               END-IF
           END-PERFORM.

      *    Unpacks a TTTSOLDB key back into state, counting the empty
      *    cells -- the depth that takes NegaMaxDL to the end of the
      *    game from here.
       decode-key.
           MOVE 3 TO board-size
           SUBTRACT 1 FROM key-work
           IF key-work NOT LESS THAN 19683
               MOVE -1 TO on-move
               SUBTRACT 19683 FROM key-work
           ELSE
               MOVE 1 TO on-move
           END-IF
           MOVE 0 TO empty-count
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING r FROM 3 BY -1 UNTIL r < 1
               PERFORM VARYING c FROM 3 BY -1 UNTIL c < 1
                   COMPUTE cell-digit = FUNCTION MOD(key-work, 3)
                   COMPUTE key-work = key-work / 3
                   COMPUTE b-elem(r, c) = cell-digit - 1
                   IF cell-digit EQUAL 1
                       ADD 1 TO empty-count
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Each engine through its own calling convention, leaving a
      *    value from the side to move in engine-v (NegaMaxDL's
      *    +-100 terminal scale folded back to +-1) and its chosen
      *    move in engine-r/engine-c.
       run-engine.
           MOVE 0 TO call-nodes
           MOVE 0 TO engine-r
           MOVE 0 TO engine-c
           EVALUATE ei
               WHEN 1
                   PERFORM clear-cache
                   CALL "NegaMax" USING BY REFERENCE state
                                        BY REFERENCE engine-v
                                        BY REFERENCE call-nodes
                                        BY REFERENCE engine-r
                                        BY REFERENCE engine-c
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAX MODULE CALL "
                               "FAILED; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
               WHEN 2
                   CALL "NegaMaxAB" USING BY REFERENCE state
                                          BY REFERENCE engine-v
                                          BY REFERENCE call-nodes
                                          BY VALUE -9
                                          BY VALUE 9
                                          BY REFERENCE engine-r
                                          BY REFERENCE engine-c
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAXAB MODULE CALL "
                               "FAILED; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
               WHEN 3
                   PERFORM clear-cache
                   CALL "NegaMaxPar" USING BY REFERENCE state
                                        BY REFERENCE engine-v
                                        BY REFERENCE call-nodes
                                        BY REFERENCE engine-r
                                        BY REFERENCE engine-c
                                        BY REFERENCE par-move-count
                                        BY REFERENCE par-branch-table
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAXPAR MODULE CALL "
                               "FAILED; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
               WHEN 4
                   CALL "NegaMaxDL" USING BY REFERENCE state
                                          BY REFERENCE engine-dl-v
                                          BY REFERENCE call-nodes
                                          BY REFERENCE empty-count
                                          BY REFERENCE engine-r
                                          BY REFERENCE engine-c
                       ON EXCEPTION
                           DISPLAY "ERROR: NEGAMAXDL MODULE CALL "
                               "FAILED; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-CALL
                   EVALUATE TRUE
                       WHEN engine-dl-v GREATER THAN 0
                           MOVE 1 TO engine-v
                       WHEN engine-dl-v LESS THAN 0
                           MOVE -1 TO engine-v
                       WHEN OTHER
                           MOVE 0 TO engine-v
                   END-EVALUATE
           END-EVALUATE.

       clear-cache.
           CALL "TTCache" USING BY REFERENCE state
                                BY REFERENCE tt-clear-op
                                BY REFERENCE tt-v
                                BY REFERENCE tt-r
                                BY REFERENCE tt-c
                                BY REFERENCE tt-clear-found
               ON EXCEPTION
                   DISPLAY "ERROR: TTCACHE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

      *    The value must be the stored one; on an undecided position
      *    the move must then land on an empty cell and leave the
      *    opponent exactly the negated stored value.
       check-engine-result.
           MOVE 1 TO engine-ok
           IF engine-v NOT EQUAL position-v
               MOVE engine-v TO disp-v
               MOVE position-v TO disp-w
               MOVE SPACES TO problem-text
               STRING "VALUE " disp-v " BUT TTTSOLDB HOLDS " disp-w
                   DELIMITED BY SIZE INTO problem-text
               PERFORM list-disagreement
               EXIT PARAGRAPH
           END-IF
           IF game-v NOT EQUAL -2
               EXIT PARAGRAPH
           END-IF
           IF engine-r < 1 OR engine-r > 3
               OR engine-c < 1 OR engine-c > 3
               MOVE "NO MOVE RETURNED ON AN UNDECIDED POSITION"
                   TO problem-text
               PERFORM list-disagreement
               EXIT PARAGRAPH
           END-IF
           MOVE engine-r TO disp-r
           MOVE engine-c TO disp-c
           IF b-elem(engine-r, engine-c) NOT EQUAL 0
               MOVE SPACES TO problem-text
               STRING "MOVE (" disp-r ", " disp-c ") LANDS ON AN "
                   "OCCUPIED CELL" DELIMITED BY SIZE
                   INTO problem-text
               PERFORM list-disagreement
               EXIT PARAGRAPH
           END-IF
           PERFORM find-child-value
           IF child-found EQUAL 0
               MOVE SPACES TO problem-text
               STRING "MOVE (" disp-r ", " disp-c ") REACHES A "
                   "POSITION NOT IN TTTSOLDB" DELIMITED BY SIZE
                   INTO problem-text
               PERFORM list-disagreement
               EXIT PARAGRAPH
           END-IF
           IF position-v NOT EQUAL 0 - child-v
               COMPUTE disp-v = 0 - child-v
               MOVE position-v TO disp-w
               MOVE SPACES TO problem-text
               STRING "MOVE (" disp-r ", " disp-c ") KEEPS " disp-v
                   " NOT " disp-w DELIMITED BY SIZE
                   INTO problem-text
               PERFORM list-disagreement
           END-IF.

      *    The child's value from the side then to move: a decided
      *    child from GameValue, any other from its canonical key in
      *    the loaded database.
       find-child-value.
           MOVE 0 TO child-found
           MOVE state TO work-state
           MOVE work-on-move TO work-elem(engine-r, engine-c)
           COMPUTE work-on-move = 0 - work-on-move
           MOVE 'C' TO canon-op
           CALL "Canonicalize" USING BY REFERENCE work-state
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
           MOVE 0 TO canon-idx
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   COMPUTE canon-idx =
                       canon-idx * 3 + canon-b-elem(r, c) + 1
               END-PERFORM
           END-PERFORM
           IF canon-on-move EQUAL -1
               ADD 19683 TO canon-idx
           END-IF
           ADD 1 TO canon-idx
           PERFORM VARYING sj FROM 1 BY 1
               UNTIL sj > sol-count OR child-found EQUAL 1
               IF st-key(sj) EQUAL canon-idx
                   MOVE st-value(sj) TO child-v
                   MOVE 1 TO child-found
               END-IF
           END-PERFORM
           IF child-found EQUAL 1
               EXIT PARAGRAPH
           END-IF
           CALL "GameValue" USING BY REFERENCE work-state
                                  BY REFERENCE child-v
               ON EXCEPTION
                   DISPLAY "ERROR: GAMEVALUE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF child-v NOT EQUAL -2
               MOVE 1 TO child-found
           END-IF.

       list-disagreement.
           MOVE 0 TO engine-ok
           ADD 1 TO disagree-count
           MOVE SPACES TO list-line
           STRING "  " notation DELIMITED BY SIZE
               "  " side-char "  " eng-code(ei) "  " problem-text
               DELIMITED BY SIZE INTO list-line
           PERFORM write-list-line.

      *    An engine is certified only when it passed every position
      *    in the database.
       write-certificate.
           MOVE 0 TO certified-count
           MOVE SPACES TO engcert-fields
           ACCEPT ec-date FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE ec-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE operator-id TO ec-operator
           MOVE sol-count TO ec-positions
           PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > 4
               MOVE eng-code(ei) TO ec-engine(ei)
               MOVE eng-pass(ei) TO ec-pass(ei)
               IF eng-pass(ei) EQUAL sol-count
                   MOVE 'Y' TO ec-certified(ei)
                   ADD 1 TO certified-count
               ELSE
                   MOVE 'N' TO ec-certified(ei)
               END-IF
           END-PERFORM
           OPEN EXTEND cert-file
           IF cert-status EQUAL "35"
               OPEN OUTPUT cert-file
           END-IF
           IF cert-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN ENGCERTS, STATUS "
                   cert-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE engcert-fields TO cert-record
           WRITE cert-record
           CLOSE cert-file.

       list-pass-counts.
           MOVE SPACES TO list-line
           PERFORM write-list-line
           MOVE "ENGINE          PASSED    TOTAL    RESULT" TO list-line
           PERFORM write-list-line
           PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > 4
               MOVE eng-code(ei) TO ls-code
               MOVE eng-name(ei) TO ls-name
               MOVE eng-pass(ei) TO ls-pass
               MOVE sol-count TO ls-total
               IF ec-certified(ei) EQUAL 'Y'
                   MOVE "CERTIFIED" TO ls-certified
               ELSE
                   MOVE "NOT CERTIFIED" TO ls-certified
               END-IF
               MOVE list-summary TO list-line
               PERFORM write-list-line
           END-PERFORM
           MOVE SPACES TO list-line
           PERFORM write-list-line
           MOVE SPACES TO list-line
           STRING "CERTIFICATE APPENDED TO ENGCERTS FOR " ec-date
               " BY " ec-operator DELIMITED BY SIZE INTO list-line
           PERFORM write-list-line.

       write-list-line.
           MOVE list-line TO list-record
           WRITE list-record.

       END PROGRAM ENGCERT.
