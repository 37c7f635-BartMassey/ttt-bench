           SELECT alert-file ASSIGN TO "BENCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alert-status.
           SELECT deck-file ASSIGN TO "TTTDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deck-status.
           SELECT lock-jrnl-file ASSIGN TO "LOCKJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lock-jrnl-status.
           SELECT profile-file ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS profile-status.
           SELECT batt-file ASSIGN TO "BATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batt-status.
           SELECT fprt-file ASSIGN TO "BATTFPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fprt-status.
           SELECT drift-file ASSIGN TO "BATTDRFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS drift-status.
           SELECT deck-ckpt-file ASSIGN TO "DECKCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deck-ckpt-status.
           SELECT card-file ASSIGN TO "TTTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-status.

       DATA DIVISION.
       FILE SECTION.
       FD alert-file.
       01 alert-record PIC X(50).

       FD deck-file.
       01 deck-record PIC X(46).

       01 deck-result-record PIC X(70).

       FD oper-file.
       01 oper-record PIC X(60).

       FD lock-file.
       01 lock-record PIC X(24).
       FD lock-jrnl-file.
       01 lock-jrnl-record PIC X(70).

       FD profile-file.
       01 profile-record PIC X(80).

       FD batt-file.
       01 batt-record PIC X(75).

       FD fprt-file.
       01 fprt-record PIC X(44).

       FD drift-file.
       01 drift-record PIC X(59).

       FD deck-ckpt-file.
       01 deck-ckpt-record PIC X(31).

       FD card-file.
       01 card-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 hist-status PIC X(2).
       01 hist-out.
      *    are averaged; a run more than tol-pct percent slower than
      *    that average writes an ALERT record to BENCHEXC and ends
      *    the job with a warning return code so the scheduler flags
      *    it the same night. tol-pct is the ALRMTOL site parameter
      *    (built-in 20).
       01 alert-status PIC X(2).
       01 tol-pct PIC 9(3) VALUE 20.
       01 alert-out.
           05 FILLER PIC X(6) VALUE "ALERT ".
           05 ax-date PIC 9(8).
      *    frees it on the way out, so two analysts can't interleave
      *    appends or overwrite each other's checkpoint. A held lock
      *    no longer turns the run away at once: the taker polls for
      *    up to the LOCKWAIT site parameter (seconds, default 120)
      *    before giving up with the warning return code for the
      *    scheduler to requeue, so a collision with a two-minute
      *    deck job resolves itself instead of costing a manual
      *    even if the lock discipline is ever bypassed.
       01 lock-status PIC X(2).
       01 lock-jrnl-status PIC X(2).
       01 lock-wait-secs PIC 9(4) COMP VALUE 120.
       01 poll-wait-secs PIC 9(2) COMP VALUE 5.
       01 wait-start-centis PIC 9(18) COMP.
       01 waited-centis PIC 9(18) COMP.
       01 lock-holder PIC X(22) VALUE SPACES.
       01 dc-function PIC X VALUE 'C'.
       01 dc-action PIC X(8).
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).
       01 lock-jrnl-out.
           05 lj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
       01 run-mode PIC 9 VALUE 1.
       COPY state.

      *    Control-card input: when the optional TTTPARM dataset is
      *    allocated, each card in it is one unattended run carrying
      *    the answers the console prompts would otherwise collect --
      *    operator, run mode, board size, side on move, n, and an
      *    optional starting board in the one-line notation (blank
      *    is the default empty board). The size and side columns
      *    follow the battery-definition convention ('3'/'4',
      *    'X'/'O'). Every card still passes the OPERREG gate, the
      *    LegalCheck screen, and the TTTLOCK discipline, so a
      *    NIGHTPLAN step can run the battery, a regression deck, or
      *    a NORMAL timing run with nobody at the console. A card
      *    must name a designated batch ('B') operator, since no PIN
      *    can be typed for it; any other ID, or the supervisor-only
      *    reconcile mode, is refused at the sign-on gate with return
      *    code 12. A card that cannot be run is rejected with the
      *    reason and return code 8 and the next card is taken;
      *    either way the run ends with the highest return code of
      *    any card. Cards with '*' in column 1 are comments.
      *    Console runs simply leave TTTPARM unallocated.
       01 card-status PIC X(2).
       01 card-mode PIC 9 COMP VALUE 0.
       01 card-eof PIC 9 COMP.
       01 card-seq PIC 9(4) COMP VALUE 0.
       01 card-bad PIC 9 COMP.
       01 card-rc PIC 9(2) COMP.
       01 card-worst-rc PIC 9(2) COMP VALUE 0.
       01 card-in.
           05 cd-operator PIC X(8).
           05 FILLER PIC X.
           05 cd-mode PIC X(1).
           05 FILLER PIC X.
           05 cd-size PIC X(1).
           05 FILLER PIC X.
           05 cd-move PIC X(1).
           05 FILLER PIC X.
           05 cd-n PIC X(9).
           05 FILLER PIC X.
           05 cd-notation PIC X(16).
       01 card-reason PIC X(60).

      *    Outcome of the sign-on and lock gates (0, or the refusal
      *    return code), tested by whichever path -- console or
      *    control card -- performed them.
       01 gate-rc PIC 9(2) COMP VALUE 0.

      *    Restart/checkpoint dataset for the NORMAL run mode's
      *    PERFORM n TIMES loop: every CHECKPOINT-EVERY iterations (and
      *    once more at completion) the current iteration reached, the
       01 ckpt-ri PIC 9 COMP.
       01 ckpt-ci PIC 9 COMP.
       01 checkpoint-every PIC 9(9) COMP VALUE 1000.
      *    Site settings come from the SITEPARM dataset through
      *    SiteParm, which falls back to the built-in value itself;
      *    if the module cannot be loaded the value preset before
      *    the call stands.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.
       01 restart-out.
           05 rk-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).
       01 oper-eof PIC 9 COMP.
       01 oper-found PIC 9 COMP.
       01 pin-mode PIC 9 COMP VALUE 1.
       01 pin-outcome PIC X(8).
       01 operator-role PIC X VALUE 'A'.
       01 operator-active PIC X VALUE 'N'.
       01 audit-out.
           05 bh-elapsed-cs PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 bh-runid PIC X(22).
      *    Fingerprint gate: the timing alarm only watches speed, so
      *    a wrong answer that runs fast would pass it. A cold-cache
      *    search is deterministic, so each battery line's value and
      *    node count must match the position's approved fingerprint
      *    in BATTFPRT exactly; any difference writes a DRIFT record
      *    to the BATTDRFT alert file, in the BENCHEXC style, and
      *    ends the job with a warning return code. Only BATTFPRT's
      *    supervisor re-baselining changes what is approved.
       01 fprt-status PIC X(2).
       01 drift-status PIC X(2).
       COPY fprtrec.
       01 fprt-table.
           05 fprt-entry OCCURS 4 TIMES.
               10 ft-found PIC 9 COMP.
               10 ft-value PIC S9 COMP.
               10 ft-nodes PIC 9(9) COMP.
       01 fprt-eof PIC 9 COMP.
       01 drift-count PIC 9 COMP VALUE 0.
       01 unbased-count PIC 9 COMP VALUE 0.
       01 drift-out.
           05 FILLER PIC X(6) VALUE "DRIFT ".
           05 dx-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 dx-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 dx-version PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 dx-name PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 dx-fp-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 dx-fp-nodes PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 dx-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 dx-nodes PIC 9(9).

      *    Reconciliation run mode: scores a batch of operator-entered
      *    boards with both GameValue and the independently-coded
       01 ab-elapsed-centis PIC 9(9) COMP.

       PROCEDURE DIVISION.
           PERFORM open-control-cards
           IF card-mode EQUAL 1
               PERFORM run-control-cards
               MOVE card-worst-rc TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM initialize-invocation
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF gate-rc NOT EQUAL 0
               MOVE gate-rc TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM build-run-id
           PERFORM acquire-run-lock
           IF gate-rc NOT EQUAL 0
               MOVE gate-rc TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM get-board-size
           PERFORM check-for-checkpoint
               END-IF
           END-IF

           PERFORM close-out-run
           IF warn-rc GREATER THAN RETURN-CODE
               MOVE warn-rc TO RETURN-CODE
           END-IF
           GOBACK.

      *    RC and DECK modes log one audit record per board inside
      *    their own loops (a batch has no single starting
      *    configuration to report here), and the A/B comparison
      *    the NM and AB results each have an audit partner to
      *    reconcile against; every other mode logs its one record
      *    now.
       close-out-run.
           IF run-mode NOT EQUAL 2 AND run-mode NOT EQUAL 4
               AND run-mode NOT EQUAL 5 AND run-mode NOT EQUAL 9
               PERFORM log-audit-record
           END-IF
           PERFORM release-run-lock.

      *    TTTPARM allocated means this is a control-card run; the
      *    file stays open for run-control-cards to read.
       open-control-cards.
           MOVE 0 TO card-mode
           MOVE 0 TO card-seq
           MOVE 0 TO card-worst-rc
           OPEN INPUT card-file
           IF card-status EQUAL "00"
               MOVE 1 TO card-mode
           END-IF.

       run-control-cards.
           MOVE 0 TO card-eof
           PERFORM UNTIL card-eof EQUAL 1
               READ card-file INTO card-in
                   AT END
                       MOVE 1 TO card-eof
                   NOT AT END
                       IF card-in(1:1) NOT EQUAL '*'
                           AND card-in NOT EQUAL SPACES
                           ADD 1 TO card-seq
                           PERFORM run-one-card
                       END-IF
               END-READ
           END-PERFORM
           CLOSE card-file
           IF card-seq EQUAL 0
               DISPLAY "TTT: TTTPARM HOLDS NO CONTROL CARDS; NOTHING "
                   "TO RUN."
               MOVE 8 TO card-worst-rc
           ELSE
               DISPLAY "TTT: " card-seq " CONTROL CARD(S) PROCESSED, "
                   "HIGHEST RETURN CODE " card-worst-rc "."
           END-IF.

      *    One card, one run: the same gates in the same order as the
      *    console path, with the card's fields standing in for the
      *    replies. Reconcile mode is supervisor-only and keys its
      *    boards one by one at the console, so the sign-on gate
      *    refuses it on a card.
       run-one-card.
           PERFORM initialize-invocation
           MOVE 0 TO card-rc
           DISPLAY "TTT: CONTROL CARD " card-seq ": " card-in
           PERFORM parse-control-card
           IF card-bad EQUAL 1
               DISPLAY "CONTROL CARD " card-seq " REJECTED: "
                   card-reason
               MOVE 8 TO card-rc
               PERFORM post-card-rc
               EXIT PARAGRAPH
           END-IF

           PERFORM validate-operator
           IF gate-rc NOT EQUAL 0
               MOVE gate-rc TO card-rc
               PERFORM post-card-rc
               EXIT PARAGRAPH
           END-IF
           PERFORM build-run-id
           PERFORM acquire-run-lock
           IF gate-rc NOT EQUAL 0
               MOVE gate-rc TO card-rc
               PERFORM post-card-rc
               EXIT PARAGRAPH
           END-IF
           PERFORM check-for-checkpoint

           IF resume-flag EQUAL 1
               DISPLAY "RESUMING AT ITERATION " resume-from-iter
                   " OF " n "."
               PERFORM normal-run
           ELSE
               IF run-mode NOT GREATER THAN 3
                   CALL "PrintBoard" USING BY REFERENCE state
               END-IF
               EVALUATE run-mode
                   WHEN 2
                       PERFORM ab-compare-run
                   WHEN 3
                       PERFORM parallel-run
                   WHEN 5
                       PERFORM deck-run
                   WHEN 6
                       PERFORM lookup-run
                   WHEN 7
                       PERFORM symmetry-run
                   WHEN 8
                       PERFORM profile-run
                   WHEN 9
                       PERFORM battery-run
                   WHEN OTHER
                       PERFORM normal-run
               END-EVALUATE
           END-IF

           PERFORM close-out-run
           MOVE warn-rc TO card-rc
           PERFORM post-card-rc.

       post-card-rc.
           IF card-rc GREATER THAN card-worst-rc
               MOVE card-rc TO card-worst-rc
           END-IF.

      *    Screens a card field by field, leaving card-bad set and
      *    the first reason found in card-reason. The starting board
      *    goes through BoardNote and LegalCheck exactly as a typed
      *    one does at the console.
       parse-control-card.
           MOVE 0 TO card-bad
           MOVE SPACES TO card-reason
           MOVE cd-operator TO operator-id
           IF cd-operator EQUAL SPACES
               MOVE "NO OPERATOR ID IN COLUMNS 1-8." TO card-reason
               MOVE 1 TO card-bad
               EXIT PARAGRAPH
           END-IF
           IF cd-mode NOT NUMERIC OR cd-mode EQUAL '0'
               MOVE "RUN MODE (COLUMN 10) MUST BE 1-9." TO card-reason
               MOVE 1 TO card-bad
               EXIT PARAGRAPH
           END-IF
           MOVE cd-mode TO run-mode
           EVALUATE cd-size
               WHEN '3'
               WHEN SPACE
                   MOVE 3 TO board-size
               WHEN '4'
                   MOVE 4 TO board-size
               WHEN OTHER
                   MOVE "BOARD SIZE (COLUMN 12) MUST BE 3 OR 4."
                       TO card-reason
                   MOVE 1 TO card-bad
                   EXIT PARAGRAPH
           END-EVALUATE
           IF run-mode EQUAL 6 AND board-size NOT EQUAL 3
               MOVE "SOLUTION LOOKUP RUNS ON THE 3X3 BOARD ONLY."
                   TO card-reason
               MOVE 1 TO card-bad
               EXIT PARAGRAPH
           END-IF
           EVALUATE cd-move
               WHEN 'X'
               WHEN SPACE
                   MOVE 1 TO on-move
               WHEN 'O'
                   MOVE -1 TO on-move
               WHEN OTHER
                   MOVE "SIDE ON MOVE (COLUMN 14) MUST BE X OR O."
                       TO card-reason
                   MOVE 1 TO card-bad
                   EXIT PARAGRAPH
           END-EVALUATE
           IF run-mode NOT GREATER THAN 3
               IF cd-n NOT NUMERIC
                   MOVE "N (COLUMNS 16-24) MUST BE NINE DIGITS."
                       TO card-reason
                   MOVE 1 TO card-bad
                   EXIT PARAGRAPH
               END-IF
               MOVE cd-n TO n
               IF n EQUAL 0
                   MOVE "N MUST BE A POSITIVE NUMBER OF ITERATIONS."
                       TO card-reason
                   MOVE 1 TO card-bad
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF cd-notation EQUAL SPACES
               OR run-mode EQUAL 5 OR run-mode EQUAL 9
               MOVE 'D' TO start-mode
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO start-mode
           MOVE cd-notation TO board-notation
           MOVE 'U' TO note-op
           CALL "BoardNote" USING BY REFERENCE state
                                  BY REFERENCE note-op
                                  BY REFERENCE board-notation
                                  BY REFERENCE note-ok
               ON EXCEPTION
                   DISPLAY "ERROR: BOARDNOTE MODULE CALL FAILED"
                       "; ABORTING RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF note-ok NOT EQUAL 1
               MOVE "INVALID NOTATION: USE ONE X, O, OR . PER CELL."
                   TO card-reason
               MOVE 1 TO card-bad
               EXIT PARAGRAPH
           END-IF
           CALL "LegalCheck" USING BY REFERENCE state
                                   BY REFERENCE position-legal
                                   BY REFERENCE legal-reason
               ON EXCEPTION
                   DISPLAY "ERROR: LEGALCHECK MODULE CALL FAILED"
                       "; ABORTING RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF position-legal NOT EQUAL 1
               PERFORM display-legality-reason
               MOVE "STARTING BOARD FAILS THE LEGALITY SCREEN."
                   TO card-reason
               MOVE 1 TO card-bad
           END-IF.

      *    Fresh start for every invocation: when the suite menu
      *    CALLs this program repeatedly in one session, the
           MOVE 1 TO run-mode
           MOVE 'D' TO start-mode
           MOVE 20 TO tol-pct
           MOVE "CKPTEVRY" TO site-key
           MOVE 1000 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO checkpoint-every
           MOVE 3 TO board-size
           MOVE 1 TO on-move
           PERFORM VARYING ckpt-ri FROM 1 BY 1 UNTIL ckpt-ri > 4
      *    datasets, and the registered role decides what the run
      *    may do. A missing registry locks the suite rather than
      *    letting unattributable IDs through -- OPERMNT sets it up.
      *    The operator's PIN is then checked by PinGate (lockout
      *    only, for a control-card run with nobody to type it). A
      *    card carries no PIN, so it is honoured only for the
      *    registry's designated batch ('B') IDs, and never for a
      *    supervisor-only mode; a batch ID in turn may not sign on
      *    at the console. Each refusal is journalled like any other.
       validate-operator.
           MOVE 0 TO gate-rc
           MOVE 0 TO oper-found
           OPEN INPUT oper-file
           IF oper-status NOT EQUAL "00"
                   "UP OPERATORS."
               MOVE "NOREG" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO oper-eof
           PERFORM UNTIL oper-eof EQUAL 1
                   "SEE A SUPERVISOR TO BE ADDED VIA OPERMNT."
               MOVE "NOTREG" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           IF operator-active NOT EQUAL 'Y'
               DISPLAY "OPERATOR " operator-id " IS DEACTIVATED IN "
                   "THE REGISTRY."
               MOVE "DEACTIV" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           IF card-mode EQUAL 1 AND operator-role NOT EQUAL 'B'
               DISPLAY "OPERATOR " operator-id " IS NOT A BATCH "
                   "OPERATOR; A CONTROL CARD MUST NAME A BATCH ID."
               MOVE "NOTBATCH" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           IF card-mode EQUAL 1 AND run-mode EQUAL 4
               DISPLAY "RECONCILE MODE IS RESTRICTED TO SUPERVISOR "
                   "OPERATORS AT THE CONSOLE; REFUSED ON A CARD."
               MOVE "SUPVMODE" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           IF card-mode EQUAL 0 AND operator-role EQUAL 'B'
               DISPLAY "OPERATOR " operator-id " IS A BATCH ID FOR "
                   "TTTPARM CONTROL CARDS ONLY."
               MOVE "BATCHID" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           IF card-mode EQUAL 1
               MOVE 0 TO pin-mode
           ELSE
               MOVE 1 TO pin-mode
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
               MOVE 12 TO gate-rc
               EXIT PARAGRAPH
           END-IF
           MOVE "ACCEPT" TO sj-outcome
           PERFORM journal-sign-on.
      *    touches BENCHHIST, TTTAUDIT, or TTTCKPT. A held lock is
      *    polled for up to lock-wait-secs before this run gives up
      *    with a warning return code for the scheduler to requeue;
      *    a supervisor at the console may override a lock an
      *    abended run never freed once the wait runs out (a
      *    control-card run has nobody to ask, so it times out).
      *    The override is under dual control: a second supervisor
      *    must approve it in APPRREV for that holder's run-id, so
      *    the first attempt files the request and a rerun after
      *    the approval carries it out.
       acquire-run-lock.
           MOVE 0 TO gate-rc
           PERFORM read-lock-state
           IF lk-state EQUAL 'H'
               MOVE lk-runid TO lock-holder
               IF lk-state EQUAL 'H'
                   MOVE "TIMEOUT" TO lj-event
                   PERFORM journal-lock-event
                   IF operator-role EQUAL 'S' AND card-mode EQUAL 0
                       DISPLAY "OVERRIDE THE LOCK (ONLY IF THAT RUN "
                           "IS KNOWN DEAD) (Y/N)?"
                       ACCEPT lock-choice
                       IF lock-choice NOT = 'Y'
                           AND lock-choice NOT = 'y'
                           DISPLAY "RESUBMIT WHEN THE LOCK IS FREE."
                           MOVE 8 TO gate-rc
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "LOCKOVR" TO dc-action
                       MOVE lock-holder TO dc-params
                       CALL "DualCtl" USING BY REFERENCE dc-function
                                            BY REFERENCE dc-action
                                            BY REFERENCE dc-params
                                            BY REFERENCE operator-id
                                            BY REFERENCE dc-result
                                            BY REFERENCE dc-reqno
                           ON EXCEPTION
                               DISPLAY "DUAL-CONTROL MODULE "
                                   "UNAVAILABLE; OVERRIDE REFUSED."
                               MOVE "NOTFILED" TO dc-result
                       END-CALL
                       IF dc-result NOT EQUAL "APPROVED"
                           DISPLAY "RESUBMIT ONCE THE OVERRIDE IS "
                               "APPROVED OR THE LOCK IS FREE."
                           MOVE 8 TO gate-rc
                           EXIT PARAGRAPH
                       END-IF
                       MOVE "OVERRIDE" TO lj-event
                       PERFORM journal-lock-event
                   ELSE
                       DISPLAY "RESUBMIT WHEN THE LOCK IS FREE."
                       MOVE 8 TO gate-rc
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "THE LOCK CAME FREE; PROCEEDING."
               CLOSE lock-file
           END-IF.

      *    The wait bound and the poll interval are the LOCKWAIT
      *    and POLLWAIT site parameters (built-in 120 and 5 seconds).
       read-lock-wait-limit.
           MOVE "LOCKWAIT" TO site-key
           MOVE 120 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO lock-wait-secs
           MOVE "POLLWAIT" TO site-key
           MOVE 5 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO poll-wait-secs.

       read-site-setting.
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL.

      *    A few seconds between polls keeps the wait loop from
      *    hammering the lock dataset. The sleep service is a
       offer-checkpoint-resume.
           DISPLAY "FOUND AN INTERRUPTED RUN AT ITERATION "
               rk-iter " OF " rk-n " (OPERATOR " rk-operator ")."
           IF card-mode EQUAL 1
               PERFORM match-card-to-checkpoint
               IF resume-choice NOT EQUAL 'Y'
                   DISPLAY "THE CONTROL CARD DOES NOT MATCH IT; LEFT "
                       "FOR A CONSOLE RESUME."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "RESUME FROM CHECKPOINT (Y/N)?"
               ACCEPT resume-choice
           END-IF
           IF resume-choice = 'Y' OR resume-choice = 'y'
               MOVE rk-n TO n
               MOVE rk-size TO board-size
               END-IF
           END-IF.

      *    A control card answers the resume offer itself: a NORMAL
      *    card resumes the operator's own interrupted run only when
      *    it describes that same run (n, size, side, board), so a
      *    resubmitted night picks up where it stopped. A card never
      *    takes over a colleague's run and never retires one.
       match-card-to-checkpoint.
           MOVE 'N' TO resume-choice
           IF resumed-other EQUAL 1 OR run-mode NOT EQUAL 1
               EXIT PARAGRAPH
           END-IF
           IF rk-n NOT EQUAL n OR rk-size NOT EQUAL board-size
               OR rk-on-move NOT EQUAL on-move
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ckpt-ri FROM 1 BY 1 UNTIL ckpt-ri > 4
               PERFORM VARYING ckpt-ci FROM 1 BY 1 UNTIL ckpt-ci > 4
                   IF rk-cell(ckpt-ri, ckpt-ci)
                       NOT EQUAL b-elem(ckpt-ri, ckpt-ci)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'Y' TO resume-choice.

      *    Declining a resume of one's OWN run must still retire the
      *    offer -- otherwise the same prompt reappears on every
      *    subsequent invocation until someone happens to resume it.
                   "BOARD SIZE RESET TO 3."
               MOVE 3 TO board-size
           END-IF
           IF card-mode EQUAL 0
               DISPLAY "START FROM THE DEFAULT EMPTY BOARD (Y/N)?"
               ACCEPT start-mode
               PERFORM get-on-move
               IF start-mode = 'N' OR start-mode = 'n'
                   PERFORM get-legal-position
               END-IF
           END-IF
           CALL "PrintBoard" USING BY REFERENCE state

       symmetry-run.
           MOVE "SY" TO h-algo
           MOVE 8 TO n
           IF card-mode EQUAL 0
               DISPLAY "START FROM THE DEFAULT EMPTY BOARD (Y/N)?"
               ACCEPT start-mode
               PERFORM get-on-move
               IF start-mode = 'N' OR start-mode = 'n'
                   PERFORM get-legal-position
               END-IF
           END-IF
           CALL "PrintBoard" USING BY REFERENCE state

      *    in the battery.
       battery-run.
           MOVE "BT" TO h-algo
           PERFORM load-battery-fingerprints
           PERFORM VARYING bt-i FROM 1 BY 1 UNTIL bt-i > 4
               PERFORM battery-one-position
           END-PERFORM
           DISPLAY "BATTERY " battery-version " COMPLETE: 4 "
               "POSITION(S) RECORDED TO BATTHIST."
           IF drift-count GREATER THAN 0
               DISPLAY "*** FINGERPRINT DRIFT ON " drift-count
                   " POSITION(S); SEE BATTDRFT. AN ENGINE CHANGE "
                   "THAT ALTERS THE SEARCH MUST BE ACCEPTED IN "
                   "BATTFPRT ***"
               IF warn-rc LESS THAN 4
                   MOVE 4 TO warn-rc
               END-IF
           END-IF
           IF unbased-count GREATER THAN 0
               DISPLAY "BATTERY " battery-version ": " unbased-count
                   " POSITION(S) HAVE NO APPROVED FINGERPRINT YET; "
                   "A SUPERVISOR SETS ONE WITH BATTFPRT."
           END-IF.

      *    The approved fingerprint of each position in the current
      *    battery version, from BATTFPRT. A position with none on
      *    file is reported but not alarmed: there is nothing yet to
      *    drift from.
       load-battery-fingerprints.
           MOVE 0 TO drift-count
           MOVE 0 TO unbased-count
           PERFORM VARYING bt-i FROM 1 BY 1 UNTIL bt-i > 4
               MOVE 0 TO ft-found(bt-i)
           END-PERFORM
           OPEN INPUT fprt-file
           IF fprt-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO fprt-eof
           PERFORM UNTIL fprt-eof EQUAL 1
               READ fprt-file INTO fprt-fields
                   AT END
                       MOVE 1 TO fprt-eof
                   NOT AT END
                       IF fp-version EQUAL battery-version
                           PERFORM take-battery-fingerprint
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fprt-file.

       take-battery-fingerprint.
           PERFORM VARYING bt-i FROM 1 BY 1 UNTIL bt-i > 4
               IF bd-name(bt-i) EQUAL fp-name
                   AND fp-value NUMERIC AND fp-nodes NUMERIC
                   MOVE 1 TO ft-found(bt-i)
                   MOVE fp-value TO ft-value(bt-i)
                   MOVE fp-nodes TO ft-nodes(bt-i)
               END-IF
           END-PERFORM.

      *    Compares the battery line just written with the position's
      *    approved fingerprint.
       check-battery-fingerprint.
           IF ft-found(bt-i) EQUAL 0
               ADD 1 TO unbased-count
               EXIT PARAGRAPH
           END-IF
           IF bt-v EQUAL ft-value(bt-i)
               AND bt-nodes EQUAL ft-nodes(bt-i)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO drift-count
           MOVE bh-date TO dx-date
           MOVE bh-time TO dx-time
           MOVE battery-version TO dx-version
           MOVE bd-name(bt-i) TO dx-name
           MOVE ft-value(bt-i) TO dx-fp-value
           MOVE ft-nodes(bt-i) TO dx-fp-nodes
           MOVE bt-v TO dx-value
           MOVE bt-nodes TO dx-nodes
           OPEN EXTEND drift-file
           IF drift-status EQUAL "35"
               OPEN OUTPUT drift-file
           END-IF
           IF drift-status NOT EQUAL "00"
               DISPLAY "WARNING: DRIFT FILE UNAVAILABLE (STATUS "
                   drift-status "); DRIFT NOT RECORDED."
           ELSE
               MOVE drift-out TO drift-record
               WRITE drift-record
               CLOSE drift-file
           END-IF
           DISPLAY "*** FINGERPRINT DRIFT: " bd-name(bt-i)
               " APPROVED VALUE " dx-fp-value " NODES " dx-fp-nodes
               ", THIS RUN VALUE " dx-value " NODES " dx-nodes " ***".

       battery-one-position.
           IF bd-size(bt-i) EQUAL '4'
           MOVE batt-out TO batt-record
           WRITE batt-record
           CLOSE batt-file
           PERFORM check-battery-fingerprint

           MOVE bt-i TO n
           MOVE bt-v TO h-value
       profile-run.
           MOVE "PF" TO h-algo
           MOVE 1 TO n
           IF card-mode EQUAL 0
               DISPLAY "START FROM THE DEFAULT EMPTY BOARD (Y/N)?"
               ACCEPT start-mode
               PERFORM get-on-move
               IF start-mode = 'N' OR start-mode = 'n'
                   PERFORM get-legal-position
               END-IF
           END-IF
           CALL "PrintBoard" USING BY REFERENCE state

           END-IF.

      *    The alarm tolerance is a site setting, not an operator
      *    prompt: the ALRMTOL site parameter (percent, 0-99 -- a
      *    tolerance of 100 or more could never fire the alarm).
       read-tolerance.
           MOVE "ALRMTOL" TO site-key
           MOVE 20 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO tol-pct.

      *    Appends one record to the audit trail -- who ran it, when,
      *    and the exact starting configuration (n, on-move, board) it
