       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATTFPRT.

      *    Re-baselining of the reference-battery fingerprints TTT's
      *    battery mode checks every run against. For the battery
      *    version chosen (by default the one the latest BATTHIST
      *    line was run under), the most recent BATTHIST line for
      *    each position is set beside the fingerprint BATTFPRT now
      *    approves and marked UNCHANGED, DRIFTED, or NEW. If any
      *    differ, the supervisor is asked to accept the latest
      *    results as the new fingerprint -- the explicit acceptance
      *    an engine change that alters the search needs before the
      *    drift alarm will stop. Every fingerprint replaced or set
      *    for the first time is journalled to FPRTJRNL with its old
      *    and new value and node count, the date, and the
      *    approving supervisor; fingerprints for other battery
      *    versions are carried over untouched.
      *
      *    Restricted to supervisor operators through the usual
      *    OPERREG gate. Declining the approval changes nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT batt-file ASSIGN TO "BATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batt-status.
           SELECT fprt-file ASSIGN TO "BATTFPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fprt-status.
           SELECT fjrnl-file ASSIGN TO "FPRTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fjrnl-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD batt-file.
       01 batt-record PIC X(75).

       FD fprt-file.
       01 fprt-record PIC X(44).

       FD fjrnl-file.
       01 fjrnl-record PIC X(72).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 batt-status PIC X(2).
       01 fprt-status PIC X(2).
       01 fjrnl-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.
       COPY fprtrec.

      *    Mirror of the record layout TTT's battery-one-position
      *    writes.
       01 batt-in.
           05 bh-date PIC 9(8).
           05 FILLER PIC X.
           05 bh-time PIC 9(6).
           05 FILLER PIC X.
           05 bh-version PIC X(2).
           05 FILLER PIC X.
           05 bh-name PIC X(8).
           05 FILLER PIC X.
           05 bh-size PIC 9.
           05 FILLER PIC X.
           05 bh-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 bh-nodes PIC 9(9).
           05 FILLER PIC X.
           05 bh-elapsed-cs PIC 9(9).
           05 FILLER PIC X.
           05 bh-runid PIC X(22).

      *    One FPRTJRNL record per fingerprint set or replaced:
      *    BASELINE when the position had none, REBASE when an
      *    approved one was replaced (the old value and nodes are
      *    zero for a BASELINE).
       01 fjrnl-out.
           05 fj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 fj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 fj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 fj-action PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 fj-version PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 fj-name PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 fj-old-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 fj-old-nodes PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 fj-new-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 fj-new-nodes PIC 9(9).

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
           05 sj-program PIC X(8) VALUE "BATTFPRT".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 version-reply PIC X(2) VALUE SPACES.
       01 chosen-version PIC X(2) VALUE SPACES.
       01 confirm-reply PIC X VALUE SPACE.

      *    Latest BATTHIST result for each position of the chosen
      *    version (the file is append-only, so the last line read
      *    for a name is its most recent run).
       01 latest-table.
           05 latest-entry OCCURS 20 TIMES.
               10 lt-name PIC X(8).
               10 lt-size PIC 9.
               10 lt-value PIC S9 COMP.
               10 lt-nodes PIC 9(9) COMP.
               10 lt-date PIC 9(8).
               10 lt-state PIC X(9).
               10 lt-old-value PIC S9 COMP.
               10 lt-old-nodes PIC 9(9) COMP.
       01 latest-count PIC 9(2) COMP VALUE 0.
       01 li PIC 9(2) COMP.
       01 lj PIC 9(2) COMP.

      *    The fingerprint file as it stands, rewritten whole.
       01 fprt-file-table.
           05 fprt-entry OCCURS 200 TIMES.
               10 fe-record PIC X(44).
       01 fprt-count PIC 9(3) COMP VALUE 0.
       01 fi PIC 9(3) COMP.

       01 file-eof PIC 9 COMP.
       01 changed-count PIC 9(2) VALUE 0.
       01 disp-value PIC -9.
       01 disp-old-value PIC -9.

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       PROCEDURE DIVISION.
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF operator-role NOT EQUAL 'S'
               DISPLAY "BATTERY FINGERPRINT RE-BASELINING IS "
                   "RESTRICTED TO SUPERVISOR OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM find-latest-version
           IF chosen-version EQUAL SPACES
               DISPLAY "BATTFPRT: NO BATTERY RUNS IN BATTHIST; RUN THE "
                   "BATTERY BEFORE SETTING ITS FINGERPRINT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "BATTERY VERSION TO BASELINE (BLANK FOR "
               chosen-version ", THE LATEST RUN):"
           MOVE SPACES TO version-reply
           ACCEPT version-reply
           IF version-reply NOT EQUAL SPACES
               MOVE version-reply TO chosen-version
           END-IF

           PERFORM load-latest-results
           IF latest-count EQUAL 0
               DISPLAY "BATTFPRT: NO BATTHIST LINES FOR BATTERY "
                   "VERSION " chosen-version "; NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM load-fingerprints

           DISPLAY "BATTERY " chosen-version
               " -- APPROVED FINGERPRINT AGAINST THE LATEST RUN:"
           MOVE 0 TO changed-count
           PERFORM VARYING li FROM 1 BY 1 UNTIL li > latest-count
               PERFORM compare-one-position
           END-PERFORM
           IF changed-count EQUAL 0
               DISPLAY "BATTFPRT: THE FINGERPRINT ALREADY MATCHES THE "
                   "LATEST RUN; NOTHING CHANGED."
               GOBACK
           END-IF

           DISPLAY "APPROVE THE LATEST RUN AS THE FINGERPRINT OF "
               changed-count " POSITION(S) OF BATTERY "
               chosen-version " (Y/N)?"
           MOVE SPACE TO confirm-reply
           ACCEPT confirm-reply
           IF confirm-reply NOT = 'Y' AND confirm-reply NOT = 'y'
               DISPLAY "CANCELLED; THE APPROVED FINGERPRINT STANDS."
               GOBACK
           END-IF

           PERFORM journal-rebaseline
           PERFORM rewrite-fingerprints
           DISPLAY "BATTFPRT: " changed-count " FINGERPRINT(S) OF "
               "BATTERY " chosen-version " APPROVED BY " operator-id
               "; OLD AND NEW RECORDED IN FPRTJRNL."
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

      *    The battery version of the last line on BATTHIST.
       find-latest-version.
           MOVE SPACES TO chosen-version
           OPEN INPUT batt-file
           IF batt-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ batt-file INTO batt-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       MOVE bh-version TO chosen-version
               END-READ
           END-PERFORM
           CLOSE batt-file.

       load-latest-results.
           MOVE 0 TO latest-count
           OPEN INPUT batt-file
           IF batt-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ batt-file INTO batt-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF bh-version EQUAL chosen-version
                           AND bh-value NUMERIC AND bh-nodes NUMERIC
                           PERFORM take-latest-result
                       END-IF
               END-READ
           END-PERFORM
           CLOSE batt-file.

       take-latest-result.
           PERFORM VARYING lj FROM 1 BY 1 UNTIL lj > latest-count
               IF lt-name(lj) EQUAL bh-name
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF lj > latest-count
               IF latest-count NOT LESS THAN 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO latest-count
               MOVE latest-count TO lj
               MOVE bh-name TO lt-name(lj)
           END-IF
           MOVE bh-size TO lt-size(lj)
           MOVE bh-value TO lt-value(lj)
           MOVE bh-nodes TO lt-nodes(lj)
           MOVE bh-date TO lt-date(lj).

       load-fingerprints.
           MOVE 0 TO fprt-count
           OPEN INPUT fprt-file
           IF fprt-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ fprt-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF fprt-count LESS THAN 200
                           ADD 1 TO fprt-count
                           MOVE fprt-record TO fe-record(fprt-count)
                       ELSE
                           DISPLAY "ERROR: BATTFPRT HOLDS MORE THAN "
                               "200 FINGERPRINTS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fprt-file.

      *    Sets lt-state for one position and shows it beside its
      *    approved fingerprint.
       compare-one-position.
           MOVE "NEW" TO lt-state(li)
           MOVE 0 TO lt-old-value(li)
           MOVE 0 TO lt-old-nodes(li)
           PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > fprt-count
               MOVE fe-record(fi) TO fprt-fields
               IF fp-version EQUAL chosen-version
                   AND fp-name EQUAL lt-name(li)
                   MOVE fp-value TO lt-old-value(li)
                   MOVE fp-nodes TO lt-old-nodes(li)
                   IF fp-value EQUAL lt-value(li)
                       AND fp-nodes EQUAL lt-nodes(li)
                       MOVE "UNCHANGED" TO lt-state(li)
                   ELSE
                       MOVE "DRIFTED" TO lt-state(li)
                   END-IF
               END-IF
           END-PERFORM
           MOVE lt-value(li) TO disp-value
           MOVE lt-old-value(li) TO disp-old-value
           IF lt-state(li) EQUAL "NEW"
               DISPLAY "  " lt-name(li) "  NO FINGERPRINT      "
                   " LATEST " lt-date(li) " VALUE " disp-value
                   " NODES " lt-nodes(li) "  NEW"
           ELSE
               DISPLAY "  " lt-name(li) "  APPROVED VALUE "
                   disp-old-value " NODES " lt-old-nodes(li)
                   "  LATEST VALUE " disp-value " NODES "
                   lt-nodes(li) "  " lt-state(li)
           END-IF
           IF lt-state(li) NOT EQUAL "UNCHANGED"
               ADD 1 TO changed-count
           END-IF.

      *    Writes the file back, dated as journalled, with the
      *    chosen version's changed positions replaced (or added)
      *    and everything else as it was.
       rewrite-fingerprints.
           OPEN OUTPUT fprt-file
           IF fprt-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT REWRITE BATTFPRT, STATUS "
                   fprt-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > fprt-count
               MOVE fe-record(fi) TO fprt-fields
               PERFORM VARYING li FROM 1 BY 1 UNTIL li > latest-count
                   IF fp-version EQUAL chosen-version
                       AND fp-name EQUAL lt-name(li)
                       AND lt-state(li) EQUAL "DRIFTED"
                       PERFORM fill-fingerprint
                   END-IF
               END-PERFORM
               MOVE fprt-fields TO fprt-record
               WRITE fprt-record
           END-PERFORM
           PERFORM VARYING li FROM 1 BY 1 UNTIL li > latest-count
               IF lt-state(li) EQUAL "NEW"
                   MOVE chosen-version TO fp-version
                   MOVE lt-name(li) TO fp-name
                   PERFORM fill-fingerprint
                   MOVE fprt-fields TO fprt-record
                   WRITE fprt-record
               END-IF
           END-PERFORM
           CLOSE fprt-file.

       fill-fingerprint.
           MOVE lt-size(li) TO fp-size
           MOVE lt-value(li) TO fp-value
           MOVE lt-nodes(li) TO fp-nodes
           MOVE today TO fp-date
           MOVE operator-id TO fp-by.

      *    The journal is written before the fingerprint is replaced,
      *    so no approval can take effect without its record.
       journal-rebaseline.
           ACCEPT today FROM DATE YYYYMMDD
           OPEN EXTEND fjrnl-file
           IF fjrnl-status EQUAL "35"
               OPEN OUTPUT fjrnl-file
           END-IF
           IF fjrnl-status NOT EQUAL "00"
               DISPLAY "ERROR: FINGERPRINT JOURNAL FPRTJRNL "
                   "UNAVAILABLE (STATUS " fjrnl-status
                   "); THE NEW FINGERPRINT IS UNRECORDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT time-raw FROM TIME
           PERFORM VARYING li FROM 1 BY 1 UNTIL li > latest-count
               IF lt-state(li) NOT EQUAL "UNCHANGED"
                   MOVE today TO fj-date
                   COMPUTE fj-time =
                       time-hh * 10000 + time-mm * 100 + time-ss
                   MOVE operator-id TO fj-operator
                   IF lt-state(li) EQUAL "NEW"
                       MOVE "BASELINE" TO fj-action
                   ELSE
                       MOVE "REBASE" TO fj-action
                   END-IF
                   MOVE chosen-version TO fj-version
                   MOVE lt-name(li) TO fj-name
                   MOVE lt-old-value(li) TO fj-old-value
                   MOVE lt-old-nodes(li) TO fj-old-nodes
                   MOVE lt-value(li) TO fj-new-value
                   MOVE lt-nodes(li) TO fj-new-nodes
                   MOVE fjrnl-out TO fjrnl-record
                   WRITE fjrnl-record
               END-IF
           END-PERFORM
           CLOSE fjrnl-file.

       END PROGRAM BATTFPRT.
