       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinGate.

      *    PIN step of the OPERREG sign-on gate, shared by every
      *    program that signs operators on (TTT, EXCREV, CKPTMNT,
      *    OPERMNT, SITEMNT). The caller has already found gate-
      *    operator registered and active; this step decides whether
      *    the person at the console is that operator:
      *      - a locked entry is refused outright (LOCKED) until a
      *        supervisor resets it in OPERMNT;
      *      - a wrong PIN counts against the entry (BADPIN), and the
      *        PINTRIES-th consecutive one locks it (LOCKOUT);
      *      - a right PIN clears the count, and a PIN older than
      *        PINDAYS days, or a temporary one a supervisor set,
      *        must be replaced before the sign-on is accepted
      *        (PINEXPD when the operator does not);
      *      - an entry from before PINs existed has its PIN chosen
      *        now (NOPIN when the operator does not);
      *      - nothing is accepted or changed while the PinHash
      *        module cannot be called (PINUNAV).
      *    gate-outcome comes back ACCEPT or one of those refusals,
      *    for the caller to journal to SIGNJRNL beside its own
      *    outcomes. Every PIN change is journaled here as PINCHG.
      *    An unattended control-card run (gate-mode 0) has nobody to
      *    type a PIN -- the card deck is the protected dataset --
      *    so only the lockout applies to it. The registry is
      *    rewritten only when the entry actually changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(51).

       WORKING-STORAGE SECTION.
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.

       01 oper-table.
           05 oper-entry PIC X(60) OCCURS 200 TIMES.
       01 oper-count PIC 9(3) COMP VALUE 0.
       01 oi PIC 9(3) COMP.
       01 match-i PIC 9(3) COMP.
       01 oper-eof PIC 9 COMP.

       01 pin-tries PIC 9(2) COMP VALUE 3.
       01 pin-days PIC 9(3) COMP VALUE 90.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.

       01 pin-reply PIC X(8).
       01 pin-repeat PIC X(8).
       01 pin-hashed PIC X(12).
       01 pin-len PIC 9(2) COMP.
       01 pin-spaces PIC 9(2) COMP.
       01 pin-changed PIC 9 COMP.
       01 hash-unavail PIC 9 COMP.
       01 entry-changed PIC 9 COMP.
       01 pin-age PIC S9(9) COMP.
       01 disp-fails PIC 9.
       01 disp-tries PIC 9.

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       01 signon-out.
           05 sj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 sj-program PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-by PIC X(8).

       LINKAGE SECTION.
       01 gate-program PIC X(8).
       01 gate-operator PIC X(8).
       01 gate-mode PIC 9 COMP.
       01 gate-outcome PIC X(8).

       PROCEDURE DIVISION USING
         BY REFERENCE gate-program
         BY REFERENCE gate-operator
         BY REFERENCE gate-mode
         BY REFERENCE gate-outcome.

           MOVE "NOTREG" TO gate-outcome
           MOVE 0 TO hash-unavail
           MOVE 0 TO entry-changed
           ACCEPT today FROM DATE YYYYMMDD
           PERFORM read-pin-settings
           PERFORM load-registry
           IF oper-status NOT EQUAL "00"
               MOVE "NOREG" TO gate-outcome
               GOBACK
           END-IF
           MOVE 0 TO match-i
           PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > oper-count
               MOVE oper-entry(oi) TO oper-fields
               IF op-id EQUAL gate-operator
                   MOVE oi TO match-i
               END-IF
           END-PERFORM
           IF match-i EQUAL 0
               GOBACK
           END-IF
           MOVE oper-entry(match-i) TO oper-fields
           IF op-pin-fails NOT NUMERIC
               MOVE 0 TO op-pin-fails
           END-IF
           IF op-pin-date NOT NUMERIC
               MOVE 0 TO op-pin-date
           END-IF
           IF op-locked NOT EQUAL 'Y'
               MOVE 'N' TO op-locked
           END-IF

           IF op-locked EQUAL 'Y'
               DISPLAY "OPERATOR " gate-operator " IS LOCKED OUT "
                   "AFTER REPEATED PIN FAILURES; A SUPERVISOR MUST "
                   "RESET IT IN OPERMNT."
               MOVE "LOCKED" TO gate-outcome
               GOBACK
           END-IF
           IF gate-mode EQUAL 0
               MOVE "ACCEPT" TO gate-outcome
               GOBACK
           END-IF

           IF op-pin-hash EQUAL SPACES
               DISPLAY "NO PIN IS SET FOR OPERATOR " gate-operator
                   "; CHOOSE ONE NOW."
               PERFORM choose-new-pin
               IF pin-changed EQUAL 1
                   MOVE "ACCEPT" TO gate-outcome
               ELSE
                   MOVE "NOPIN" TO gate-outcome
               END-IF
               IF hash-unavail EQUAL 1
                   MOVE "PINUNAV" TO gate-outcome
               END-IF
               PERFORM save-entry
               GOBACK
           END-IF

           DISPLAY "ENTER PIN:"
           MOVE SPACES TO pin-reply
           ACCEPT pin-reply
           CALL "PinHash" USING BY REFERENCE gate-operator
                                BY REFERENCE pin-reply
                                BY REFERENCE pin-hashed
               ON EXCEPTION
                   DISPLAY "PIN HASH MODULE UNAVAILABLE; SIGN-ON "
                       "REFUSED."
                   MOVE SPACES TO pin-reply
                   MOVE "PINUNAV" TO gate-outcome
                   GOBACK
           END-CALL
           MOVE SPACES TO pin-reply
           IF pin-hashed NOT EQUAL op-pin-hash
               ADD 1 TO op-pin-fails
               MOVE 1 TO entry-changed
               IF op-pin-fails NOT LESS THAN pin-tries
                   MOVE 'Y' TO op-locked
                   DISPLAY "INCORRECT PIN. OPERATOR " gate-operator
                       " IS NOW LOCKED OUT; A SUPERVISOR MUST RESET "
                       "IT IN OPERMNT."
                   MOVE "LOCKOUT" TO gate-outcome
               ELSE
                   MOVE op-pin-fails TO disp-fails
                   MOVE pin-tries TO disp-tries
                   DISPLAY "INCORRECT PIN (" disp-fails " OF "
                       disp-tries " ALLOWED)."
                   MOVE "BADPIN" TO gate-outcome
               END-IF
               PERFORM save-entry
               GOBACK
           END-IF

           IF op-pin-fails NOT EQUAL 0
               MOVE 0 TO op-pin-fails
               MOVE 1 TO entry-changed
           END-IF
           MOVE "ACCEPT" TO gate-outcome
           IF op-pin-date EQUAL 0
               DISPLAY "THIS PIN WAS SET BY A SUPERVISOR AND MUST BE "
                   "CHANGED NOW."
               PERFORM choose-new-pin
               IF pin-changed EQUAL 0
                   MOVE "PINEXPD" TO gate-outcome
               END-IF
           ELSE
               COMPUTE pin-age = FUNCTION INTEGER-OF-DATE(today)
                   - FUNCTION INTEGER-OF-DATE(op-pin-date)
               IF pin-age NOT LESS THAN pin-days
                   DISPLAY "YOUR PIN HAS EXPIRED; CHOOSE A NEW ONE."
                   PERFORM choose-new-pin
                   IF pin-changed EQUAL 0
                       MOVE "PINEXPD" TO gate-outcome
                   END-IF
               END-IF
           END-IF
           IF hash-unavail EQUAL 1
               MOVE "PINUNAV" TO gate-outcome
           END-IF
           PERFORM save-entry
           GOBACK.

      *    PINTRIES and PINDAYS are site parameters; the built-in
      *    3 tries and 90 days stand if SiteParm cannot be loaded.
       read-pin-settings.
           MOVE "PINTRIES" TO site-key
           MOVE 3 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO pin-tries
           MOVE "PINDAYS" TO site-key
           MOVE 90 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO pin-days.

       read-site-setting.
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL.

       load-registry.
           MOVE 0 TO oper-count
           OPEN INPUT oper-file
           IF oper-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO oper-eof
           PERFORM UNTIL oper-eof EQUAL 1
               READ oper-file
                   AT END
                       MOVE 1 TO oper-eof
                   NOT AT END
                       IF oper-count EQUAL 200
                           DISPLAY "ERROR: MORE THAN 200 "
                               "REGISTRY RECORDS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO oper-count
                       MOVE oper-record TO oper-entry(oper-count)
               END-READ
           END-PERFORM
           CLOSE oper-file
           MOVE "00" TO oper-status.

      *    Puts the updated entry back and rewrites the registry,
      *    but only when something in it moved.
       save-entry.
           IF entry-changed EQUAL 0
               EXIT PARAGRAPH
           END-IF
           MOVE oper-fields TO oper-entry(match-i)
           OPEN OUTPUT oper-file
           IF oper-status NOT EQUAL "00"
               DISPLAY "WARNING: OPERREG COULD NOT BE UPDATED "
                   "(STATUS " oper-status ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > oper-count
               MOVE oper-entry(oi) TO oper-record
               WRITE oper-record
           END-PERFORM
           CLOSE oper-file.

      *    One chance per sign-on: 4 to 8 digits, typed twice, and
      *    not the PIN already in force.
       choose-new-pin.
           MOVE 0 TO pin-changed
           DISPLAY "NEW PIN (4 TO 8 DIGITS):"
           MOVE SPACES TO pin-reply
           ACCEPT pin-reply
           MOVE 0 TO pin-len
           INSPECT pin-reply TALLYING pin-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO pin-spaces
           INSPECT pin-reply TALLYING pin-spaces FOR ALL SPACE
           IF pin-len LESS THAN 4
               OR pin-len + pin-spaces NOT EQUAL 8
               OR pin-reply(1:pin-len) NOT NUMERIC
               DISPLAY "A PIN IS 4 TO 8 DIGITS; PIN NOT CHANGED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPEAT THE NEW PIN:"
           MOVE SPACES TO pin-repeat
           ACCEPT pin-repeat
           IF pin-repeat NOT EQUAL pin-reply
               DISPLAY "THE TWO ENTRIES DIFFER; PIN NOT CHANGED."
               EXIT PARAGRAPH
           END-IF
           CALL "PinHash" USING BY REFERENCE gate-operator
                                BY REFERENCE pin-reply
                                BY REFERENCE pin-hashed
               ON EXCEPTION
                   DISPLAY "PIN HASH MODULE UNAVAILABLE; PIN NOT "
                       "CHANGED."
                   MOVE SPACES TO pin-reply
                   MOVE SPACES TO pin-repeat
                   MOVE 1 TO hash-unavail
                   EXIT PARAGRAPH
           END-CALL
           MOVE SPACES TO pin-reply
           MOVE SPACES TO pin-repeat
           IF pin-hashed EQUAL op-pin-hash
               DISPLAY "THE NEW PIN MUST DIFFER FROM THE OLD ONE; "
                   "PIN NOT CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE pin-hashed TO op-pin-hash
           MOVE today TO op-pin-date
           MOVE 1 TO entry-changed
           MOVE 1 TO pin-changed
           DISPLAY "PIN CHANGED."
           PERFORM journal-pin-change.

       journal-pin-change.
           MOVE today TO sj-date
           ACCEPT time-raw FROM TIME
           COMPUTE sj-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE gate-program TO sj-program
           MOVE gate-operator TO sj-operator
           MOVE "PINCHG" TO sj-outcome
           MOVE gate-operator TO sj-by
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

       END PROGRAM PinGate.
