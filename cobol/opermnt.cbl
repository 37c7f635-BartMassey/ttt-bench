      *    checks every sign-on against this dataset, so the audit
      *    trail presented at sign-off can prove who ran what instead
      *    of taking whatever eight characters were typed.
      *    The screen is signed on through the same OPERREG and
      *    PinGate gate as TTT, and only a supervisor may add,
      *    deactivate, or reset PINs; listing is open to any signed-
      *    on operator. An empty registry waives the sign-on so the
      *    first supervisor can be enrolled. New operators and
      *    resets get a temporary PIN, stored only in PinHash's
      *    protected form, that PinGate makes the operator replace
      *    at the next sign-on; a reset also clears a lockout and is
      *    journaled to SIGNJRNL as PINRESET with the supervisor who
      *    did it. The listing also shows each operator's trainee
      *    certification from the CERTLDGR ledger CERTEVAL keeps:
      *    the date certified, or NO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.
           SELECT cert-file ASSIGN TO "CERTLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cert-status.

       DATA DIVISION.
       FILE SECTION.
       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(51).

       FD cert-file.
       01 cert-record PIC X(43).

       WORKING-STORAGE SECTION.
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       01 cert-status PIC X(2).
       COPY operreg.
       COPY certrec.

       01 oper-table.
           05 oper-entry PIC X(60) OCCURS 200 TIMES.
       01 oper-count PIC 9(3) COMP VALUE 0.
       01 oi PIC 9(3) COMP.
       01 oper-eof PIC 9 COMP.
       01 want-name PIC X(20).
       01 want-role PIC X.
       01 match-i PIC 9(3) COMP.
       01 want-pin PIC X(8).
       01 pin-hashed PIC X(12).
       01 pin-len PIC 9(2) COMP.
       01 pin-spaces PIC 9(2) COMP.
       01 pin-ok PIC 9 COMP.
       01 pin-state PIC X(6).
       01 cert-state PIC X(8).
       01 cert-eof PIC 9 COMP.

       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-role PIC X VALUE 'A'.
       01 pin-mode PIC 9 COMP VALUE 1.
       01 pin-outcome PIC X(8).

       01 signon-out.
           05 sj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 sj-program PIC X(8) VALUE "OPERMNT".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-by PIC X(8).

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       PROCEDURE DIVISION.
           MOVE SPACE TO menu-choice
           PERFORM load-registry
           IF oper-count EQUAL 0
               DISPLAY "THE REGISTRY IS EMPTY; SIGN-ON IS WAIVED TO "
                   "ENROL THE FIRST SUPERVISOR."
               MOVE 'S' TO operator-role
           ELSE
               DISPLAY "ENTER OPERATOR ID:"
               ACCEPT operator-id
               PERFORM validate-operator
               PERFORM load-registry
           END-IF
           PERFORM UNTIL menu-choice EQUAL 'X'
               DISPLAY "OPERATOR MAINTENANCE: A = ADD  D = "
                   "DEACTIVATE  R = RESET PIN  L = LIST  X = EXIT:"
               MOVE SPACE TO menu-choice
               ACCEPT menu-choice
               EVALUATE menu-choice
                   WHEN 'A'
                   WHEN 'a'
                       IF operator-role EQUAL 'S'
                           PERFORM add-operator
                       ELSE
                           PERFORM refuse-analyst
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       IF operator-role EQUAL 'S'
                           PERFORM deactivate-operator
                       ELSE
                           PERFORM refuse-analyst
                       END-IF
                   WHEN 'R'
                   WHEN 'r'
                       IF operator-role EQUAL 'S'
                           PERFORM reset-operator-pin
                       ELSE
                           PERFORM refuse-analyst
                       END-IF
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM list-operators
                   WHEN 'x'
                       MOVE 'X' TO menu-choice
                   WHEN OTHER
                       DISPLAY "ENTER A, D, R, L, OR X."
               END-EVALUATE
           END-PERFORM
           DISPLAY "OPERATOR MAINTENANCE ENDED."
           GOBACK.

      *    The OPERREG gate, against the table already loaded, then
      *    PinGate for the PIN. The caller reloads the table
      *    afterwards, since PinGate may have rewritten the entry.
       validate-operator.
           MOVE operator-id TO want-id
           PERFORM find-operator
           IF match-i EQUAL 0
               DISPLAY "OPERATOR " operator-id " IS NOT REGISTERED."
               MOVE "NOTREG" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE oper-entry(match-i) TO oper-fields
           IF op-active NOT EQUAL 'Y'
               DISPLAY "OPERATOR " operator-id " IS DEACTIVATED IN "
                   "THE REGISTRY."
               MOVE "DEACTIV" TO sj-outcome
               PERFORM journal-sign-on
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE op-role TO operator-role
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
           IF sj-outcome NOT EQUAL "PINRESET"
               MOVE operator-id TO sj-operator
               MOVE SPACES TO sj-by
           END-IF
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

       refuse-analyst.
           DISPLAY "ADDING, DEACTIVATING, AND RESETTING OPERATORS IS "
               "RESTRICTED TO SUPERVISOR OPERATORS.".

      *    Takes a temporary PIN for want-id, leaving its protected
      *    form in pin-hashed and pin-ok 1 when it was acceptable.
       get-temporary-pin.
           MOVE 0 TO pin-ok
           DISPLAY "TEMPORARY PIN (4 TO 8 DIGITS; THE OPERATOR MUST "
               "CHANGE IT AT NEXT SIGN-ON):"
           MOVE SPACES TO want-pin
           ACCEPT want-pin
           MOVE 0 TO pin-len
           INSPECT want-pin TALLYING pin-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO pin-spaces
           INSPECT want-pin TALLYING pin-spaces FOR ALL SPACE
           IF pin-len LESS THAN 4
               OR pin-len + pin-spaces NOT EQUAL 8
               OR want-pin(1:pin-len) NOT NUMERIC
               DISPLAY "A PIN IS 4 TO 8 DIGITS."
               EXIT PARAGRAPH
           END-IF
           CALL "PinHash" USING BY REFERENCE want-id
                                BY REFERENCE want-pin
                                BY REFERENCE pin-hashed
               ON EXCEPTION
                   DISPLAY "PIN HASH MODULE UNAVAILABLE; NO PIN "
                       "SET."
                   MOVE SPACES TO want-pin
                   EXIT PARAGRAPH
           END-CALL
           MOVE SPACES TO want-pin
           MOVE 1 TO pin-ok.

       load-registry.
           MOVE 0 TO oper-count
           OPEN INPUT oper-file
           ACCEPT want-name
           MOVE SPACE TO want-role
           PERFORM UNTIL want-role EQUAL 'S' OR want-role EQUAL 'A'
                   OR want-role EQUAL 'B'
               DISPLAY "ROLE: S = SUPERVISOR  A = ANALYST  B = BATCH "
                   "(TTTPARM CONTROL CARDS ONLY):"
               ACCEPT want-role
               IF want-role = 's'
                   MOVE 'S' TO want-role
               IF want-role = 'a'
                   MOVE 'A' TO want-role
               END-IF
               IF want-role = 'b'
                   MOVE 'B' TO want-role
               END-IF
               IF want-role NOT EQUAL 'S' AND want-role NOT EQUAL 'A'
                   AND want-role NOT EQUAL 'B'
                   DISPLAY "ENTER S, A, OR B."
               END-IF
           END-PERFORM
           PERFORM get-temporary-pin
           IF pin-ok EQUAL 0
               DISPLAY "OPERATOR " want-id " NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           MOVE want-id TO op-id
           MOVE want-name TO op-name
           MOVE want-role TO op-role
           MOVE 'Y' TO op-active
           MOVE pin-hashed TO op-pin-hash
           MOVE 0 TO op-pin-fails
           MOVE 'N' TO op-locked
           MOVE 0 TO op-pin-date
           ADD 1 TO oper-count
           MOVE oper-fields TO oper-entry(oper-count)
           PERFORM write-registry
           PERFORM write-registry
           DISPLAY "OPERATOR " want-id " DEACTIVATED.".

      *    Sets a temporary PIN and clears any lockout; the operator
      *    chooses a new PIN at the next sign-on.
       reset-operator-pin.
           DISPLAY "OPERATOR ID TO RESET:"
           MOVE SPACES TO want-id
           ACCEPT want-id
           PERFORM find-operator
           IF match-i EQUAL 0
               DISPLAY "OPERATOR " want-id " IS NOT REGISTERED."
               EXIT PARAGRAPH
           END-IF
           PERFORM get-temporary-pin
           IF pin-ok EQUAL 0
               DISPLAY "OPERATOR " want-id " NOT RESET."
               EXIT PARAGRAPH
           END-IF
           MOVE oper-entry(match-i) TO oper-fields
           MOVE pin-hashed TO op-pin-hash
           MOVE 0 TO op-pin-fails
           MOVE 'N' TO op-locked
           MOVE 0 TO op-pin-date
           MOVE oper-fields TO oper-entry(match-i)
           PERFORM write-registry
           MOVE want-id TO sj-operator
           MOVE operator-id TO sj-by
           MOVE "PINRESET" TO sj-outcome
           PERFORM journal-sign-on
           DISPLAY "OPERATOR " want-id " RESET; LOCKOUT CLEARED, "
               "TEMPORARY PIN SET.".

       list-operators.
           IF oper-count EQUAL 0
               DISPLAY "THE REGISTRY IS EMPTY."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID       NAME                 ROLE ACTIVE PIN    "
               "CERTIFIED"
           PERFORM VARYING oi FROM 1 BY 1 UNTIL oi > oper-count
               MOVE oper-entry(oi) TO oper-fields
               EVALUATE TRUE
                   WHEN op-locked EQUAL 'Y'
                       MOVE "LOCKED" TO pin-state
                   WHEN op-pin-hash EQUAL SPACES
                       MOVE "NONE" TO pin-state
                   WHEN op-pin-date NOT NUMERIC
                       MOVE "TEMP" TO pin-state
                   WHEN op-pin-date EQUAL 0
                       MOVE "TEMP" TO pin-state
                   WHEN OTHER
                       MOVE "SET" TO pin-state
               END-EVALUATE
               PERFORM find-certification
               DISPLAY op-id " " op-name " " op-role "    "
                   op-active "      " pin-state " " cert-state
           END-PERFORM.

      *    The first CERTLDGR pass record for op-id, if any; the
      *    ledger is short and only read for a listing.
       find-certification.
           MOVE "NO" TO cert-state
           OPEN INPUT cert-file
           IF cert-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO cert-eof
           PERFORM UNTIL cert-eof EQUAL 1
               READ cert-file INTO cert-fields
                   AT END
                       MOVE 1 TO cert-eof
                   NOT AT END
                       IF ce-operator EQUAL op-id
                           MOVE ce-date TO cert-state
                           MOVE 1 TO cert-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cert-file.

       END PROGRAM OPERMNT.
