      *    whose owner has been deactivated in OPERREG to an active
      *    operator who can resume the run. Restricted to supervisor
      *    operators, with every sign-on outcome journaled to
      *    SIGNJRNL like TTT's own gate. Purge and reassign are
      *    under dual control: each needs a second supervisor's
      *    approval in APPRREV (through DualCtl) for exactly that
      *    cutoff or that pair of owners before it is carried out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 restart-record PIC X(95).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).
       01 operator-active PIC X VALUE 'N'.
       01 oper-eof PIC 9 COMP.
       01 oper-found PIC 9 COMP.
       01 pin-mode PIC 9 COMP VALUE 1.
       01 pin-outcome PIC X(8).
       01 want-id PIC X(8).
       01 new-id PIC X(8).
       01 menu-choice PIC X VALUE SPACE.
       01 cutoff-date PIC 9(8).
       01 purge-count PIC 9(2) COMP.

       01 dc-function PIC X VALUE 'C'.
       01 dc-action PIC X(8).
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).

       01 signon-out.
           05 sj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
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

               "BLANK = RETIRED ONLY):"
           MOVE SPACES TO cutoff-reply
           ACCEPT cutoff-reply
           MOVE SPACES TO dc-params
           IF cutoff-reply NUMERIC
               MOVE cutoff-reply TO cutoff-date
               STRING "BEFORE " cutoff-reply DELIMITED BY SIZE
                   INTO dc-params
           ELSE
               MOVE 0 TO cutoff-date
               MOVE "RETIRED ONLY" TO dc-params
           END-IF
           MOVE "CKPURGE" TO dc-action
           PERFORM check-dual-control
           IF dc-result NOT EQUAL "APPROVED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO purge-count
           MOVE 0 TO cj
               EXIT PARAGRAPH
           END-IF
           MOVE ckpt-entry(old-i) TO restart-out
           MOVE SPACES TO dc-params
           STRING rk-operator " TO " new-id DELIMITED BY SIZE
               INTO dc-params
           MOVE "CKREASGN" TO dc-action
           PERFORM check-dual-control
           IF dc-result NOT EQUAL "APPROVED"
               EXIT PARAGRAPH
           END-IF
           MOVE ckpt-entry(old-i) TO restart-out
           MOVE new-id TO rk-operator
           MOVE restart-out TO ckpt-entry(old-i)
           PERFORM rewrite-checkpoint-file
           DISPLAY "ENTRY REASSIGNED TO " new-id ".".

      *    Leaves dc-result APPROVED only when a second supervisor
      *    has approved exactly this operation for this operator.
       check-dual-control.
           MOVE 'C' TO dc-function
           CALL "DualCtl" USING BY REFERENCE dc-function
                                BY REFERENCE dc-action
                                BY REFERENCE dc-params
                                BY REFERENCE operator-id
                                BY REFERENCE dc-result
                                BY REFERENCE dc-reqno
               ON EXCEPTION
                   DISPLAY "DUAL-CONTROL MODULE UNAVAILABLE; "
                       "OPERATION REFUSED."
                   MOVE "NOTFILED" TO dc-result
           END-CALL.

      *    Looks want-id up in OPERREG, leaving oper-found and
      *    operator-active describing that ID (not the signed-on
      *    supervisor, whose gate already passed).
