      *    partially rewritten (and its control record stale, which
      *    BENCHVFY will flag), but the finished work dataset is
      *    intact to copy over the live file by hand.
      *
      *    Restricted to supervisor operators, with every sign-on
      *    outcome journaled to SIGNJRNL like TTT's gate, and under
      *    dual control: the sweep for a given cutoff runs only
      *    after a second supervisor has approved it in APPRREV, so
      *    the first run files the request through DualCtl and a
      *    rerun by the same supervisor carries it out. A cutoff
      *    that would sweep records out of a month MONCLOSE has
      *    signed off is refused outright (PeriodLock) until that
      *    month is formally reopened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT arch-actl-file ASSIGN TO arch-actl-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS arch-actl-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD arch-actl-file.
       01 arch-actl-record PIC X(19).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 hist-status PIC X(2).
       01 audit-status PIC X(2).
       01 arch-audit-status PIC X(2).
       01 arch-hctl-status PIC X(2).
       01 arch-actl-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.

       01 arch-hist-name PIC X(17).
       01 arch-audit-name PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ctl-sum PIC 9(9).

       01 dc-function PIC X VALUE 'C'.
       01 dc-action PIC X(8) VALUE "BENCHARC".
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).

       01 lock-function PIC X VALUE 'B'.
       01 lock-state PIC X(8).
       01 lock-period PIC 9(6).

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
           05 sj-program PIC X(8) VALUE "BENCHARC".
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

       PROCEDURE DIVISION.
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF operator-role NOT EQUAL 'S'
               DISPLAY "ARCHIVE AND RETENTION SWEEP IS RESTRICTED TO "
                   "SUPERVISOR OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO hist-arch-count
           MOVE 0 TO hist-keep-count
           MOVE 0 TO audit-arch-count
               END-IF
           END-PERFORM
           MOVE cutoff-reply TO cutoff-date
           CALL "PeriodLock" USING BY REFERENCE lock-function
                                   BY REFERENCE cutoff-date
                                   BY REFERENCE lock-state
                                   BY REFERENCE lock-period
               ON EXCEPTION
                   DISPLAY "PERIOD-CLOSE MODULE UNAVAILABLE; "
                       "OPERATION REFUSED."
                   MOVE "UNKNOWN" TO lock-state
           END-CALL
           IF lock-state NOT EQUAL "OPEN"
               IF lock-state EQUAL "CLOSED"
                   DISPLAY "BENCHARC: PERIOD " lock-period " IS CLOSED;"
                       " A CUTOFF OF " cutoff-reply " WOULD ARCHIVE ITS"
                       " SIGNED-OFF RECORDS. REOPEN IT IN MONCLOSE OR "
                       "CHOOSE AN EARLIER CUTOFF."
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO dc-params
           STRING "BEFORE " cutoff-reply DELIMITED BY SIZE
               INTO dc-params
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
           END-CALL
           IF dc-result NOT EQUAL "APPROVED"
               DISPLAY "BENCHARC: NOTHING CHANGED; RERUN ONCE A SECOND "
                   "SUPERVISOR HAS APPROVED THE REQUEST."
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           STRING "ARCHHIST." cutoff-reply DELIMITED BY SIZE
               INTO arch-hist-name
               "DATASETS."
           GOBACK.

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

      *    Splits BENCHHIST at the cutoff: old records go to the dated
      *    archive, retained ones to the work dataset, with each
      *    side's count and checksum accumulated as the records pass.
