      *    rewritten (and BENCHCTL stale, which BENCHVFY will flag),
      *    but the finished work dataset is intact to copy over the
      *    live file by hand.
      *
      *    Restricted to supervisor operators, with every sign-on
      *    outcome journaled to SIGNJRNL like TTT's gate, and under
      *    dual control: the conversion runs only after a second
      *    supervisor has approved it in APPRREV, so the first run
      *    files the request through DualCtl and a rerun by the same
      *    supervisor carries it out. Records dated in a month
      *    MONCLOSE has signed off are left exactly as they are
      *    (PeriodLock) and counted on CNVREPT; reopen the month and
      *    rerun to convert them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT report-file ASSIGN TO "CNVREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD report-file.
       01 report-record PIC X(80).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 hist-status PIC X(2).
       01 audit-status PIC X(2).
       01 audit-ctl-status PIC X(2).
       01 hist-work-status PIC X(2).
       01 report-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.

       01 hist-in.
           05 h-date PIC 9(8).
       01 self-count PIC 9(9) COMP VALUE 0.
       01 unpaired-count PIC 9(9) COMP VALUE 0.
       01 passed-count PIC 9(9) COMP VALUE 0.
       01 closed-count PIC 9(9) COMP VALUE 0.

       01 h-seconds PIC 9(6) COMP.
       01 au-seconds PIC 9(6) COMP.
       01 report-line PIC X(80).
       01 disp-a PIC 9(9).

       01 dc-function PIC X VALUE 'C'.
       01 dc-action PIC X(8) VALUE "TTTCNVT".
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).

       01 lock-function PIC X VALUE 'M'.
       01 lock-date PIC 9(8).
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
           05 sj-program PIC X(8) VALUE "TTTCNVT".
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
               DISPLAY "RECORD CONVERSION IS RESTRICTED TO SUPERVISOR "
                   "OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO pair-count
           MOVE 0 TO self-count
           MOVE 0 TO unpaired-count
           MOVE 0 TO passed-count
           MOVE 0 TO closed-count
           MOVE 0 TO lock-date
           PERFORM check-period-lock
           MOVE "FULL CONVERSION" TO dc-params
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
               DISPLAY "TTTCNVT: NOTHING CHANGED; RERUN ONCE A SECOND "
                   "SUPERVISOR HAS APPROVED THE REQUEST."
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CNVREPT, STATUS "
           CLOSE report-file
           DISPLAY "TTTCNVT: " pair-count " PAIR(S) CONVERTED, "
               self-count " AUDIT-ONLY RECORD(S) CONVERTED, "
               unpaired-count " HISTORY RECORD(S) UNPAIRED, "
               closed-count " HELD IN CLOSED PERIOD(S)."
           IF (unpaired-count GREATER THAN 0
               OR closed-count GREATER THAN 0)
               AND RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
           END-IF
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

       load-audit-file.
           OPEN INPUT audit-file
           IF audit-status NOT EQUAL "00"
           IF h-runid NOT EQUAL SPACES
               ADD 1 TO passed-count
           ELSE
               MOVE h-date TO lock-date
               PERFORM check-period-lock
               IF lock-state EQUAL "CLOSED"
                   ADD 1 TO closed-count
                   MOVE SPACES TO report-line
                   STRING "PERIOD " lock-period " CLOSED, LEFT "
                       "UNCONVERTED: " hist-in(1:20)
                       DELIMITED BY SIZE INTO report-line
                   PERFORM write-report-line
               ELSE
                   PERFORM pair-one-history
               END-IF
           END-IF
           MOVE hist-in TO hist-work-record
           WRITE hist-work-record.
           PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > audit-count
               MOVE ae-record(ai) TO audit-in
               IF au-runid EQUAL SPACES
                   MOVE au-date TO lock-date
                   PERFORM check-period-lock
                   IF lock-state EQUAL "CLOSED"
                       ADD 1 TO closed-count
                       MOVE SPACES TO report-line
                       STRING "PERIOD " lock-period " CLOSED, LEFT "
                           "UNCONVERTED: " ae-record(ai)(1:20)
                           DELIMITED BY SIZE INTO report-line
                       PERFORM write-report-line
                   ELSE
                       MOVE au-date TO sr-date
                       MOVE au-time TO sr-time
                       MOVE au-operator TO sr-oper
                       MOVE synth-runid TO au-runid
                       MOVE audit-in TO ae-record(ai)
                       ADD 1 TO self-count
                   END-IF
               END-IF
           END-PERFORM.

      *    A closed month's records must come through unchanged. The
      *    first call is made before anything is read, so an
      *    unavailable module aborts before any file is touched.
       check-period-lock.
           CALL "PeriodLock" USING BY REFERENCE lock-function
                                   BY REFERENCE lock-date
                                   BY REFERENCE lock-state
                                   BY REFERENCE lock-period
               ON EXCEPTION
                   DISPLAY "ERROR: PERIOD-CLOSE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

       rewrite-live-hist.
           MOVE 0 TO run-count
           MOVE 0 TO run-sum
           MOVE passed-count TO disp-a
           STRING "ALREADY CARRIED A RUN-ID:        " disp-a
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE closed-count TO disp-a
           STRING "HELD IN CLOSED PERIODS:          " disp-a
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line.

       call-recsum.
