      *    deactivated in the registry. The audit trail proves what
      *    registered operators did; this report proves what rejected
      *    ones attempted.
      *    PIN refusals (BADPIN, PINEXPD, NOPIN, and attempts against
      *    a LOCKED entry) count as rejected attempts beside the
      *    registry outcomes, and a separate section tallies each
      *    ID's PIN failures, lockouts, changes (PINCHG), and
      *    supervisor resets (PINRESET) and lists every lockout and
      *    reset with who reset it. PIN changes and resets are
      *    registry events, not sign-on attempts, so they stay out
      *    of the attempt totals. Any lockout in the journal ends
      *    the report with the warning return code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD signon-file.
       01 signon-record PIC X(51).

       FD oper-file.
       01 oper-record PIC X(60).

       FD report-file.
       01 report-record PIC X(80).
           05 sj-operator PIC X(8).
           05 FILLER PIC X.
           05 sj-outcome PIC X(8).
           05 FILLER PIC X.
           05 sj-by PIC X(8).

      *    Per-ID tallies, one entry per distinct operator ID seen
      *    in the journal.
               10 it-notreg PIC 9(9) COMP.
               10 it-deactiv PIC 9(9) COMP.
               10 it-noreg PIC 9(9) COMP.
               10 it-badpin PIC 9(9) COMP.
               10 it-lockout PIC 9(9) COMP.
               10 it-locked PIC 9(9) COMP.
               10 it-pinchg PIC 9(9) COMP.
               10 it-reset PIC 9(9) COMP.
               10 it-last-date PIC 9(8).
       01 id-count PIC 9(3) COMP VALUE 0.
       01 ii PIC 9(3) COMP.
       01 slot PIC 9(3) COMP.

      *    Every LOCKOUT and PINRESET journal record, in journal
      *    order, for the event listing.
       01 event-table.
           05 event-entry PIC X(51) OCCURS 500 TIMES.
       01 event-count PIC 9(3) COMP VALUE 0.
       01 ei PIC 9(3) COMP.
       01 pin-id-count PIC 9(9) COMP VALUE 0.
       01 lockout-count PIC 9(9) COMP VALUE 0.

       01 file-eof PIC 9 COMP.
       01 record-count PIC 9(9) COMP VALUE 0.
       01 rejects PIC 9(9) COMP.
           05 il-deactiv PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE "  NOREG".
           05 il-noreg PIC ZZZZZZ9.
       01 pin-line.
           05 pl-id PIC X(8).
           05 FILLER PIC X(8) VALUE "  BADPIN".
           05 pl-badpin PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  LOCKOUT".
           05 pl-lockout PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  LOCKED".
           05 pl-locked PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  PINCHG".
           05 pl-pinchg PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE "  RESET".
           05 pl-reset PIC ZZZZ9.
       01 event-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 el-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 el-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 el-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 el-outcome PIC X(8).
           05 FILLER PIC X(4) VALUE " IN ".
           05 el-program PIC X(8).
           05 el-by-label PIC X(4).
           05 el-by PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO id-count
           MOVE 0 TO record-count
           MOVE 0 TO flagged-count
           MOVE 0 TO deact-hit-count
           MOVE 0 TO event-count
           MOVE 0 TO pin-id-count
           MOVE 0 TO lockout-count

           OPEN INPUT signon-file
           IF signon-status NOT EQUAL "00"
           PERFORM write-report-line
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > id-count
               COMPUTE rejects = it-notreg(ii) + it-deactiv(ii)
                   + it-noreg(ii) + it-badpin(ii) + it-lockout(ii)
                   + it-locked(ii)
               IF rejects NOT LESS THAN 3
                   ADD 1 TO flagged-count
                   MOVE SPACES TO report-line
               MOVE "  NONE." TO report-line
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line

           PERFORM report-pin-activity

           CLOSE report-file
           DISPLAY "SIGNRPT: " record-count " ATTEMPT(S) REPORTED, "
               flagged-count " ID(S) WITH REPEATED FAILURES, "
               deact-hit-count " DEACTIVATED ID(S) SEEING ACTIVITY, "
               lockout-count " LOCKOUT(S)."
           IF flagged-count GREATER THAN 0
               OR deact-hit-count GREATER THAN 0
               OR lockout-count GREATER THAN 0
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 0 TO it-notreg(slot)
               MOVE 0 TO it-deactiv(slot)
               MOVE 0 TO it-noreg(slot)
               MOVE 0 TO it-badpin(slot)
               MOVE 0 TO it-lockout(slot)
               MOVE 0 TO it-locked(slot)
               MOVE 0 TO it-pinchg(slot)
               MOVE 0 TO it-reset(slot)
               MOVE 0 TO it-last-date(slot)
           END-IF
           IF sj-outcome EQUAL "LOCKOUT" OR sj-outcome EQUAL "PINRESET"
               IF event-count EQUAL 500
                   DISPLAY "ERROR: MORE THAN 500 LOCKOUT/RESET EVENTS "
                       "IN THE JOURNAL; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO event-count
               MOVE signon-in TO event-entry(event-count)
           END-IF
           IF sj-outcome EQUAL "PINCHG"
               ADD 1 TO it-pinchg(slot)
               EXIT PARAGRAPH
           END-IF
           IF sj-outcome EQUAL "PINRESET"
               ADD 1 TO it-reset(slot)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO it-total(slot)
           EVALUATE sj-outcome
               WHEN "ACCEPT"
                   ADD 1 TO it-notreg(slot)
               WHEN "DEACTIV"
                   ADD 1 TO it-deactiv(slot)
               WHEN "BADPIN"
               WHEN "PINEXPD"
               WHEN "NOPIN"
                   ADD 1 TO it-badpin(slot)
               WHEN "LOCKOUT"
                   ADD 1 TO it-lockout(slot)
               WHEN "LOCKED"
                   ADD 1 TO it-locked(slot)
               WHEN OTHER
                   ADD 1 TO it-noreg(slot)
           END-EVALUATE
               END-IF
           END-PERFORM.

       report-pin-activity.
           MOVE "PIN FAILURES, LOCKOUTS, AND CHANGES PER OPERATOR ID:"
               TO report-line
           PERFORM write-report-line
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > id-count
               IF it-badpin(ii) + it-lockout(ii) + it-locked(ii)
                   + it-pinchg(ii) + it-reset(ii) GREATER THAN 0
                   ADD 1 TO pin-id-count
                   ADD it-lockout(ii) TO lockout-count
                   MOVE it-id(ii) TO pl-id
                   MOVE it-badpin(ii) TO pl-badpin
                   MOVE it-lockout(ii) TO pl-lockout
                   MOVE it-locked(ii) TO pl-locked
                   MOVE it-pinchg(ii) TO pl-pinchg
                   MOVE it-reset(ii) TO pl-reset
                   MOVE pin-line TO report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM
           IF pin-id-count EQUAL 0
               MOVE "  NONE." TO report-line
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line

           MOVE "LOCKOUTS AND SUPERVISOR RESETS:" TO report-line
           PERFORM write-report-line
           PERFORM VARYING ei FROM 1 BY 1 UNTIL ei > event-count
               MOVE event-entry(ei) TO signon-in
               MOVE sj-date TO el-date
               MOVE sj-time TO el-time
               MOVE sj-operator TO el-operator
               MOVE sj-outcome TO el-outcome
               MOVE sj-program TO el-program
               IF sj-outcome EQUAL "PINRESET"
                   MOVE " BY " TO el-by-label
                   MOVE sj-by TO el-by
               ELSE
                   MOVE SPACES TO el-by-label
                   MOVE SPACES TO el-by
               END-IF
               MOVE event-line TO report-line
               PERFORM write-report-line
           END-PERFORM
           IF event-count EQUAL 0
               MOVE "  NONE." TO report-line
               PERFORM write-report-line
           END-IF.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.
