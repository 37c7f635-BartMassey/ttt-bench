       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONCLOSE.

      *    Month-end capacity sign-off. For a chosen month (which
      *    must have ended) C runs the four checks the sign-off
      *    checklist asks for and writes them to CLOSREPT:
      *      VERIFY     the VFYREPT BENCHVFY left shows no exceptions;
      *      RECONCILE  the RCNREPT BENCHRCN left lists no orphan
      *                 dated in the month and did not overflow;
      *      ALARMS     every BENCHEXC alarm raised in the month has
      *                 an EXCDISP disposition;
      *      CAPFEED    every CAPJRNL feed night in the month was
      *                 acknowledged through CAPACKP.
      *    Any failure leaves the month open with return code 8.
      *    When all four pass, the month's control totals are shown
      *    -- the BENCHHIST and TTTAUDIT records dated in the month
      *    with their RecSum checksums, the alarms raised, and the
      *    feed nights -- and on the supervisor's confirmation a
      *    sealed CLOSE record signed with their operator ID is
      *    appended to the PERIODCL ledger (periodcl.cpy). From then
      *    on BENCHARC will not archive, and TTTCNVT will not
      *    convert, records from that month (both ask PeriodLock).
      *
      *    R reopens a closed month, under dual control through
      *    DualCtl like the other operations that let shared data
      *    change: the first attempt files the request, and once a
      *    second supervisor has approved it in APPRREV a rerun
      *    appends a REOPEN record carrying the approval's request
      *    number. V proves a closed month is still exactly as it
      *    was signed -- the CLOSE record against its own seal and
      *    the month's records against the signed totals -- with
      *    return code 8 on any drift. L lists the ledger.
      *    Restricted to supervisor operators, with every sign-on
      *    outcome journaled to SIGNJRNL like TTT's gate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "PERIODCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS period-status.
           SELECT hist-file ASSIGN TO "BENCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-status.
           SELECT audit-file ASSIGN TO "TTTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           SELECT alert-file ASSIGN TO "BENCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alert-status.
           SELECT disp-file ASSIGN TO "EXCDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS disp-status.
           SELECT vfy-file ASSIGN TO "VFYREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vfy-status.
           SELECT rcn-file ASSIGN TO "RCNREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rcn-status.
           SELECT feed-jrnl-file ASSIGN TO "CAPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feed-jrnl-status.
           SELECT report-file ASSIGN TO "CLOSREPT"
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
       FD period-file.
       01 period-record PIC X(107).

       FD hist-file.
       01 hist-record PIC X(74).

       FD audit-file.
       01 audit-record PIC X(95).

       FD alert-file.
       01 alert-record PIC X(50).

       FD disp-file.
       01 disp-record PIC X(38).

       FD vfy-file.
       01 vfy-record PIC X(80).

       FD rcn-file.
       01 rcn-record PIC X(80).

       FD feed-jrnl-file.
       01 feed-jrnl-record PIC X(29).

       FD report-file.
       01 report-record PIC X(80).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 period-status PIC X(2).
       01 hist-status PIC X(2).
       01 audit-status PIC X(2).
       01 alert-status PIC X(2).
       01 disp-status PIC X(2).
       01 vfy-status PIC X(2).
       01 rcn-status PIC X(2).
       01 feed-jrnl-status PIC X(2).
       01 report-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.
       COPY periodcl.

      *    Mirrors of the record layouts the owning programs write.
       01 alert-in.
           05 ax-tag PIC X(6).
           05 ax-date PIC 9(8).
           05 FILLER PIC X.
           05 ax-time PIC 9(6).
           05 FILLER PIC X.
           05 ax-algo PIC X(2).
           05 FILLER PIC X.
           05 ax-run-rate PIC X(10).
           05 FILLER PIC X.
           05 ax-avg-rate PIC X(10).
           05 FILLER PIC X.
           05 ax-tol-pct PIC 9(3).

       01 disp-in.
           05 ed-date PIC 9(8).
           05 FILLER PIC X.
           05 ed-time PIC 9(6).
           05 FILLER PIC X.
           05 ed-algo PIC X(2).
           05 FILLER PIC X.
           05 ed-disp PIC X(1).
           05 FILLER PIC X.
           05 ed-operator PIC X(8).
           05 FILLER PIC X.
           05 ed-disp-date PIC 9(8).

       01 feed-jrnl-in.
           05 jr-date PIC 9(8).
           05 FILLER PIC X.
           05 jr-count PIC 9(9).
           05 FILLER PIC X.
           05 jr-ack PIC X(1).
           05 FILLER PIC X.
           05 jr-ack-date PIC 9(8).

       01 disp-table.
           05 disp-entry PIC X(38) OCCURS 500 TIMES.
       01 disp-count PIC 9(3) COMP VALUE 0.
       01 di PIC 9(3) COMP.
       01 disp-found PIC 9 COMP.

      *    The period being worked, its ledger state, and the latest
      *    CLOSE record on file for it.
       01 period-reply PIC X(6) VALUE SPACES.
       01 period-parts REDEFINES period-reply.
           05 period-yyyy PIC 9(4).
           05 period-mm PIC 9(2).
       01 work-period PIC 9(6).
       01 period-ok PIC 9 COMP.
       01 period-state PIC X(8).
       01 signed-record PIC X(107).
       01 rec-period PIC 9(6).

      *    Totals for work-period as the files stand now.
       01 now-hist-count PIC 9(9) COMP.
       01 now-hist-sum PIC 9(9) COMP.
       01 now-audit-count PIC 9(9) COMP.
       01 now-audit-sum PIC 9(9) COMP.
       01 now-alarms PIC 9(5) COMP.
       01 now-nights PIC 9(3) COMP.

      *    Worst outcome of the session, kept apart from RETURN-CODE
      *    because every CALL resets that.
       01 close-rc PIC 9(2) COMP VALUE 0.
       01 fail-count PIC 9(3) COMP.
       01 area-fails PIC 9(5) COMP.
       01 drift-count PIC 9(3) COMP.
       01 vfy-clean-seen PIC 9 COMP.
       01 vfy-total-seen PIC 9 COMP.
       01 rcn-seen PIC 9 COMP.
       01 rcn-date PIC X(8).
       01 seal-check PIC 9(9) COMP.

       01 menu-choice PIC X VALUE SPACE.
       01 confirm-reply PIC X VALUE SPACE.
       01 file-eof PIC 9 COMP.

       01 dc-function PIC X VALUE 'C'.
       01 dc-action PIC X(8) VALUE "REOPEN".
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).

       01 sum-work PIC X(100).
       01 sum-len PIC 9(3) COMP.
       01 rec-sum PIC 9(9) COMP.

       01 disp-a PIC ZZZZZZZZ9.
       01 disp-b PIC ZZZZZZZZ9.
       01 disp-n PIC 9(9).
       01 disp-m PIC 9(9).

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
           05 sj-program PIC X(8) VALUE "MONCLOSE".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 today PIC 9(8).
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       01 report-line PIC X(80).

       PROCEDURE DIVISION.
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF operator-role NOT EQUAL 'S'
               DISPLAY "MONTH-END CLOSE IS RESTRICTED TO SUPERVISOR "
                   "OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACE TO menu-choice
           PERFORM UNTIL menu-choice EQUAL 'X'
               DISPLAY "MONTH-END CLOSE: C = CLOSE  R = REOPEN  "
                   "V = VERIFY  L = LIST  X = EXIT:"
               MOVE SPACE TO menu-choice
               ACCEPT menu-choice
               EVALUATE menu-choice
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM close-period
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM reopen-period
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM verify-period
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM list-periods
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'X' TO menu-choice
                   WHEN OTHER
                       DISPLAY "ENTER C, R, V, L, OR X."
               END-EVALUATE
           END-PERFORM
           DISPLAY "MONTH-END CLOSE ENDED."
           MOVE close-rc TO RETURN-CODE
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
           PERFORM stamp-now
           MOVE today TO sj-date
           MOVE now-time TO sj-time
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

       stamp-now.
           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss.

      *    Prompts for a yyyymm period; blank cancels. period-ok is 1
      *    only for a real month, left in work-period.
       ask-period.
           MOVE 0 TO period-ok
           DISPLAY "PERIOD (YYYYMM), BLANK TO CANCEL:"
           MOVE SPACES TO period-reply
           ACCEPT period-reply
           IF period-reply EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           IF period-reply NOT NUMERIC
               DISPLAY "INVALID PERIOD: ENTER SIX DIGITS, YYYYMM."
               EXIT PARAGRAPH
           END-IF
           IF period-mm LESS THAN 1 OR period-mm GREATER THAN 12
               DISPLAY "INVALID PERIOD: MONTH MUST BE 01 TO 12."
               EXIT PARAGRAPH
           END-IF
           MOVE period-reply TO work-period
           MOVE 1 TO period-ok.

      *    Reads the ledger for work-period: period-state is the
      *    latest event (CLOSE, REOPEN, or NONE) and signed-record
      *    the latest CLOSE record.
       find-period-state.
           MOVE "NONE" TO period-state
           MOVE SPACES TO signed-record
           OPEN INPUT period-file
           IF period-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ period-file INTO period-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF pc-period EQUAL work-period
                           MOVE pc-event TO period-state
                           IF pc-event EQUAL "CLOSE"
                               MOVE period-record TO signed-record
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE period-file.

       close-period.
           PERFORM ask-period
           IF period-ok EQUAL 0
               EXIT PARAGRAPH
           END-IF
           PERFORM stamp-now
           MOVE today(1:6) TO rec-period
           IF work-period NOT LESS THAN rec-period
               DISPLAY "PERIOD " work-period " HAS NOT ENDED; ONLY A "
                   "FINISHED MONTH CAN BE CLOSED."
               EXIT PARAGRAPH
           END-IF
           PERFORM find-period-state
           IF period-state EQUAL "CLOSE"
               DISPLAY "PERIOD " work-period " IS ALREADY CLOSED; "
                   "USE V TO VERIFY IT."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CLOSREPT, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "MONTH-END CLOSE CHECKS FOR PERIOD " work-period
               "  RUN " today " " time-hh ":" time-mm " BY "
               operator-id DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line

           MOVE 0 TO fail-count
           PERFORM check-verify
           PERFORM check-reconcile
           PERFORM check-alarms
           PERFORM check-feed-acks
           PERFORM compute-totals
           PERFORM report-totals

           MOVE SPACES TO report-line
           PERFORM write-report-line
           IF fail-count GREATER THAN 0
               MOVE fail-count TO disp-a
               MOVE SPACES TO report-line
               STRING "PERIOD " work-period " NOT CLOSED:" disp-a
                   " CHECK(S) FAILED." DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
               CLOSE report-file
               IF close-rc LESS THAN 8
                   MOVE 8 TO close-rc
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ALL CHECKS PASSED. SIGN OFF AND CLOSE PERIOD "
               work-period " WITH THESE TOTALS (Y/N)?"
           MOVE SPACE TO confirm-reply
           ACCEPT confirm-reply
           IF confirm-reply NOT = 'Y' AND confirm-reply NOT = 'y'
               MOVE SPACES TO report-line
               STRING "ALL CHECKS PASSED; PERIOD " work-period
                   " LEFT OPEN AT THE SUPERVISOR'S CHOICE."
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               CLOSE report-file
               EXIT PARAGRAPH
           END-IF

           MOVE "CLOSE" TO pc-event
           MOVE 0 TO pc-reqno
           PERFORM append-period-record
           MOVE SPACES TO report-line
           STRING "PERIOD " work-period " CLOSED AND SIGNED BY "
               operator-id " ON " pc-date " SEAL " pc-seal
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           CLOSE report-file.

      *    BENCHVFY verifies the whole of both files, so the month is
      *    only as good as the latest VFYREPT.
       check-verify.
           MOVE 0 TO area-fails
           MOVE 0 TO vfy-clean-seen
           MOVE 0 TO vfy-total-seen
           OPEN INPUT vfy-file
           IF vfy-status NOT EQUAL "00"
               MOVE SPACES TO report-line
               STRING "VERIFY     FAIL  NO VFYREPT ON FILE -- RUN "
                   "BENCHVFY." DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               ADD 1 TO fail-count
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ vfy-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF vfy-record(1:13) EQUAL "NO EXCEPTIONS"
                           MOVE 1 TO vfy-clean-seen
                       END-IF
                       IF vfy-record(1:18) EQUAL "TOTAL EXCEPTIONS: "
                           MOVE 1 TO vfy-total-seen
                       END-IF
               END-READ
           END-PERFORM
           CLOSE vfy-file
           MOVE SPACES TO report-line
           IF vfy-clean-seen EQUAL 1 AND vfy-total-seen EQUAL 0
               MOVE "VERIFY     PASS  BENCHHIST AND TTTAUDIT BALANCE."
                   TO report-line
           ELSE
               ADD 1 TO fail-count
               STRING "VERIFY     FAIL  VFYREPT IS NOT CLEAN -- "
                   "WORK IT AND RERUN BENCHVFY."
                   DELIMITED BY SIZE INTO report-line
           END-IF
           PERFORM write-report-line.

      *    Orphan lines carry the record's date right after their
      *    label; only orphans dated in the month block its close,
      *    but an overflowed reconcile proves nothing for any month.
       check-reconcile.
           MOVE 0 TO area-fails
           MOVE 0 TO rcn-seen
           OPEN INPUT rcn-file
           IF rcn-status NOT EQUAL "00"
               MOVE SPACES TO report-line
               STRING "RECONCILE  FAIL  NO RCNREPT ON FILE -- RUN "
                   "BENCHRCN." DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               ADD 1 TO fail-count
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ rcn-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM check-one-rcn-line
               END-READ
           END-PERFORM
           CLOSE rcn-file
           MOVE SPACES TO report-line
           IF rcn-seen EQUAL 0
               ADD 1 TO area-fails
               STRING "RECONCILE  FAIL  RCNREPT IS INCOMPLETE -- "
                   "RERUN BENCHRCN."
                   DELIMITED BY SIZE INTO report-line
           ELSE
               IF area-fails EQUAL 0
                   MOVE "RECONCILE  PASS  NO ORPHANS IN THE PERIOD."
                       TO report-line
               ELSE
                   MOVE area-fails TO disp-a
                   STRING "RECONCILE  FAIL " disp-a
                       " ORPHAN/OVERFLOW LINE(S) ABOVE."
                       DELIMITED BY SIZE INTO report-line
               END-IF
           END-IF
           PERFORM write-report-line
           IF area-fails GREATER THAN 0
               ADD 1 TO fail-count
           END-IF.

       check-one-rcn-line.
           MOVE SPACES TO rcn-date
           EVALUATE TRUE
               WHEN rcn-record(1:26) EQUAL
                   "UNATTRIBUTED MEASUREMENT ("
                   MOVE rcn-record(38:8) TO rcn-date
               WHEN rcn-record(1:21) EQUAL "RUN DIED MID-FLIGHT ("
                   MOVE rcn-record(34:8) TO rcn-date
               WHEN rcn-record(1:16) EQUAL "AUDIT TABLE FULL"
                   ADD 1 TO area-fails
                   MOVE SPACES TO report-line
                   STRING "  " rcn-record(1:76) DELIMITED BY SIZE
                       INTO report-line
                   PERFORM write-report-line
               WHEN rcn-record(1:12) EQUAL "PAIRED RUNS:"
                   MOVE 1 TO rcn-seen
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF rcn-date(1:6) EQUAL period-reply
               ADD 1 TO area-fails
               MOVE SPACES TO report-line
               STRING "  " rcn-record(1:76) DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
           END-IF.

       check-alarms.
           MOVE 0 TO area-fails
           MOVE 0 TO disp-count
           OPEN INPUT disp-file
           IF disp-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ disp-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF disp-count EQUAL 500
                               DISPLAY "ERROR: MORE THAN 500 "
                                   "DISPOSITIONS; ABORTING."
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO disp-count
                           MOVE disp-record TO disp-entry(disp-count)
                   END-READ
               END-PERFORM
               CLOSE disp-file
           END-IF

           OPEN INPUT alert-file
           IF alert-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ alert-file INTO alert-in
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           MOVE ax-date(1:6) TO rec-period
                           IF rec-period EQUAL work-period
                               PERFORM check-one-alarm
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alert-file
           END-IF
           MOVE SPACES TO report-line
           IF area-fails EQUAL 0
               STRING "ALARMS     PASS  EVERY ALARM IN THE PERIOD "
                   "HAS A DISPOSITION."
                   DELIMITED BY SIZE INTO report-line
           ELSE
               ADD 1 TO fail-count
               MOVE area-fails TO disp-a
               STRING "ALARMS     FAIL " disp-a
                   " ALARM(S) WITHOUT AN EXCDISP DISPOSITION."
                   DELIMITED BY SIZE INTO report-line
           END-IF
           PERFORM write-report-line.

       check-one-alarm.
           MOVE 0 TO disp-found
           PERFORM VARYING di FROM 1 BY 1
               UNTIL di > disp-count OR disp-found NOT EQUAL 0
               MOVE disp-entry(di) TO disp-in
               IF ed-date EQUAL ax-date AND ed-time EQUAL ax-time
                   AND ed-algo EQUAL ax-algo
                   MOVE 1 TO disp-found
               END-IF
           END-PERFORM
           IF disp-found EQUAL 0
               ADD 1 TO area-fails
               MOVE SPACES TO report-line
               STRING "  ALARM " ax-date " " ax-time " " ax-algo
                   " RATE " ax-run-rate " VS " ax-avg-rate
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF.

       check-feed-acks.
           MOVE 0 TO area-fails
           OPEN INPUT feed-jrnl-file
           IF feed-jrnl-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ feed-jrnl-file INTO feed-jrnl-in
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           MOVE jr-date(1:6) TO rec-period
                           IF rec-period EQUAL work-period
                               AND jr-ack NOT EQUAL 'Y'
                               ADD 1 TO area-fails
                               MOVE SPACES TO report-line
                               STRING "  NO ACKNOWLEDGMENT FOR FEED "
                                   "NIGHT " jr-date " (" jr-count
                                   " DETAIL(S) SENT)"
                                   DELIMITED BY SIZE INTO report-line
                               PERFORM write-report-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE feed-jrnl-file
           END-IF
           MOVE SPACES TO report-line
           IF area-fails EQUAL 0
               STRING "CAPFEED    PASS  EVERY FEED NIGHT IN THE "
                   "PERIOD WAS ACKNOWLEDGED."
                   DELIMITED BY SIZE INTO report-line
           ELSE
               ADD 1 TO fail-count
               MOVE area-fails TO disp-a
               STRING "CAPFEED    FAIL " disp-a
                   " FEED NIGHT(S) NOT ACKNOWLEDGED."
                   DELIMITED BY SIZE INTO report-line
           END-IF
           PERFORM write-report-line.

      *    The month's control totals as the files stand now: records
      *    are the month's by their leading date, checksummed with
      *    the same RecSum the BENCHCTL/AUDITCTL convention uses.
       compute-totals.
           MOVE 0 TO now-hist-count
           MOVE 0 TO now-hist-sum
           MOVE 0 TO now-audit-count
           MOVE 0 TO now-audit-sum
           MOVE 0 TO now-alarms
           MOVE 0 TO now-nights
           OPEN INPUT hist-file
           IF hist-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ hist-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF hist-record(1:6) EQUAL period-reply
                               MOVE SPACES TO sum-work
                               MOVE hist-record TO sum-work
                               MOVE 74 TO sum-len
                               PERFORM call-recsum
                               ADD 1 TO now-hist-count
                               COMPUTE now-hist-sum = FUNCTION
                                 MOD(now-hist-sum + rec-sum, 1000000000)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF
           OPEN INPUT audit-file
           IF audit-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ audit-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF audit-record(1:6) EQUAL period-reply
                               MOVE SPACES TO sum-work
                               MOVE audit-record TO sum-work
                               MOVE 95 TO sum-len
                               PERFORM call-recsum
                               ADD 1 TO now-audit-count
                               COMPUTE now-audit-sum = FUNCTION
                                 MOD(now-audit-sum + rec-sum,
                                     1000000000)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF
           OPEN INPUT alert-file
           IF alert-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ alert-file INTO alert-in
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF ax-date(1:6) EQUAL period-reply
                               ADD 1 TO now-alarms
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE alert-file
           END-IF
           OPEN INPUT feed-jrnl-file
           IF feed-jrnl-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ feed-jrnl-file INTO feed-jrnl-in
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF jr-date(1:6) EQUAL period-reply
                               ADD 1 TO now-nights
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE feed-jrnl-file
           END-IF.

       report-totals.
           MOVE SPACES TO report-line
           PERFORM write-report-line
           MOVE now-hist-count TO disp-a
           MOVE now-hist-sum TO disp-n
           MOVE SPACES TO report-line
           STRING "BENCHHIST RECORDS" disp-a "  CHECKSUM " disp-n
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE now-audit-count TO disp-a
           MOVE now-audit-sum TO disp-n
           MOVE SPACES TO report-line
           STRING "TTTAUDIT RECORDS " disp-a "  CHECKSUM " disp-n
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE now-alarms TO disp-a
           MOVE now-nights TO disp-b
           MOVE SPACES TO report-line
           STRING "ALARMS RAISED    " disp-a "  FEED NIGHTS" disp-b
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line.

      *    Fills the rest of period-fields from the current totals,
      *    seals it, and appends it to the ledger.
       append-period-record.
           PERFORM stamp-now
           MOVE work-period TO pc-period
           MOVE operator-id TO pc-operator
           MOVE today TO pc-date
           MOVE now-time TO pc-time
           MOVE now-hist-count TO pc-hist-count
           MOVE now-hist-sum TO pc-hist-sum
           MOVE now-audit-count TO pc-audit-count
           MOVE now-audit-sum TO pc-audit-sum
           MOVE now-alarms TO pc-alarms
           MOVE now-nights TO pc-nights
           PERFORM compute-seal
           MOVE seal-check TO pc-seal
           OPEN EXTEND period-file
           IF period-status EQUAL "35"
               OPEN OUTPUT period-file
           END-IF
           IF period-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN PERIODCL, STATUS "
                   period-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE period-fields TO period-record
           WRITE period-record
           CLOSE period-file.

       compute-seal.
           MOVE SPACES TO sum-work
           MOVE period-fields(1:97) TO sum-work
           MOVE 97 TO sum-len
           PERFORM call-recsum
           MOVE rec-sum TO seal-check.

       reopen-period.
           PERFORM ask-period
           IF period-ok EQUAL 0
               EXIT PARAGRAPH
           END-IF
           PERFORM find-period-state
           IF period-state NOT EQUAL "CLOSE"
               DISPLAY "PERIOD " work-period " IS NOT CLOSED; "
                   "NOTHING TO REOPEN."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO dc-params
           STRING "PERIOD " period-reply DELIMITED BY SIZE
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
               DISPLAY "PERIOD " work-period " STAYS CLOSED UNTIL A "
                   "SECOND SUPERVISOR APPROVES THE REOPEN."
               EXIT PARAGRAPH
           END-IF
           PERFORM compute-totals
           MOVE "REOPEN" TO pc-event
           MOVE dc-reqno TO pc-reqno
           PERFORM append-period-record
           DISPLAY "PERIOD " work-period " REOPENED BY " operator-id
               " UNDER REQUEST " dc-reqno "; CLOSE IT AGAIN ONCE "
               "THE CORRECTIONS ARE MADE."
           IF close-rc LESS THAN 4
               MOVE 4 TO close-rc
           END-IF.

      *    A closed month must still match its sign-off: the CLOSE
      *    record against its own seal, then each total against what
      *    the files hold for the month now.
       verify-period.
           PERFORM ask-period
           IF period-ok EQUAL 0
               EXIT PARAGRAPH
           END-IF
           PERFORM find-period-state
           IF period-state NOT EQUAL "CLOSE"
               DISPLAY "PERIOD " work-period " IS NOT CLOSED; "
                   "NOTHING TO VERIFY."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO drift-count
           MOVE signed-record TO period-fields
           PERFORM compute-seal
           IF seal-check NOT EQUAL pc-seal
               ADD 1 TO drift-count
               DISPLAY "  THE CLOSE RECORD NO LONGER MATCHES ITS SEAL "
                   "-- IT WAS CHANGED AFTER SIGNING."
           END-IF
           PERFORM compute-totals
           IF now-hist-count NOT EQUAL pc-hist-count
               OR now-hist-sum NOT EQUAL pc-hist-sum
               ADD 1 TO drift-count
               MOVE now-hist-count TO disp-n
               MOVE now-hist-sum TO disp-m
               DISPLAY "  BENCHHIST: SIGNED " pc-hist-count "/"
                   pc-hist-sum ", NOW " disp-n "/" disp-m
           END-IF
           IF now-audit-count NOT EQUAL pc-audit-count
               OR now-audit-sum NOT EQUAL pc-audit-sum
               ADD 1 TO drift-count
               MOVE now-audit-count TO disp-n
               MOVE now-audit-sum TO disp-m
               DISPLAY "  TTTAUDIT: SIGNED " pc-audit-count "/"
                   pc-audit-sum ", NOW " disp-n "/" disp-m
           END-IF
           IF now-alarms NOT EQUAL pc-alarms
               ADD 1 TO drift-count
               MOVE now-alarms TO disp-n
               DISPLAY "  ALARMS: SIGNED " pc-alarms ", NOW "
                   disp-n(5:5)
           END-IF
           IF now-nights NOT EQUAL pc-nights
               ADD 1 TO drift-count
               MOVE now-nights TO disp-n
               DISPLAY "  FEED NIGHTS: SIGNED " pc-nights ", NOW "
                   disp-n(7:3)
           END-IF
           IF drift-count EQUAL 0
               DISPLAY "PERIOD " work-period " MATCHES ITS SIGN-OFF BY "
                   pc-operator " ON " pc-date "."
           ELSE
               DISPLAY "PERIOD " work-period " HAS DRIFTED SINCE ITS "
                   "SIGN-OFF BY " pc-operator " ON " pc-date "."
               IF close-rc LESS THAN 8
                   MOVE 8 TO close-rc
               END-IF
           END-IF.

       list-periods.
           OPEN INPUT period-file
           IF period-status NOT EQUAL "00"
               DISPLAY "NO PERIODCL LEDGER; NO MONTH HAS BEEN CLOSED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD EVENT    BY       DATE     "
               "BENCHHIST  TTTAUDIT ALARMS NIGHTS REQNO"
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ period-file INTO period-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       DISPLAY pc-period " " pc-event " " pc-operator
                           " " pc-date " " pc-hist-count " "
                           pc-audit-count " " pc-alarms " "
                           pc-nights "    " pc-reqno
               END-READ
           END-PERFORM
           CLOSE period-file.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record
           DISPLAY report-line.

       call-recsum.
           CALL "RecSum" USING BY REFERENCE sum-work
                               BY REFERENCE sum-len
                               BY REFERENCE rec-sum
               ON EXCEPTION
                   DISPLAY "ERROR: RECSUM MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

       END PROGRAM MONCLOSE.
