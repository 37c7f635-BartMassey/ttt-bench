       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNBULL.

      *    Morning operations bulletin: one page, written to BULLETIN,
      *    that answers "was last night clean" without opening six
      *    reports. Each area gets one GREEN / AMBER / RED line with
      *    its counts, followed by the keys of anything that needs
      *    action (the first few, then how many more):
      *
      *      NIGHT CHAIN  NIGHTLOG, the latest night's final status
      *                   per step -- RED on a FAILED step or when no
      *                   night since yesterday is on file.
      *      ALARMS       BENCHEXC alarms with no EXCDISP disposition
      *                   -- AMBER while any is open.
      *      VERIFY       the VFYREPT BENCHVFY left -- RED on any
      *                   exception, AMBER when there is no report.
      *      RECONCILE    the RCNREPT BENCHRCN left -- RED on any
      *                   orphan or table overflow, AMBER when there
      *                   is no report.
      *      CAPFEED ACK  CAPJRNL nights still unacknowledged past the
      *                   ACKGRACE site grace period -- AMBER.
      *      QUEUE        TTTQUEUE FAILED requests and NEW requests
      *                   from before today -- AMBER.
      *      GATE         the latest day's TOURNLOG tallies -- RED on
      *                   any decided game, AMBER when no gate run is
      *                   on file.
      *      ENGINE DRIFT BATTDRFT fingerprint drifts TTT's battery
      *                   recorded since the previous bulletin -- RED
      *                   until BATTFPRT accepts or the engine is put
      *                   right. With no earlier bulletin every drift
      *                   on file counts.
      *
      *    The job ends with the worst colour as its return code --
      *    0 green, 4 amber, 8 red -- so the scheduler can page on
      *    red. It only reads; each area's own report remains the
      *    place to work the detail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT night-log-file ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS night-log-status.
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
           SELECT queue-file ASSIGN TO "TTTQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-status.
           SELECT tourn-log-file ASSIGN TO "TOURNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tourn-log-status.
           SELECT drift-file ASSIGN TO "BATTDRFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS drift-status.
           SELECT report-file ASSIGN TO "BULLETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD night-log-file.
       01 night-log-record PIC X(54).

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

       FD queue-file.
       01 queue-record PIC X(131).

       FD tourn-log-file.
       01 tourn-log-record PIC X(42).

       FD drift-file.
       01 drift-record PIC X(59).

       FD report-file.
       01 report-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 night-log-status PIC X(2).
       01 alert-status PIC X(2).
       01 disp-status PIC X(2).
       01 vfy-status PIC X(2).
       01 rcn-status PIC X(2).
       01 feed-jrnl-status PIC X(2).
       01 queue-status PIC X(2).
       01 tourn-log-status PIC X(2).
       01 drift-status PIC X(2).
       01 report-status PIC X(2).
       COPY ttqrec.

      *    Mirrors of the record layouts the owning programs write.
       01 night-log-in.
           05 nl-date PIC 9(8).
           05 FILLER PIC X.
           05 nl-step PIC 9(2).
           05 FILLER PIC X.
           05 nl-program PIC X(8).
           05 FILLER PIC X.
           05 nl-start PIC 9(6).
           05 FILLER PIC X.
           05 nl-end PIC 9(6).
           05 FILLER PIC X.
           05 nl-rc PIC 9(2).
           05 FILLER PIC X.
           05 nl-status PIC X(7).
           05 FILLER PIC X.
           05 nl-rule PIC X(8).

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

       01 tourn-log-in.
           05 tl-date PIC 9(8).
           05 FILLER PIC X.
           05 tl-time PIC 9(6).
           05 FILLER PIC X.
           05 tl-pair-a PIC X(2).
           05 FILLER PIC X.
           05 tl-pair-b PIC X(2).
           05 FILLER PIC X.
           05 tl-games PIC 9(3).
           05 FILLER PIC X.
           05 tl-a-wins PIC 9(3).
           05 FILLER PIC X.
           05 tl-b-wins PIC 9(3).
           05 FILLER PIC X.
           05 tl-draws PIC 9(3).
           05 FILLER PIC X.
           05 tl-flag PIC X(4).

       01 drift-in.
           05 df-tag PIC X(6).
           05 df-date PIC 9(8).
           05 FILLER PIC X.
           05 df-time PIC 9(6).
           05 FILLER PIC X.
           05 df-version PIC X(2).
           05 FILLER PIC X.
           05 df-name PIC X(8).
           05 FILLER PIC X.
           05 df-fp-value PIC X(2).
           05 FILLER PIC X.
           05 df-fp-nodes PIC 9(9).
           05 FILLER PIC X.
           05 df-value PIC X(2).
           05 FILLER PIC X.
           05 df-nodes PIC 9(9).

      *    When the last bulletin was written, from the heading line
      *    of the BULLETIN this run replaces; zero when there is none.
       01 prev-bulletin.
           05 pb-date PIC 9(8) VALUE 0.
           05 pb-hh PIC 9(2) VALUE 0.
           05 pb-mm PIC 9(2) VALUE 0.
       01 pb-time PIC 9(6) VALUE 0.

      *    The latest night's final status per step: a step rerun
      *    after a NIGHTCKP restart replaces its earlier record.
       01 step-status-table.
           05 step-slot OCCURS 99 TIMES.
               10 ss-program PIC X(8).
               10 ss-rc PIC 9(2).
               10 ss-status PIC X(7).
       01 latest-night PIC 9(8) VALUE 0.
       01 si PIC 9(2) COMP.
       01 step-disp PIC 9(2).

       01 disp-table.
           05 disp-entry PIC X(38) OCCURS 500 TIMES.
       01 disp-count PIC 9(3) COMP VALUE 0.
       01 di PIC 9(3) COMP.
       01 disp-found PIC 9 COMP.

      *    Gate tallies for the latest day on file.
       01 gate-table.
           05 gate-entry OCCURS 20 TIMES.
               10 gt-pair PIC X(5).
               10 gt-games PIC 9(3).
               10 gt-decided PIC 9(3).
               10 gt-flag PIC X(4).
       01 gate-count PIC 9(2) COMP VALUE 0.
       01 gi PIC 9(2) COMP.
       01 gate-date PIC 9(8) VALUE 0.

      *    Keys collected for the area being worked; the first
      *    key-limit are printed under its status line.
       01 key-table.
           05 key-text PIC X(72) OCCURS 4 TIMES.
       01 key-limit PIC 9 COMP VALUE 4.
       01 key-total PIC 9(9) COMP.
       01 ki PIC 9 COMP.
       01 new-key PIC X(72).

       01 area-name PIC X(12).
       01 area-light PIC 9 COMP.
           88 area-green VALUE 0.
           88 area-amber VALUE 1.
           88 area-red VALUE 2.
       01 area-detail PIC X(60).
       01 worst-light PIC 9 COMP VALUE 0.

       01 file-eof PIC 9 COMP.
       01 today PIC 9(8).
       01 today-int PIC 9(9) COMP.
       01 night-int PIC 9(9) COMP.
       01 grace-days PIC 9(2) COMP VALUE 2.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.
       01 tally-a PIC 9(4) COMP.

       01 count-ok PIC 9(9) COMP.
       01 count-failed PIC 9(9) COMP.
       01 count-skipped PIC 9(9) COMP.
       01 count-open PIC 9(9) COMP.
       01 count-alarms PIC 9(9) COMP.
       01 count-exceptions PIC 9(9) COMP.
       01 count-orphans PIC 9(9) COMP.
       01 count-overflow PIC 9(9) COMP.
       01 count-late PIC 9(9) COMP.
       01 count-pending PIC 9(9) COMP.
       01 count-new PIC 9(9) COMP.
       01 count-stale PIC 9(9) COMP.
       01 count-qfailed PIC 9(9) COMP.
       01 count-games PIC 9(9) COMP.
       01 count-decided PIC 9(9) COMP.
       01 count-drifts PIC 9(9) COMP.
       01 vfy-total-seen PIC 9 COMP.
       01 vfy-clean-seen PIC 9 COMP.

       01 disp-a PIC ZZZZZ9.
       01 disp-b PIC ZZZZZ9.
       01 disp-c PIC ZZZZZ9.
       01 disp-n PIC 9(9).

       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       01 report-line PIC X(80).
       01 status-line.
           05 bl-area PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 bl-light PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 bl-detail PIC X(60).
       01 light-names PIC X(15) VALUE "GREENAMBERRED  ".

       PROCEDURE DIVISION.
           MOVE 0 TO worst-light
           ACCEPT today FROM DATE YYYYMMDD
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today)
           ACCEPT time-raw FROM TIME

           PERFORM find-previous-bulletin
           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN BULLETIN, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "MORNING OPERATIONS BULLETIN  " today " "
               time-hh ":" time-mm DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line

           PERFORM check-night-chain
           PERFORM check-alarms
           PERFORM check-verify
           PERFORM check-reconcile
           PERFORM check-feed-acks
           PERFORM check-queue
           PERFORM check-gate
           PERFORM check-drift

           MOVE SPACES TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           EVALUATE worst-light
               WHEN 0
                   MOVE "OVERALL: GREEN -- NOTHING NEEDS ACTION."
                       TO report-line
               WHEN 1
                   MOVE "OVERALL: AMBER -- REVIEW THE KEYS ABOVE TODAY."
                       TO report-line
               WHEN OTHER
                   MOVE "OVERALL: RED -- ACTION NEEDED NOW."
                       TO report-line
           END-EVALUATE
           PERFORM write-report-line
           CLOSE report-file

           DISPLAY "MORNBULL: " report-line
           EVALUATE worst-light
               WHEN 0
                   CONTINUE
               WHEN 1
                   IF RETURN-CODE LESS THAN 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   IF RETURN-CODE LESS THAN 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           GOBACK.

      *    Only the heading line is wanted; a BULLETIN without one
      *    is treated as no earlier bulletin at all.
       find-previous-bulletin.
           MOVE 0 TO pb-date
           MOVE 0 TO pb-hh
           MOVE 0 TO pb-mm
           OPEN INPUT report-file
           IF report-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           READ report-file
               AT END
                   CONTINUE
               NOT AT END
                   IF report-record(1:29) EQUAL
                       "MORNING OPERATIONS BULLETIN  "
                       AND report-record(30:8) NUMERIC
                       AND report-record(39:2) NUMERIC
                       AND report-record(42:2) NUMERIC
                       MOVE report-record(30:8) TO pb-date
                       MOVE report-record(39:2) TO pb-hh
                       MOVE report-record(42:2) TO pb-mm
                   END-IF
           END-READ
           CLOSE report-file
           COMPUTE pb-time = pb-hh * 10000 + pb-mm * 100.

      *    NIGHTLOG is appended in date order, so the last date seen
      *    is the latest night; the table is cleared whenever a new
      *    date starts.
       check-night-chain.
           MOVE "NIGHT CHAIN" TO area-name
           PERFORM start-area
           MOVE 0 TO latest-night
           PERFORM clear-step-table
           OPEN INPUT night-log-file
           IF night-log-status NOT EQUAL "00"
               SET area-red TO TRUE
               MOVE "NO NIGHTLOG ON FILE -- THE CHAIN HAS NOT RUN."
                   TO area-detail
               PERFORM print-area
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ night-log-file INTO night-log-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF nl-date NUMERIC AND nl-step NUMERIC
                           AND nl-step GREATER THAN 0
                           IF nl-date NOT EQUAL latest-night
                               MOVE nl-date TO latest-night
                               PERFORM clear-step-table
                           END-IF
                           MOVE nl-program TO ss-program(nl-step)
                           MOVE nl-rc TO ss-rc(nl-step)
                           MOVE nl-status TO ss-status(nl-step)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE night-log-file

           MOVE 0 TO count-ok
           MOVE 0 TO count-failed
           MOVE 0 TO count-skipped
           PERFORM VARYING si FROM 1 BY 1 UNTIL si > 98
               EVALUATE ss-status(si)
                   WHEN SPACES
                       CONTINUE
                   WHEN "OK"
                       ADD 1 TO count-ok
                   WHEN "SKIPPED"
                       ADD 1 TO count-skipped
                   WHEN OTHER
                       ADD 1 TO count-failed
                       MOVE SPACES TO new-key
                       MOVE si TO step-disp
                       STRING "STEP " step-disp " " ss-program(si) " "
                           ss-status(si) " RC " ss-rc(si)
                           DELIMITED BY SIZE INTO new-key
                       PERFORM add-key
               END-EVALUATE
           END-PERFORM

           MOVE count-ok TO disp-a
           MOVE count-failed TO disp-b
           MOVE count-skipped TO disp-c
           STRING "NIGHT " latest-night ": OK" disp-a
               "  FAILED" disp-b "  SKIPPED" disp-c
               DELIMITED BY SIZE INTO area-detail
           IF count-failed GREATER THAN 0
               SET area-red TO TRUE
           END-IF
           IF latest-night EQUAL 0
               SET area-red TO TRUE
               MOVE "NIGHTLOG IS EMPTY -- THE CHAIN HAS NOT RUN."
                   TO area-detail
           ELSE
               COMPUTE night-int =
                   FUNCTION INTEGER-OF-DATE(latest-night)
               IF today-int - night-int GREATER THAN 1
                   SET area-red TO TRUE
                   MOVE SPACES TO new-key
                   STRING "NO CHAIN ON FILE SINCE " latest-night
                       DELIMITED BY SIZE INTO new-key
                   PERFORM add-key
               END-IF
           END-IF
           PERFORM print-area.

       clear-step-table.
           PERFORM VARYING si FROM 1 BY 1 UNTIL si > 98
               MOVE SPACES TO ss-program(si)
               MOVE 0 TO ss-rc(si)
               MOVE SPACES TO ss-status(si)
           END-PERFORM.

       check-alarms.
           MOVE "ALARMS" TO area-name
           PERFORM start-area
           MOVE 0 TO count-alarms
           MOVE 0 TO count-open
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
                           ADD 1 TO count-alarms
                           PERFORM check-one-alarm
                   END-READ
               END-PERFORM
               CLOSE alert-file
           END-IF
           MOVE count-alarms TO disp-a
           MOVE count-open TO disp-b
           STRING "RAISED" disp-a "  OPEN (NO EXCDISP)" disp-b
               DELIMITED BY SIZE INTO area-detail
           IF count-open GREATER THAN 0
               SET area-amber TO TRUE
           END-IF
           PERFORM print-area.

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
               ADD 1 TO count-open
               MOVE SPACES TO new-key
               STRING "ALARM " ax-date " " ax-time " " ax-algo
                   " RATE " ax-run-rate " VS " ax-avg-rate
                   DELIMITED BY SIZE INTO new-key
               PERFORM add-key
           END-IF.

      *    BENCHVFY ends VFYREPT with either the no-exceptions line
      *    or the exception total; every other line that names a
      *    disagreement, a failed record, or a missing control
      *    record is an exception key.
       check-verify.
           MOVE "VERIFY" TO area-name
           PERFORM start-area
           MOVE 0 TO count-exceptions
           MOVE 0 TO vfy-total-seen
           MOVE 0 TO vfy-clean-seen
           OPEN INPUT vfy-file
           IF vfy-status NOT EQUAL "00"
               SET area-amber TO TRUE
               MOVE "NO VFYREPT ON FILE -- BENCHVFY HAS NOT RUN."
                   TO area-detail
               PERFORM print-area
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ vfy-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM check-one-vfy-line
               END-READ
           END-PERFORM
           CLOSE vfy-file
           IF vfy-total-seen EQUAL 1
               SET area-red TO TRUE
               MOVE count-exceptions TO disp-a
               STRING "BENCHHIST/TTTAUDIT EXCEPTIONS" disp-a
                   DELIMITED BY SIZE INTO area-detail
           ELSE
               IF vfy-clean-seen EQUAL 1
                   MOVE "NO EXCEPTIONS: BOTH FILES RECONCILE."
                       TO area-detail
               ELSE
                   SET area-amber TO TRUE
                   MOVE "VFYREPT IS INCOMPLETE -- RERUN BENCHVFY."
                       TO area-detail
               END-IF
           END-IF
           PERFORM print-area.

       check-one-vfy-line.
           IF vfy-record(1:18) EQUAL "TOTAL EXCEPTIONS: "
               MOVE 1 TO vfy-total-seen
               IF vfy-record(19:9) NUMERIC
                   MOVE vfy-record(19:9) TO count-exceptions
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF vfy-record(1:13) EQUAL "NO EXCEPTIONS"
               MOVE 1 TO vfy-clean-seen
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO tally-a
           INSPECT vfy-record TALLYING tally-a
               FOR ALL "DISAGREES WITH"
                   ALL "FAILS FIELD VALIDATION"
                   ALL "NO CONTROL RECORD"
           IF tally-a GREATER THAN 0
               MOVE vfy-record TO new-key
               PERFORM add-key
           END-IF.

      *    BENCHRCN lists each orphan on its own line ahead of the
      *    totals; the orphan lines are the keys and the two orphan
      *    totals the counts.
       check-reconcile.
           MOVE "RECONCILE" TO area-name
           PERFORM start-area
           MOVE 0 TO count-orphans
           MOVE 0 TO count-overflow
           OPEN INPUT rcn-file
           IF rcn-status NOT EQUAL "00"
               SET area-amber TO TRUE
               MOVE "NO RCNREPT ON FILE -- BENCHRCN HAS NOT RUN."
                   TO area-detail
               PERFORM print-area
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
           MOVE count-orphans TO disp-a
           STRING "ORPHANS" disp-a DELIMITED BY SIZE
               INTO area-detail
           IF count-overflow GREATER THAN 0
               STRING "ORPHANS" disp-a "  AUDIT TABLE OVERFLOWED"
                   DELIMITED BY SIZE INTO area-detail
           END-IF
           IF count-orphans GREATER THAN 0
               OR count-overflow GREATER THAN 0
               SET area-red TO TRUE
           END-IF
           PERFORM print-area.

       check-one-rcn-line.
           EVALUATE TRUE
               WHEN rcn-record(1:26) EQUAL
                   "UNATTRIBUTED MEASUREMENT ("
                   ADD 1 TO count-orphans
                   MOVE rcn-record TO new-key
                   PERFORM add-key
               WHEN rcn-record(1:21) EQUAL "RUN DIED MID-FLIGHT ("
                   ADD 1 TO count-orphans
                   MOVE rcn-record TO new-key
                   PERFORM add-key
               WHEN rcn-record(1:16) EQUAL "AUDIT TABLE FULL"
                   ADD 1 TO count-overflow
                   MOVE rcn-record TO new-key
                   PERFORM add-key
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A feed night is pending until CAPACKP marks it; it needs
      *    action only once it is past the grace period.
       check-feed-acks.
           MOVE "CAPFEED ACK" TO area-name
           PERFORM start-area
           MOVE "ACKGRACE" TO site-key
           MOVE 2 TO site-value
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL
           MOVE site-value TO grace-days
           MOVE 0 TO count-late
           MOVE 0 TO count-pending
           OPEN INPUT feed-jrnl-file
           IF feed-jrnl-status NOT EQUAL "00"
               MOVE "NO CAPJRNL FEED JOURNAL; NOTHING SENT YET."
                   TO area-detail
               PERFORM print-area
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ feed-jrnl-file INTO feed-jrnl-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF jr-ack NOT EQUAL 'Y' AND jr-date NUMERIC
                           COMPUTE night-int =
                               FUNCTION INTEGER-OF-DATE(jr-date)
                           IF today-int - night-int
                               GREATER THAN grace-days
                               ADD 1 TO count-late
                               MOVE SPACES TO new-key
                               STRING "NO ACKNOWLEDGMENT FOR FEED "
                                   "NIGHT " jr-date " (" jr-count
                                   " DETAIL(S) SENT)"
                                   DELIMITED BY SIZE INTO new-key
                               PERFORM add-key
                           ELSE
                               ADD 1 TO count-pending
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE feed-jrnl-file
           MOVE count-late TO disp-a
           MOVE count-pending TO disp-b
           STRING "PAST GRACE" disp-a "  WITHIN GRACE" disp-b
               DELIMITED BY SIZE INTO area-detail
           IF count-late GREATER THAN 0
               SET area-amber TO TRUE
           END-IF
           PERFORM print-area.

       check-queue.
           MOVE "QUEUE" TO area-name
           PERFORM start-area
           MOVE 0 TO count-new
           MOVE 0 TO count-stale
           MOVE 0 TO count-qfailed
           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
               MOVE "NO TTTQUEUE DATASET; NOTHING QUEUED."
                   TO area-detail
               PERFORM print-area
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ queue-file INTO queue-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM check-one-request
               END-READ
           END-PERFORM
           CLOSE queue-file
           MOVE count-new TO disp-a
           MOVE count-stale TO disp-b
           MOVE count-qfailed TO disp-c
           STRING "NEW" disp-a "  STALE NEW" disp-b "  FAILED" disp-c
               DELIMITED BY SIZE INTO area-detail
           IF count-stale GREATER THAN 0
               OR count-qfailed GREATER THAN 0
               SET area-amber TO TRUE
           END-IF
           PERFORM print-area.

       check-one-request.
           EVALUATE q-status
               WHEN "NEW"
                   ADD 1 TO count-new
                   IF q-sub-date NUMERIC
                       AND q-sub-date LESS THAN today
                       ADD 1 TO count-stale
                       MOVE SPACES TO new-key
                       STRING "REQUEST " q-reqno " FROM " q-requestor
                           " STILL NEW SINCE " q-sub-date
                           DELIMITED BY SIZE INTO new-key
                       PERFORM add-key
                   END-IF
               WHEN "FAILED"
                   ADD 1 TO count-qfailed
                   MOVE SPACES TO new-key
                   STRING "REQUEST " q-reqno " FROM " q-requestor
                       " FAILED " q-done-date
                       DELIMITED BY SIZE INTO new-key
                   PERFORM add-key
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    TOURNLOG carries one tally per pairing per gate run; the
      *    pairings of the latest date on file are the gate that
      *    matters this morning.
       check-gate.
           MOVE "GATE" TO area-name
           PERFORM start-area
           MOVE 0 TO gate-count
           MOVE 0 TO gate-date
           OPEN INPUT tourn-log-file
           IF tourn-log-status NOT EQUAL "00"
               SET area-amber TO TRUE
               MOVE "NO TOURNLOG ON FILE -- NO GATE RUN RECORDED."
                   TO area-detail
               PERFORM print-area
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ tourn-log-file INTO tourn-log-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF tl-date NUMERIC
                           PERFORM post-one-tally
                       END-IF
               END-READ
           END-PERFORM
           CLOSE tourn-log-file

           MOVE 0 TO count-games
           MOVE 0 TO count-decided
           PERFORM VARYING gi FROM 1 BY 1 UNTIL gi > gate-count
               ADD gt-games(gi) TO count-games
               ADD gt-decided(gi) TO count-decided
               IF gt-decided(gi) GREATER THAN 0
                   OR gt-flag(gi) EQUAL "FAIL"
                   MOVE SPACES TO new-key
                   STRING "PAIRING " gt-pair(gi) " "
                       gt-decided(gi) " DECIDED OF " gt-games(gi)
                       " GAME(S)" DELIMITED BY SIZE INTO new-key
                   PERFORM add-key
               END-IF
           END-PERFORM
           MOVE count-games TO disp-a
           MOVE count-decided TO disp-b
           STRING "GATE " gate-date ": GAMES" disp-a "  DECIDED"
               disp-b DELIMITED BY SIZE INTO area-detail
           IF key-total GREATER THAN 0
               SET area-red TO TRUE
           END-IF
           IF gate-count EQUAL 0
               SET area-amber TO TRUE
               MOVE "TOURNLOG IS EMPTY -- NO GATE RUN RECORDED."
                   TO area-detail
           END-IF
           PERFORM print-area.

       post-one-tally.
           IF tl-date GREATER THAN gate-date
               MOVE tl-date TO gate-date
               MOVE 0 TO gate-count
           END-IF
           IF tl-date LESS THAN gate-date
               EXIT PARAGRAPH
           END-IF
           IF gate-count EQUAL 20
               DISPLAY "ERROR: MORE THAN 20 GATE PAIRINGS IN ONE "
                   "DAY; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO gate-count
           STRING tl-pair-a "-" tl-pair-b DELIMITED BY SIZE
               INTO gt-pair(gate-count)
           MOVE tl-games TO gt-games(gate-count)
           COMPUTE gt-decided(gate-count) = tl-a-wins + tl-b-wins
           MOVE tl-flag TO gt-flag(gate-count).

      *    TTT's battery appends one DRIFT record per position whose
      *    value or node count left its approved fingerprint; the
      *    ones stamped since the previous bulletin are news this
      *    morning. The bulletin's heading carries only the minute, so
      *    a drift in that same minute is counted rather than lost.
       check-drift.
           MOVE "ENGINE DRIFT" TO area-name
           PERFORM start-area
           MOVE 0 TO count-drifts
           OPEN INPUT drift-file
           IF drift-status NOT EQUAL "00"
               MOVE "NO BATTDRFT ON FILE; NO DRIFT RECORDED."
                   TO area-detail
               PERFORM print-area
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ drift-file INTO drift-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF df-tag EQUAL "DRIFT " AND df-date NUMERIC
                           AND df-time NUMERIC
                           PERFORM check-one-drift
                       END-IF
               END-READ
           END-PERFORM
           CLOSE drift-file
           MOVE count-drifts TO disp-a
           IF pb-date EQUAL 0
               STRING "NO EARLIER BULLETIN: DRIFTS ON FILE" disp-a
                   DELIMITED BY SIZE INTO area-detail
           ELSE
               STRING "SINCE " pb-date " " pb-hh ":" pb-mm
                   ": DRIFTS" disp-a DELIMITED BY SIZE
                   INTO area-detail
           END-IF
           IF count-drifts GREATER THAN 0
               SET area-red TO TRUE
           END-IF
           PERFORM print-area.

       check-one-drift.
           IF df-date LESS THAN pb-date
               EXIT PARAGRAPH
           END-IF
           IF df-date EQUAL pb-date AND df-time LESS THAN pb-time
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO count-drifts
           MOVE SPACES TO new-key
           STRING "POSITION " df-name " BATTERY " df-version
               " DRIFTED " df-date " " df-time
               DELIMITED BY SIZE INTO new-key
           PERFORM add-key.

       start-area.
           MOVE 0 TO area-light
           MOVE SPACES TO area-detail
           MOVE 0 TO key-total
           PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > key-limit
               MOVE SPACES TO key-text(ki)
           END-PERFORM.

       add-key.
           ADD 1 TO key-total
           IF key-total NOT GREATER THAN key-limit
               MOVE new-key TO key-text(key-total)
           END-IF.

       print-area.
           MOVE area-name TO bl-area
           MOVE light-names(area-light * 5 + 1:5) TO bl-light
           MOVE area-detail TO bl-detail
           MOVE status-line TO report-line
           PERFORM write-report-line
           PERFORM VARYING ki FROM 1 BY 1
               UNTIL ki > key-limit OR ki > key-total
               MOVE SPACES TO report-line
               STRING "      " key-text(ki) DELIMITED BY SIZE
                   INTO report-line
               PERFORM write-report-line
           END-PERFORM
           IF key-total GREATER THAN key-limit
               MOVE SPACES TO report-line
               COMPUTE disp-n = key-total - key-limit
               STRING "      ... AND " disp-n " MORE; SEE THE AREA'S "
                   "OWN REPORT" DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF
           IF area-light GREATER THAN worst-light
               MOVE area-light TO worst-light
           END-IF.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.

       END PROGRAM MORNBULL.
