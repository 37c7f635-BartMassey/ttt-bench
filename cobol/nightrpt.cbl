       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRPT.

      *    Batch-window service-level report over the NIGHTLOG night
      *    log TTTNIGHT appends: for every night, the whole chain's
      *    window (first step start to last step end) against the
      *    target window end time, each step's elapsed time against
      *    that program's own trailing average over the nights
      *    before it, and -- where a night was resubmitted from the
      *    NIGHTCKP checkpoint -- the step the chain picked back up
      *    at. A week-over-week trend of the average window closes
      *    the report, so "how long is the window running and which
      *    step is growing" is one page instead of an afternoon in
      *    the raw log.
      *
      *    A night that finished past the target, or where any step
      *    ran more than the over-norm percentage above its trailing
      *    average, is flagged; when the most recent night is
      *    flagged the job ends with a warning return code, so the
      *    morning run of this report is itself a gate. Times in the
      *    log are HHMMSS with no date of their own: a window that
      *    runs through midnight is measured from the night's first
      *    start, wrapping at 24 hours. Steps the chain's calendar
      *    rules left out are listed as SKIPPED with their rule; they
      *    take no part in the norms or the over-norm test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT night-log-file ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS night-log-status.
           SELECT report-file ASSIGN TO "SLAREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD night-log-file.
       01 night-log-record PIC X(54).

       FD report-file.
       01 report-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 night-log-status PIC X(2).
       01 report-status PIC X(2).

      *    Mirror of the record layout TTTNIGHT's write-night-log
      *    appends.
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

      *    One night's records, held until the date changes so the
      *    whole night can be measured before any of it is printed.
       01 night-table.
           05 night-entry OCCURS 50 TIMES.
               10 nb-step PIC 9(2).
               10 nb-program PIC X(8).
               10 nb-start PIC 9(6).
               10 nb-end PIC 9(6).
               10 nb-rc PIC 9(2).
               10 nb-status PIC X(7).
               10 nb-rule PIC X(8).
       01 night-count PIC 9(2) COMP VALUE 0.
       01 ni PIC 9(2) COMP.
       01 night-date PIC 9(8) VALUE 0.

      *    Trailing norm per step program: the elapsed seconds of its
      *    last seven successful runs, kept as a ring.
       01 norm-table.
           05 norm-entry OCCURS 30 TIMES.
               10 nm-program PIC X(8).
               10 nm-runs PIC 9(9) COMP.
               10 nm-next PIC 9 COMP.
               10 nm-secs PIC 9(5) COMP OCCURS 7 TIMES.
       01 norm-count PIC 9(2) COMP VALUE 0.
       01 nm-i PIC 9(2) COMP.
       01 nslot PIC 9(2) COMP.
       01 ri PIC 9 COMP.
       01 ring-used PIC 9 COMP.
       01 norm-sum PIC 9(9) COMP.
       01 norm-avg PIC 9(5)V99 COMP.
       01 over-pct PIC S9(5)V99 COMP.

      *    Week-over-week trend, bucketed the BENCHRPT way: day
      *    numbers grouped seven at a time, labelled by the week's
      *    first date.
       01 week-table.
           05 week-entry OCCURS 520 TIMES.
               10 wk-id PIC 9(9) COMP.
               10 wk-nights PIC 9(4) COMP.
               10 wk-late PIC 9(4) COMP.
               10 wk-sum-secs PIC 9(9) COMP.
       01 week-count PIC 9(4) COMP VALUE 0.
       01 wi PIC 9(4) COMP.
       01 day-int PIC 9(9) COMP.
       01 week-id PIC 9(9) COMP.
       01 week-start-int PIC 9(9) COMP.
       01 week-start-date PIC 9(8).
       01 week-avg PIC 9(5) COMP.
       01 prior-week-avg PIC 9(5) COMP.
       01 have-prior PIC 9 COMP.

       01 file-eof PIC 9 COMP.
       01 record-count PIC 9(9) COMP VALUE 0.
       01 nights-seen PIC 9(9) COMP VALUE 0.
       01 late-nights PIC 9(9) COMP VALUE 0.
       01 over-nights PIC 9(9) COMP VALUE 0.
       01 restart-nights PIC 9(9) COMP VALUE 0.
       01 night-late PIC 9 COMP.
       01 night-over PIC 9 COMP.
       01 night-restart PIC 9 COMP.
       01 last-flagged PIC 9 COMP VALUE 0.
       01 prev-step PIC 9(2) COMP.

      *    Target window end (HHMM) and over-norm percentage are run
      *    parameters with defaults, so the report runs unattended.
       01 target-reply PIC X(4) VALUE SPACES.
       01 target-hhmm PIC 9(4) VALUE 600.
       01 pct-reply PIC X(3) VALUE SPACES.
       01 over-limit-pct PIC 9(3) VALUE 25.
      *    The blank-reply defaults are the SLATARGT and SLAOVRPC
      *    site parameters (built-in 0600 and 25).
       01 target-default PIC 9(4) VALUE 600.
       01 pct-default PIC 9(3) VALUE 25.
       01 pct-default-disp PIC ZZ9.
       01 pct-lead PIC 9 COMP.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.

      *    Seconds-of-day arithmetic. HHMMSS values are split with
      *    the time-parts view, and every offset is taken from the
      *    night's first start modulo one day.
       01 hms-value PIC 9(6).
       01 hms-parts REDEFINES hms-value.
           05 hms-hh PIC 9(2).
           05 hms-mm PIC 9(2).
           05 hms-ss PIC 9(2).
       01 day-secs PIC 9(5) COMP.
       01 first-secs PIC 9(5) COMP.
       01 step-start-secs PIC 9(5) COMP.
       01 end-offset PIC 9(5) COMP.
       01 target-offset PIC 9(5) COMP.
       01 window-secs PIC 9(5) COMP.
       01 step-secs PIC 9(5) COMP.
       01 fmt-secs PIC 9(5) COMP.
       01 fmt-hms.
           05 fh-hh PIC 99.
           05 FILLER PIC X VALUE ":".
           05 fh-mm PIC 99.
           05 FILLER PIC X VALUE ":".
           05 fh-ss PIC 99.

       01 report-line PIC X(80).
       01 disp-a PIC 9(9).
       01 night-line.
           05 FILLER PIC X(6) VALUE "NIGHT ".
           05 hl-date PIC 9(8).
           05 FILLER PIC X(7) VALUE "  START".
           05 hl-start PIC B9(6).
           05 FILLER PIC X(5) VALUE "  END".
           05 hl-end PIC B9(6).
           05 FILLER PIC X(9) VALUE "  WINDOW ".
           05 hl-window PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 hl-flag PIC X(17).
       01 step-line.
           05 FILLER PIC X(7) VALUE "  STEP ".
           05 sl-step PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 sl-program PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sl-status PIC X(7).
           05 FILLER PIC X(3) VALUE "RC ".
           05 sl-rc PIC 9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 sl-elapsed PIC X(8).
           05 FILLER PIC X(6) VALUE "  AVG ".
           05 sl-avg PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sl-delta PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 sl-flag PIC X(8).
       01 delta-edit PIC ++++9.9.
       01 week-line.
           05 FILLER PIC X(7) VALUE "  WEEK ".
           05 wl-date PIC 9(8).
           05 FILLER PIC X(9) VALUE "  NIGHTS ".
           05 wl-nights PIC ZZZ9.
           05 FILLER PIC X(7) VALUE "  LATE ".
           05 wl-late PIC ZZZ9.
           05 FILLER PIC X(13) VALUE "  AVG WINDOW ".
           05 wl-avg PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 wl-delta PIC X(16).

       PROCEDURE DIVISION.
           MOVE 0 TO night-count
           MOVE 0 TO norm-count
           MOVE 0 TO week-count
           MOVE 0 TO record-count
           MOVE 0 TO nights-seen
           MOVE 0 TO late-nights
           MOVE 0 TO over-nights
           MOVE 0 TO restart-nights
           MOVE 0 TO last-flagged
           MOVE 0 TO night-date

           MOVE "SLATARGT" TO site-key
           MOVE 600 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO target-default
           IF target-default(3:2) GREATER THAN "59"
               MOVE 600 TO target-default
           END-IF
           MOVE "SLAOVRPC" TO site-key
           MOVE 25 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO pct-default
           MOVE pct-default TO pct-default-disp
           MOVE 0 TO pct-lead
           INSPECT pct-default-disp TALLYING pct-lead
               FOR LEADING SPACE

           MOVE target-default TO target-hhmm
           DISPLAY "TARGET WINDOW END TIME, HHMM (BLANK = "
               target-default "):"
           MOVE SPACES TO target-reply
           ACCEPT target-reply
           IF target-reply NUMERIC
               MOVE target-reply TO target-hhmm
               IF target-hhmm(1:2) GREATER THAN "23"
                   OR target-hhmm(3:2) GREATER THAN "59"
                   DISPLAY "INVALID TIME; USING " target-default "."
                   MOVE target-default TO target-hhmm
               END-IF
           END-IF
           MOVE pct-default TO over-limit-pct
           DISPLAY "STEP OVER-NORM PERCENTAGE (BLANK = "
               pct-default-disp(pct-lead + 1:) "):"
           MOVE SPACES TO pct-reply
           ACCEPT pct-reply
           IF pct-reply NUMERIC
               MOVE pct-reply TO over-limit-pct
           ELSE
               IF pct-reply(1:2) NUMERIC AND pct-reply(3:1) EQUAL SPACE
                   MOVE pct-reply(1:2) TO over-limit-pct
               END-IF
           END-IF

           OPEN INPUT night-log-file
           IF night-log-status NOT EQUAL "00"
               DISPLAY "NIGHTRPT: NO NIGHT LOG TO REPORT (STATUS "
                   night-log-status ")."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN SLAREPT, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "BATCH-WINDOW SERVICE LEVEL -- TARGET END "
               target-hhmm ", STEP NORM TOLERANCE " over-limit-pct
               "%" DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line

           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ night-log-file INTO night-log-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       ADD 1 TO record-count
                       PERFORM post-one-log-record
               END-READ
           END-PERFORM
           CLOSE night-log-file
           IF night-count GREATER THAN 0
               PERFORM close-out-night
           END-IF

           PERFORM print-week-trend
           PERFORM report-totals
           CLOSE report-file

           DISPLAY "NIGHTRPT: " nights-seen " NIGHT(S), " late-nights
               " PAST TARGET, " over-nights " WITH A STEP OVER NORM, "
               restart-nights " RESTARTED."
           IF last-flagged EQUAL 1 AND RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       read-site-setting.
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL.

       post-one-log-record.
           IF nl-date NOT NUMERIC OR nl-start NOT NUMERIC
               OR nl-end NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF night-count GREATER THAN 0 AND nl-date NOT EQUAL
               night-date
               PERFORM close-out-night
           END-IF
           IF night-count EQUAL 50
               DISPLAY "ERROR: MORE THAN 50 LOG RECORDS IN ONE "
                   "NIGHT; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE nl-date TO night-date
           ADD 1 TO night-count
           MOVE nl-step TO nb-step(night-count)
           MOVE nl-program TO nb-program(night-count)
           MOVE nl-start TO nb-start(night-count)
           MOVE nl-end TO nb-end(night-count)
           MOVE nl-rc TO nb-rc(night-count)
           MOVE nl-status TO nb-status(night-count)
           MOVE nl-rule TO nb-rule(night-count).

      *    Measures, prints, and then folds one whole night into the
      *    step norms and the week trend. The norms are updated only
      *    after the night is printed, so every step is compared with
      *    the nights before it and never with itself.
       close-out-night.
           ADD 1 TO nights-seen
           MOVE 0 TO night-late
           MOVE 0 TO night-over
           MOVE 0 TO night-restart

           MOVE nb-start(1) TO hms-value
           PERFORM hms-to-secs
           MOVE day-secs TO first-secs
           MOVE nb-end(night-count) TO hms-value
           PERFORM hms-to-secs
           COMPUTE end-offset =
               FUNCTION MOD(day-secs - first-secs + 86400, 86400)
           MOVE end-offset TO window-secs
           COMPUTE hms-value = target-hhmm * 100
           PERFORM hms-to-secs
           COMPUTE target-offset =
               FUNCTION MOD(day-secs - first-secs + 86400, 86400)
           IF end-offset GREATER THAN target-offset
               MOVE 1 TO night-late
           END-IF

           MOVE night-date TO hl-date
           MOVE nb-start(1) TO hl-start
           MOVE nb-end(night-count) TO hl-end
           MOVE window-secs TO fmt-secs
           PERFORM format-secs
           MOVE fmt-hms TO hl-window
           IF night-late EQUAL 1
               MOVE "*** PAST TARGET" TO hl-flag
           ELSE
               MOVE "ON TIME" TO hl-flag
           END-IF
           MOVE night-line TO report-line
           PERFORM write-report-line

           MOVE 0 TO prev-step
           PERFORM VARYING ni FROM 1 BY 1 UNTIL ni > night-count
               PERFORM print-one-step
           END-PERFORM
           IF night-over EQUAL 1
               ADD 1 TO over-nights
               MOVE "  *** A STEP RAN OVER ITS NORM" TO report-line
               PERFORM write-report-line
           END-IF
           IF night-late EQUAL 1
               ADD 1 TO late-nights
           END-IF
           IF night-restart EQUAL 1
               ADD 1 TO restart-nights
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line

           PERFORM VARYING ni FROM 1 BY 1 UNTIL ni > night-count
               IF nb-status(ni) EQUAL "OK"
                   PERFORM fold-step-into-norm
               END-IF
           END-PERFORM
           PERFORM post-night-to-week

           IF night-late EQUAL 1 OR night-over EQUAL 1
               MOVE 1 TO last-flagged
           ELSE
               MOVE 0 TO last-flagged
           END-IF
           MOVE 0 TO night-count.

      *    A step number that does not advance past the one before
      *    it -- or a night whose first record is not step 1 -- is a
      *    resubmission picking up from the NIGHTCKP checkpoint.
       print-one-step.
           IF (ni EQUAL 1 AND nb-step(ni) GREATER THAN 1)
               OR (ni GREATER THAN 1
                   AND nb-step(ni) NOT GREATER THAN prev-step)
               MOVE 1 TO night-restart
               MOVE SPACES TO report-line
               STRING "  -- RESTARTED FROM NIGHTCKP AT STEP "
                   nb-step(ni) " (" nb-program(ni) ")"
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
           END-IF
           MOVE nb-step(ni) TO prev-step

           IF nb-status(ni) EQUAL "SKIPPED"
               MOVE SPACES TO report-line
               STRING "  STEP " nb-step(ni) " " nb-program(ni)
                   " SKIPPED BY CALENDAR RULE " nb-rule(ni)
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF

           MOVE nb-start(ni) TO hms-value
           PERFORM hms-to-secs
           MOVE day-secs TO step-start-secs
           MOVE nb-end(ni) TO hms-value
           PERFORM hms-to-secs
           COMPUTE step-secs = FUNCTION MOD(
               day-secs - step-start-secs + 86400, 86400)

           MOVE nb-step(ni) TO sl-step
           MOVE nb-program(ni) TO sl-program
           MOVE nb-status(ni) TO sl-status
           MOVE nb-rc(ni) TO sl-rc
           MOVE step-secs TO fmt-secs
           PERFORM format-secs
           MOVE fmt-hms TO sl-elapsed
           MOVE SPACES TO sl-avg
           MOVE SPACES TO sl-delta
           MOVE SPACES TO sl-flag

           PERFORM find-norm-slot
           IF nslot NOT EQUAL 0 AND nm-runs(nslot) GREATER THAN 0
               AND nb-status(ni) EQUAL "OK"
               PERFORM compute-norm-average
               MOVE norm-avg TO fmt-secs
               PERFORM format-secs
               MOVE fmt-hms TO sl-avg
               IF norm-avg GREATER THAN 0
                   COMPUTE over-pct ROUNDED =
                       (step-secs - norm-avg) * 100 / norm-avg
                   MOVE over-pct TO delta-edit
                   MOVE SPACES TO sl-delta
                   STRING delta-edit "%" DELIMITED BY SIZE
                       INTO sl-delta
                   IF over-pct GREATER THAN over-limit-pct
                       MOVE "*** OVER" TO sl-flag
                       MOVE 1 TO night-over
                   END-IF
               END-IF
           END-IF
           MOVE step-line TO report-line
           PERFORM write-report-line.

       find-norm-slot.
           MOVE 0 TO nslot
           PERFORM VARYING nm-i FROM 1 BY 1
               UNTIL nm-i > norm-count OR nslot NOT EQUAL 0
               IF nm-program(nm-i) EQUAL nb-program(ni)
                   MOVE nm-i TO nslot
               END-IF
           END-PERFORM.

       compute-norm-average.
           IF nm-runs(nslot) GREATER THAN 7
               MOVE 7 TO ring-used
           ELSE
               MOVE nm-runs(nslot) TO ring-used
           END-IF
           MOVE 0 TO norm-sum
           PERFORM VARYING ri FROM 1 BY 1 UNTIL ri > ring-used
               ADD nm-secs(nslot, ri) TO norm-sum
           END-PERFORM
           COMPUTE norm-avg = norm-sum / ring-used.

       fold-step-into-norm.
           PERFORM find-norm-slot
           IF nslot EQUAL 0
               IF norm-count EQUAL 30
                   DISPLAY "ERROR: MORE THAN 30 DISTINCT STEP "
                       "PROGRAMS; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO norm-count
               MOVE norm-count TO nslot
               MOVE nb-program(ni) TO nm-program(nslot)
               MOVE 0 TO nm-runs(nslot)
               MOVE 0 TO nm-next(nslot)
           END-IF
           MOVE nb-start(ni) TO hms-value
           PERFORM hms-to-secs
           MOVE day-secs TO step-start-secs
           MOVE nb-end(ni) TO hms-value
           PERFORM hms-to-secs
           COMPUTE step-secs = FUNCTION MOD(
               day-secs - step-start-secs + 86400, 86400)
           ADD 1 TO nm-runs(nslot)
           COMPUTE nm-next(nslot) = FUNCTION MOD(nm-next(nslot), 7) + 1
           MOVE step-secs TO nm-secs(nslot, nm-next(nslot)).

       post-night-to-week.
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(night-date)
           COMPUTE week-id = (day-int - 1) / 7
           IF week-count EQUAL 0 OR wk-id(week-count) NOT EQUAL
               week-id
               IF week-count EQUAL 520
                   DISPLAY "ERROR: MORE THAN 520 WEEKS OF NIGHT LOG; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO week-count
               MOVE week-id TO wk-id(week-count)
               MOVE 0 TO wk-nights(week-count)
               MOVE 0 TO wk-late(week-count)
               MOVE 0 TO wk-sum-secs(week-count)
           END-IF
           ADD 1 TO wk-nights(week-count)
           ADD window-secs TO wk-sum-secs(week-count)
           IF night-late EQUAL 1
               ADD 1 TO wk-late(week-count)
           END-IF.

       print-week-trend.
           MOVE "WEEK-OVER-WEEK WINDOW TREND:" TO report-line
           PERFORM write-report-line
           MOVE 0 TO have-prior
           PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > week-count
               COMPUTE week-start-int = wk-id(wi) * 7 + 1
               COMPUTE week-start-date =
                   FUNCTION DATE-OF-INTEGER(week-start-int)
               MOVE week-start-date TO wl-date
               MOVE wk-nights(wi) TO wl-nights
               MOVE wk-late(wi) TO wl-late
               COMPUTE week-avg = wk-sum-secs(wi) / wk-nights(wi)
               MOVE week-avg TO fmt-secs
               PERFORM format-secs
               MOVE fmt-hms TO wl-avg
               MOVE SPACES TO wl-delta
               IF have-prior EQUAL 1 AND prior-week-avg GREATER THAN 0
                   COMPUTE over-pct ROUNDED =
                       (week-avg - prior-week-avg) * 100
                       / prior-week-avg
                   MOVE over-pct TO delta-edit
                   STRING delta-edit "% VS PRIOR" DELIMITED BY SIZE
                       INTO wl-delta
               ELSE
                   MOVE "FIRST WEEK" TO wl-delta
               END-IF
               MOVE week-line TO report-line
               PERFORM write-report-line
               MOVE week-avg TO prior-week-avg
               MOVE 1 TO have-prior
           END-PERFORM
           MOVE SPACES TO report-line
           PERFORM write-report-line.

       report-totals.
           MOVE SPACES TO report-line
           MOVE nights-seen TO disp-a
           STRING "NIGHTS REPORTED:         " disp-a
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE late-nights TO disp-a
           STRING "FINISHED PAST TARGET:    " disp-a
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE over-nights TO disp-a
           STRING "NIGHTS WITH A STEP OVER: " disp-a
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE restart-nights TO disp-a
           STRING "RESTARTED NIGHTS:        " disp-a
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line.

       hms-to-secs.
           COMPUTE day-secs =
               (hms-hh * 60 + hms-mm) * 60 + hms-ss.

       format-secs.
           COMPUTE fh-hh = fmt-secs / 3600
           COMPUTE fh-mm = FUNCTION MOD(fmt-secs, 3600) / 60
           COMPUTE fh-ss = FUNCTION MOD(fmt-secs, 60).

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.

       END PROGRAM NIGHTRPT.
