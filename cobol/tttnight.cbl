       PROGRAM-ID. TTTNIGHT.

      *    Unattended controller for the overnight batch chain: runs
      *    the nightly steps (SUITEBKP, TTQDRAIN, TTQDLVR, BENCHVFY,
      *    BENCHRCN, BENCHRPT, BENCHXTR) one after another from the
      *    NIGHTPLAN run-plan dataset, checking each step's return
      *    code against the plan's allowed maximum instead of an
      *    operator eyeballing the console. Each step's start, end,
      *    and return code is appended to the NIGHTLOG night-log, and
      *    the NIGHTCKP checkpoint record tracks where the chain
      *    stands: a step that ends above its allowed return code
      *    stops the chain and leaves the checkpoint pointing at it,
      *    so a resubmit picks up from the failed step rather than
      *    rerunning the whole night. TTTMENU stays the daytime front
      *    end; this is the program the scheduler submits when nobody
      *    is at the console.
      *
      *    NIGHTPLAN carries one record per step -- step number,
      *    program name, and the highest return code that still
      *    counts as success -- so the chain can be reordered or
      *    extended without a code change. When no plan dataset is
      *    present the built-in standard chain is used.
      *
      *    Each plan step also carries a run frequency -- daily
      *    (DLY, or blank on older plan records), weekdays only
      *    (WKD), one named weekday (MON through SUN), the month-end
      *    night (MEN), or the quarter-end night (QEN) -- and a
      *    holiday flag saying whether it still runs on a date in the
      *    SHOPCAL shop holiday calendar ('Y'; anything else skips).
      *    Month-end is the last business day of the month (Monday
      *    to Friday and not in SHOPCAL), so month-end work is not
      *    lost to a weekend; quarter-end is the month-end night of
      *    March, June, September, and December. A step left out by
      *    its rule is still logged to NIGHTLOG, as SKIPPED with the
      *    rule that skipped it, so the log shows a complete night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT night-ckpt-file ASSIGN TO "NIGHTCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS night-ckpt-status.
           SELECT calendar-file ASSIGN TO "SHOPCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS calendar-status.

       DATA DIVISION.
       FILE SECTION.
       FD plan-file.
       01 plan-record PIC X(20).

       FD night-log-file.
       01 night-log-record PIC X(54).

       FD night-ckpt-file.
       01 night-ckpt-record PIC X(14).

       FD calendar-file.
       01 calendar-record PIC X(29).

       WORKING-STORAGE SECTION.
       01 plan-status PIC X(2).
       01 night-log-status PIC X(2).
       01 night-ckpt-status PIC X(2).
       01 calendar-status PIC X(2).

       01 plan-in.
           05 pn-step PIC 9(2).
           05 pn-program PIC X(8).
           05 FILLER PIC X.
           05 pn-max-rc PIC 9(2).
           05 FILLER PIC X.
           05 pn-freq PIC X(3).
           05 FILLER PIC X.
           05 pn-holiday PIC X(1).

      *    The standard chain, used when NIGHTPLAN is absent: take
      *    the suite backup set before anything changes, drain the
      *    scoring queue, deliver its results to the requestors'
      *    outbound files, verify the shared files, reconcile
      *    history against audit, print the summary report, and cut
      *    the capacity extract. BENCHRCN legitimately ends 8 when
      *    pre-run-id records fail to pair, so its allowance is wider
      *    than the rest. Every standard step runs nightly; only the
      *    backup, queue drain, and delivery keep running on a shop
      *    holiday.
       01 default-plan-table.
           05 FILLER PIC X(16) VALUE "SUITEBKP  04DLYY".
           05 FILLER PIC X(16) VALUE "TTQDRAIN  04DLYY".
           05 FILLER PIC X(16) VALUE "TTQDLVR   04DLYY".
           05 FILLER PIC X(16) VALUE "BENCHVFY  04DLYN".
           05 FILLER PIC X(16) VALUE "BENCHRCN  08DLYN".
           05 FILLER PIC X(16) VALUE "BENCHRPT  04DLYN".
           05 FILLER PIC X(16) VALUE "BENCHXTR  04DLYN".
       01 default-plan-entries REDEFINES default-plan-table.
           05 default-plan-entry OCCURS 7 TIMES.
               10 dp-program PIC X(8).
               10 FILLER PIC X(2).
               10 dp-max-rc PIC 9(2).
               10 dp-freq PIC X(3).
               10 dp-holiday PIC X(1).

       01 step-table.
           05 step-entry OCCURS 10 TIMES.
               10 st-program PIC X(8).
               10 st-max-rc PIC 9(2) COMP.
               10 st-freq PIC X(3).
               10 st-holiday PIC X(1).
       01 step-count PIC 9(2) COMP VALUE 0.
       01 si PIC 9(2) COMP.
       01 plan-eof PIC 9 COMP.
           05 FILLER PIC X VALUE SPACE.
           05 nl-rc PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 nl-status PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 nl-rule PIC X(8).

      *    Calendar rules. Day numbers come from FUNCTION
      *    INTEGER-OF-DATE, whose day 1 (1601-01-01) was a Monday, so
      *    the day number less one, modulo 7, is 0 for Monday through
      *    6 for Sunday.
       01 calendar-in.
           05 hc-date PIC 9(8).
           05 FILLER PIC X.
           05 hc-desc PIC X(20).
       01 holiday-table.
           05 holiday-date PIC 9(8) OCCURS 400 TIMES.
       01 holiday-count PIC 9(3) COMP VALUE 0.
       01 hi PIC 9(3) COMP.
       01 calendar-eof PIC 9 COMP.
       01 day-names PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 today-int PIC 9(9) COMP.
       01 today-dow PIC 9 COMP.
       01 today-name PIC X(3).
       01 today-holiday PIC 9 COMP.
       01 today-business PIC 9 COMP.
       01 today-month-end PIC 9 COMP.
       01 today-qtr-end PIC 9 COMP.
       01 today-parts.
           05 tp-year PIC 9(4).
           05 tp-month PIC 9(2).
           05 tp-day PIC 9(2).
       01 probe-int PIC 9(9) COMP.
       01 probe-date PIC 9(8).
       01 probe-parts REDEFINES probe-date.
           05 pp-year PIC 9(4).
           05 pp-month PIC 9(2).
           05 pp-day PIC 9(2).
       01 probe-business PIC 9 COMP.
       01 probe-done PIC 9 COMP.
       01 step-due PIC 9 COMP.
       01 skip-rule PIC X(8).
       01 skipped-count PIC 9(2) COMP VALUE 0.

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
           MOVE 0 TO warn-rc
           MOVE 0 TO chain-failed
           MOVE 1 TO first-step
           MOVE 0 TO skipped-count
           ACCEPT today FROM DATE YYYYMMDD

           PERFORM load-run-plan
           PERFORM load-shop-calendar
           PERFORM classify-today
           IF step-count EQUAL 0
               DISPLAY "TTTNIGHT: NIGHTPLAN IS EMPTY; NOTHING TO RUN."
               MOVE 8 TO RETURN-CODE
               MOVE step-count TO nk-step
               PERFORM write-night-checkpoint
               DISPLAY "TTTNIGHT: CHAIN COMPLETE, " step-count
                   " STEP(S), " skipped-count " SKIPPED BY CALENDAR "
                   "RULE."
               IF warn-rc GREATER THAN RETURN-CODE
                   MOVE warn-rc TO RETURN-CODE
               END-IF
                           ELSE
                               MOVE 0 TO st-max-rc(step-count)
                           END-IF
                           MOVE pn-freq TO st-freq(step-count)
                           MOVE pn-holiday TO st-holiday(step-count)
                   END-READ
               END-PERFORM
               CLOSE plan-file
           ELSE
               DISPLAY "TTTNIGHT: NO NIGHTPLAN DATASET; USING THE "
                   "STANDARD CHAIN."
               PERFORM VARYING si FROM 1 BY 1 UNTIL si > 7
                   MOVE dp-program(si) TO st-program(si)
                   MOVE dp-max-rc(si) TO st-max-rc(si)
                   MOVE dp-freq(si) TO st-freq(si)
                   MOVE dp-holiday(si) TO st-holiday(si)
               END-PERFORM
               MOVE 7 TO step-count
           END-IF.

      *    A checkpoint left in state 'F' means the last submission
           WRITE night-ckpt-record
           CLOSE night-ckpt-file.

      *    The shop calendar is optional: with no SHOPCAL dataset
      *    no date is a holiday.
       load-shop-calendar.
           MOVE 0 TO holiday-count
           OPEN INPUT calendar-file
           IF calendar-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO calendar-eof
           PERFORM UNTIL calendar-eof EQUAL 1
               READ calendar-file INTO calendar-in
                   AT END
                       MOVE 1 TO calendar-eof
                   NOT AT END
                       IF hc-date NUMERIC
                           IF holiday-count EQUAL 400
                               DISPLAY "ERROR: MORE THAN 400 SHOP "
                                   "CALENDAR DATES; ABORTING."
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO holiday-count
                           MOVE hc-date TO holiday-date(holiday-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE calendar-file.

      *    Works out once, for the chain's date, the facts the
      *    frequency rules test: weekday, holiday, business day, and
      *    whether this is the last business day of the month (no
      *    later date in the month is a business day) or of the
      *    quarter.
       classify-today.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today)
           COMPUTE today-dow = FUNCTION MOD(today-int - 1, 7)
           MOVE day-names(today-dow * 3 + 1:3) TO today-name
           MOVE today TO today-parts
           MOVE today TO probe-date
           PERFORM check-probe-business
           MOVE probe-business TO today-business
           MOVE 0 TO today-holiday
           PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > holiday-count
               IF holiday-date(hi) EQUAL today
                   MOVE 1 TO today-holiday
               END-IF
           END-PERFORM

           MOVE 0 TO today-month-end
           MOVE 0 TO today-qtr-end
           IF today-business EQUAL 1
               MOVE 1 TO today-month-end
               MOVE today-int TO probe-int
               MOVE 0 TO probe-done
               PERFORM UNTIL probe-done EQUAL 1
                   ADD 1 TO probe-int
                   COMPUTE probe-date =
                       FUNCTION DATE-OF-INTEGER(probe-int)
                   IF pp-month NOT EQUAL tp-month
                       MOVE 1 TO probe-done
                   ELSE
                       PERFORM check-probe-business
                       IF probe-business EQUAL 1
                           MOVE 0 TO today-month-end
                           MOVE 1 TO probe-done
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF today-month-end EQUAL 1
               AND (tp-month EQUAL 3 OR tp-month EQUAL 6
                   OR tp-month EQUAL 9 OR tp-month EQUAL 12)
               MOVE 1 TO today-qtr-end
           END-IF
           DISPLAY "TTTNIGHT: CHAIN DATE " today " (" today-name ")"
           IF today-holiday EQUAL 1
               DISPLAY "TTTNIGHT: SHOP HOLIDAY -- ONLY HOLIDAY STEPS "
                   "RUN."
           END-IF
           IF today-qtr-end EQUAL 1
               DISPLAY "TTTNIGHT: QUARTER-END NIGHT."
           ELSE
               IF today-month-end EQUAL 1
                   DISPLAY "TTTNIGHT: MONTH-END NIGHT."
               END-IF
           END-IF.

      *    A business day is Monday to Friday and not a SHOPCAL date.
       check-probe-business.
           MOVE 1 TO probe-business
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(probe-date) - 1, 7)
               GREATER THAN 4
               MOVE 0 TO probe-business
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING hi FROM 1 BY 1 UNTIL hi > holiday-count
               IF holiday-date(hi) EQUAL probe-date
                   MOVE 0 TO probe-business
               END-IF
           END-PERFORM.

      *    Decides whether step si is due tonight, leaving the rule
      *    that ruled it out in skip-rule. An unrecognized frequency
      *    runs the step rather than quietly dropping work.
       check-step-due.
           MOVE 1 TO step-due
           MOVE SPACES TO skip-rule
           IF today-holiday EQUAL 1 AND st-holiday(si) NOT EQUAL 'Y'
               MOVE 0 TO step-due
               MOVE "HOLIDAY" TO skip-rule
               EXIT PARAGRAPH
           END-IF
           EVALUATE st-freq(si)
               WHEN SPACES
               WHEN "DLY"
                   CONTINUE
               WHEN "WKD"
                   IF today-dow GREATER THAN 4
                       MOVE 0 TO step-due
                       MOVE "WEEKDAYS" TO skip-rule
                   END-IF
               WHEN "MON"
               WHEN "TUE"
               WHEN "WED"
               WHEN "THU"
               WHEN "FRI"
               WHEN "SAT"
               WHEN "SUN"
                   IF st-freq(si) NOT EQUAL today-name
                       MOVE 0 TO step-due
                       STRING "ON " st-freq(si) DELIMITED BY SIZE
                           INTO skip-rule
                   END-IF
               WHEN "MEN"
                   IF today-month-end EQUAL 0
                       MOVE 0 TO step-due
                       MOVE "MONTHEND" TO skip-rule
                   END-IF
               WHEN "QEN"
                   IF today-qtr-end EQUAL 0
                       MOVE 0 TO step-due
                       MOVE "QTR-END" TO skip-rule
                   END-IF
               WHEN OTHER
                   DISPLAY "TTTNIGHT: STEP " si " FREQUENCY "
                       st-freq(si) " NOT RECOGNIZED; RUN AS DAILY."
           END-EVALUATE.

      *    Runs one plan step and logs it. The checkpoint is pointed
      *    at the step before it starts, so a step that abends
      *    without returning here still resumes in the right place
      *    on resubmit. A step its calendar rule leaves out is logged
      *    as SKIPPED and never called.
       run-one-step.
           MOVE 'F' TO nk-state
           MOVE si TO nk-step
           MOVE today TO nl-date
           MOVE si TO nl-step
           MOVE st-program(si) TO nl-program
           MOVE SPACES TO nl-rule
           ACCEPT time-raw FROM TIME
           COMPUTE nl-start =
               time-hh * 10000 + time-mm * 100 + time-ss

           PERFORM check-step-due
           IF step-due EQUAL 0
               DISPLAY "TTTNIGHT: STEP " si " -- " st-program(si)
                   " SKIPPED (" skip-rule ")"
               ADD 1 TO skipped-count
               MOVE nl-start TO nl-end
               MOVE 0 TO nl-rc
               MOVE "SKIPPED" TO nl-status
               MOVE skip-rule TO nl-rule
               PERFORM write-night-log
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TTTNIGHT: STEP " si " -- " st-program(si)

           MOVE 0 TO RETURN-CODE
