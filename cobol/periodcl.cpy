      *    One PERIODCL record: the month-end close ledger, appended
      *    by MONCLOSE and never rewritten. A CLOSE record is the
      *    supervisor's signed sign-off of a month (pc-period,
      *    yyyymm) with that month's control totals as they stood at
      *    sign-off -- the BENCHHIST and TTTAUDIT records dated in
      *    the month with their RecSum checksums, the BENCHEXC
      *    alarms raised in the month, and the CAPJRNL feed nights
      *    acknowledged. A REOPEN record is a second-supervisor-
      *    approved reopening (pc-reqno is its APPROVQ request) with
      *    the totals found at the time. The latest record for a
      *    month decides whether it is closed. pc-seal is the RecSum
      *    of everything ahead of it, so a record edited after
      *    signing no longer matches its own seal.
       01 period-fields.
           05 pc-period PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 pc-event PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 pc-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 pc-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 pc-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 pc-hist-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 pc-hist-sum PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 pc-audit-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 pc-audit-sum PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 pc-alarms PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 pc-nights PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 pc-reqno PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 pc-seal PIC 9(9).
