      *    The site-parameter catalogue, shared by SiteParm (which
      *    every program calls to read a setting) and SITEMNT (which
      *    maintains the SITEPARM dataset). One entry per parameter:
      *    its key, the lowest and highest value it may be set to,
      *    the built-in value used while it is not on SITEPARM, and
      *    a description for the maintenance screen. A parameter is
      *    added here, never in the dataset, so no setting can exist
      *    without a validation range.
       01 site-defs-table.
           05 FILLER PIC X(35)
               VALUE "ALRMTOL 000000000000000099000000020".
           05 FILLER PIC X(30)
               VALUE "ALARM TOLERANCE, PERCENT".
           05 FILLER PIC X(35)
               VALUE "LOCKWAIT000000001000009999000000120".
           05 FILLER PIC X(30)
               VALUE "TTTLOCK WAIT LIMIT, SECONDS".
           05 FILLER PIC X(35)
               VALUE "POLLWAIT000000001000000060000000005".
           05 FILLER PIC X(30)
               VALUE "TTTLOCK POLL INTERVAL, SECONDS".
           05 FILLER PIC X(35)
               VALUE "CKPTEVRY000000100100000000000001000".
           05 FILLER PIC X(30)
               VALUE "CHECKPOINT EVERY N ITERATIONS".
           05 FILLER PIC X(35)
               VALUE "FCSTLIM 000000001999999999000360000".
           05 FILLER PIC X(30)
               VALUE "FORECAST WINDOW LIMIT, CS".
           05 FILLER PIC X(35)
               VALUE "SLATARGT000000000000002359000000600".
           05 FILLER PIC X(30)
               VALUE "NIGHT WINDOW TARGET END, HHMM".
           05 FILLER PIC X(35)
               VALUE "SLAOVRPC000000001000000999000000025".
           05 FILLER PIC X(30)
               VALUE "STEP OVER-NORM LIMIT, PERCENT".
           05 FILLER PIC X(35)
               VALUE "ACKGRACE000000000000000009000000002".
           05 FILLER PIC X(30)
               VALUE "CAPFEED ACK GRACE, DAYS".
           05 FILLER PIC X(35)
               VALUE "PINTRIES000000001000000009000000003".
           05 FILLER PIC X(30)
               VALUE "PIN FAILURES BEFORE LOCKOUT".
           05 FILLER PIC X(35)
               VALUE "PINDAYS 000000001000000365000000090".
           05 FILLER PIC X(30)
               VALUE "PIN EXPIRY, DAYS".
           05 FILLER PIC X(35)
               VALUE "APRVHRS 000000001000000720000000024".
           05 FILLER PIC X(30)
               VALUE "DUAL-CONTROL EXPIRY, HOURS".
           05 FILLER PIC X(35)
               VALUE "CERTDRAW000000001000000099000000003".
           05 FILLER PIC X(30)
               VALUE "CERTIFY: DRAWS IN A ROW, EACH".
           05 FILLER PIC X(35)
               VALUE "CERTQUIZ000000001000000100000000080".
           05 FILLER PIC X(30)
               VALUE "CERTIFY: QUIZ PASS, PERCENT".
           05 FILLER PIC X(35)
               VALUE "CERTQNUM000000001000000999000000010".
           05 FILLER PIC X(30)
               VALUE "CERTIFY: QUIZ MINIMUM PUZZLES".
           05 FILLER PIC X(35)
               VALUE "CERTIDLE000000001000000365000000030".
           05 FILLER PIC X(30)
               VALUE "TRAINEE IDLE AFTER, DAYS".
       01 site-defs REDEFINES site-defs-table.
           05 site-def OCCURS 15 TIMES.
               10 sd-key PIC X(8).
               10 sd-min PIC 9(9).
               10 sd-max PIC 9(9).
               10 sd-default PIC 9(9).
               10 sd-desc PIC X(30).
       01 site-def-count PIC 9(2) COMP VALUE 15.
