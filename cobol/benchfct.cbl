      *    over the calendar day number, projected forward 180 days,
      *    and -- for the NORMAL (NM) run trend -- solved for the
      *    date the projected elapsed time crosses the batch-window
      *    limit. The limit is the FCSTLIM site parameter
      *    (centiseconds; built-in 360000, one hour), read through
      *    SiteParm like the alarm tolerance. The history depth and
      *    the fit's r-squared are printed beside every projection
      *    so nobody over-trusts a line drawn through a thin
      *    sample; fewer than 10 distinct days is flagged outright.
      *    This replaces the quarterly hand-built spreadsheet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT hist-file ASSIGN TO "BENCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-status.
           SELECT report-file ASSIGN TO "FCTREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
       FD hist-file.
       01 hist-record PIC X(74).

       FD report-file.
       01 report-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 hist-status PIC X(2).
       01 report-status PIC X(2).
       01 hist-eof PIC 9 COMP.

       01 record-count PIC 9(9) COMP VALUE 0.

       01 window-limit PIC 9(9) COMP VALUE 360000.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.

      *    Least-squares accumulators, worked as deviations from the
      *    means so the cross products stay small.
           GOBACK.

      *    The window limit is a site setting, not an operator
      *    prompt, exactly as ALRMTOL works for the alarm tolerance.
       read-window-limit.
           MOVE "FCSTLIM" TO site-key
           MOVE 360000 TO site-value
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL
           MOVE site-value TO window-limit.

       load-history.
           OPEN INPUT hist-file
