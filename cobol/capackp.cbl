       01 grace-reply PIC X(2) VALUE SPACES.
       01 grace-digit PIC 9.
       01 grace-days PIC 9(2) COMP VALUE 2.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.
       01 today PIC 9(8).
       01 today-int PIC 9(9) COMP.
       01 night-int PIC 9(9) COMP.
           MOVE 0 TO late-count
           MOVE 0 TO have-header
           MOVE 0 TO feed-compared
           MOVE "ACKGRACE" TO site-key
           MOVE 2 TO site-value
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL
           MOVE site-value TO grace-days
           MOVE site-value TO grace-digit
           ACCEPT today FROM DATE YYYYMMDD
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today)

           DISPLAY "GRACE PERIOD IN DAYS (BLANK = " grace-digit "):"
           MOVE SPACES TO grace-reply
           ACCEPT grace-reply
           IF grace-reply NUMERIC
