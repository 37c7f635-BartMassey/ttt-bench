       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEVAL.

      *    Trainee certification: judges every active analyst in
      *    OPERREG against the site's trainee standard and writes
      *    the supervisor's CERTRPT status report. The standard is
      *    two-part:
      *      play   a run of CERTDRAW consecutive drawn games against
      *             the full-strength engine (strength '00') playing
      *             X, and another such run playing O, taken from the
      *             games PLAY archived to PLAYLOG under the
      *             operator's own sign-on -- any other result at
      *             full strength breaks the run, reduced-strength
      *             games neither count nor break it;
      *      quiz   a PUZQUIZ session in QUIZRSLT of at least
      *             CERTQNUM puzzles scored at CERTQUIZ percent or
      *             better.
      *    An analyst meeting both for the first time gets a pass
      *    record appended to the CERTLDGR ledger (certrec.cpy);
      *    the ledger is never rewritten, so a certification stands
      *    once earned. Supervisors are not trainees and are left
      *    out. The report lists who is certified, who is still in
      *    progress with how far each part has got, and every
      *    analyst who has not played in CERTIDLE days (or never);
      *    any such analyst ends the run with the warning return
      *    code. All four settings are site parameters (SITEMNT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT play-log-file ASSIGN TO "PLAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS play-log-status.
           SELECT quiz-file ASSIGN TO "QUIZRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quiz-status.
           SELECT cert-file ASSIGN TO "CERTLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cert-status.
           SELECT report-file ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

       DATA DIVISION.
       FILE SECTION.
       FD oper-file.
       01 oper-record PIC X(60).

       FD play-log-file.
       01 play-log-record PIC X(49).

       FD quiz-file.
       01 quiz-record PIC X(36).

       FD cert-file.
       01 cert-record PIC X(43).

       FD report-file.
       01 report-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 oper-status PIC X(2).
       01 play-log-status PIC X(2).
       01 quiz-status PIC X(2).
       01 cert-status PIC X(2).
       01 report-status PIC X(2).
       COPY operreg.
       COPY playrec.
       COPY quizrec.
       COPY certrec.

      *    One entry per active analyst, with the evidence gathered
      *    for each part of the standard.
       01 trainee-table.
           05 trainee-entry OCCURS 200 TIMES.
               10 tr-id PIC X(8).
               10 tr-name PIC X(20).
               10 tr-x-run PIC 9(3) COMP.
               10 tr-x-best PIC 9(3) COMP.
               10 tr-o-run PIC 9(3) COMP.
               10 tr-o-best PIC 9(3) COMP.
               10 tr-games PIC 9(5) COMP.
               10 tr-last-date PIC 9(8).
               10 tr-quiz-best PIC 9(3) COMP.
               10 tr-quiz-seen PIC 9 COMP.
               10 tr-cert-date PIC 9(8).
               10 tr-new-cert PIC 9 COMP.
       01 trainee-count PIC 9(3) COMP VALUE 0.
       01 ti PIC 9(3) COMP.
       01 slot PIC 9(3) COMP.
       01 file-eof PIC 9 COMP.

       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.
       01 draws-req PIC 9(2) VALUE 3.
       01 quiz-req PIC 9(3) VALUE 80.
       01 quiz-min PIC 9(3) VALUE 10.
       01 idle-days PIC 9(3) VALUE 30.

       01 today PIC 9(8).
       01 today-int PIC 9(9) COMP.
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).
       01 game-result PIC X(8).
       01 idle-gap PIC 9(9) COMP.

       01 certified-count PIC 9(3) VALUE 0.
       01 new-cert-count PIC 9(3) VALUE 0.
       01 progress-count PIC 9(3) VALUE 0.
       01 idle-count PIC 9(3) VALUE 0.
       01 section-count PIC 9(3) COMP.

       01 report-line PIC X(80).
       01 cert-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 cl-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 cl-name PIC X(20).
           05 FILLER PIC X(11) VALUE " CERTIFIED ".
           05 cl-date PIC 9(8).
           05 cl-new PIC X(6).
       01 progress-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 pl-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 pl-name PIC X(20).
           05 FILLER PIC X(4) VALUE "  X ".
           05 pl-x-best PIC ZZ9.
           05 FILLER PIC X VALUE "/".
           05 pl-x-req PIC Z9.
           05 FILLER PIC X(4) VALUE "  O ".
           05 pl-o-best PIC ZZ9.
           05 FILLER PIC X VALUE "/".
           05 pl-o-req PIC Z9.
           05 FILLER PIC X(7) VALUE "  QUIZ ".
           05 pl-quiz PIC X(4).
           05 FILLER PIC X(8) VALUE "  GAMES ".
           05 pl-games PIC ZZZZ9.
       01 idle-line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 il-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 il-name PIC X(20).
           05 FILLER PIC X(14) VALUE " LAST PLAYED  ".
           05 il-last PIC X(8).
       01 pct-edit PIC ZZ9.
       01 idle-edit PIC ZZ9.
       01 standard-line.
           05 FILLER PIC X(10) VALUE "STANDARD: ".
           05 sl-draws PIC Z9.
           05 FILLER PIC X(35)
               VALUE " FULL-STRENGTH DRAWS IN A ROW AS X ".
           05 FILLER PIC X(18) VALUE "AND AS O; QUIZ AT ".
           05 sl-quiz PIC ZZ9.
           05 FILLER PIC X(6) VALUE "% OVER".
           05 sl-min PIC ZZZ9.
           05 FILLER PIC X(2) VALUE "+.".

       PROCEDURE DIVISION.
           MOVE 0 TO trainee-count
           MOVE 0 TO certified-count
           MOVE 0 TO new-cert-count
           MOVE 0 TO progress-count
           MOVE 0 TO idle-count
           ACCEPT today FROM DATE YYYYMMDD
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today)
           PERFORM read-standard

           PERFORM load-trainees
           IF trainee-count EQUAL 0
               DISPLAY "CERTEVAL: NO ACTIVE ANALYSTS IN OPERREG TO "
                   "EVALUATE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM load-ledger
           PERFORM scan-play-log
           PERFORM scan-quiz-results
           PERFORM certify-trainees
           PERFORM write-report

           DISPLAY "CERTEVAL: " certified-count " CERTIFIED ("
               new-cert-count " NEW), " progress-count
               " IN PROGRESS, " idle-count " NOT PLAYED IN "
               idle-days " DAYS."
           IF idle-count GREATER THAN 0
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *    The built-in standard stands if SiteParm cannot be loaded.
       read-standard.
           MOVE "CERTDRAW" TO site-key
           MOVE 3 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO draws-req
           MOVE "CERTQUIZ" TO site-key
           MOVE 80 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO quiz-req
           MOVE "CERTQNUM" TO site-key
           MOVE 10 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO quiz-min
           MOVE "CERTIDLE" TO site-key
           MOVE 30 TO site-value
           PERFORM read-site-setting
           MOVE site-value TO idle-days.

       read-site-setting.
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL.

       load-trainees.
           OPEN INPUT oper-file
           IF oper-status NOT EQUAL "00"
               DISPLAY "ERROR: OPERATOR REGISTRY OPERREG IS NOT "
                   "AVAILABLE (STATUS " oper-status "); ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ oper-file INTO oper-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF op-role EQUAL 'A' AND op-active EQUAL 'Y'
                           PERFORM add-one-trainee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE oper-file.

       add-one-trainee.
           IF trainee-count EQUAL 200
               DISPLAY "ERROR: MORE THAN 200 ACTIVE ANALYSTS; "
                   "ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO trainee-count
           MOVE op-id TO tr-id(trainee-count)
           MOVE op-name TO tr-name(trainee-count)
           MOVE 0 TO tr-x-run(trainee-count)
           MOVE 0 TO tr-x-best(trainee-count)
           MOVE 0 TO tr-o-run(trainee-count)
           MOVE 0 TO tr-o-best(trainee-count)
           MOVE 0 TO tr-games(trainee-count)
           MOVE 0 TO tr-last-date(trainee-count)
           MOVE 0 TO tr-quiz-best(trainee-count)
           MOVE 0 TO tr-quiz-seen(trainee-count)
           MOVE 0 TO tr-cert-date(trainee-count)
           MOVE 0 TO tr-new-cert(trainee-count).

      *    Leaves the table index of ce-operator in slot, 0 when
      *    that ID is not a trainee.
       find-trainee.
           MOVE 0 TO slot
           PERFORM VARYING ti FROM 1 BY 1
               UNTIL ti > trainee-count OR slot NOT EQUAL 0
               IF tr-id(ti) EQUAL ce-operator
                   MOVE ti TO slot
               END-IF
           END-PERFORM.

      *    An analyst certified on an earlier run keeps the first
      *    ledger date.
       load-ledger.
           OPEN INPUT cert-file
           IF cert-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ cert-file INTO cert-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM find-trainee
                       IF slot NOT EQUAL 0
                           IF tr-cert-date(slot) EQUAL 0
                               MOVE ce-date TO tr-cert-date(slot)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cert-file.

      *    PLAYLOG is appended a game at a time, so file order is
      *    play order and the runs can be counted as they are read.
      *    Headers without an operator predate the PLAY sign-on.
       scan-play-log.
           OPEN INPUT play-log-file
           IF play-log-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ play-log-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF play-log-record(1:1) EQUAL 'G'
                           MOVE play-log-record TO log-header-rec
                           PERFORM post-one-game
                       END-IF
               END-READ
           END-PERFORM
           CLOSE play-log-file.

       post-one-game.
           IF lh-operator EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE lh-operator TO ce-operator
           PERFORM find-trainee
           IF slot EQUAL 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO tr-games(slot)
           IF lh-date NUMERIC
               IF lh-date GREATER THAN tr-last-date(slot)
                   MOVE lh-date TO tr-last-date(slot)
               END-IF
           END-IF
           IF lh-depth NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE lh-result TO game-result
           IF lh-human EQUAL 'X'
               IF game-result EQUAL "DRAW"
                   ADD 1 TO tr-x-run(slot)
                   IF tr-x-run(slot) GREATER THAN tr-x-best(slot)
                       MOVE tr-x-run(slot) TO tr-x-best(slot)
                   END-IF
               ELSE
                   MOVE 0 TO tr-x-run(slot)
               END-IF
           ELSE
               IF game-result EQUAL "DRAW"
                   ADD 1 TO tr-o-run(slot)
                   IF tr-o-run(slot) GREATER THAN tr-o-best(slot)
                       MOVE tr-o-run(slot) TO tr-o-best(slot)
                   END-IF
               ELSE
                   MOVE 0 TO tr-o-run(slot)
               END-IF
           END-IF.

      *    Only sessions long enough to count toward the standard
      *    are considered for the best score.
       scan-quiz-results.
           OPEN INPUT quiz-file
           IF quiz-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ quiz-file INTO quiz-result-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       MOVE qr-operator TO ce-operator
                       PERFORM find-trainee
                       IF slot NOT EQUAL 0
                           AND qr-asked NUMERIC AND qr-pct NUMERIC
                           PERFORM post-one-quiz
                       END-IF
               END-READ
           END-PERFORM
           CLOSE quiz-file.

       post-one-quiz.
           IF qr-asked LESS THAN quiz-min
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO tr-quiz-seen(slot)
           IF qr-pct GREATER THAN tr-quiz-best(slot)
               MOVE qr-pct TO tr-quiz-best(slot)
           END-IF.

       certify-trainees.
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > trainee-count
               IF tr-cert-date(ti) EQUAL 0
                   AND tr-x-best(ti) NOT LESS THAN draws-req
                   AND tr-o-best(ti) NOT LESS THAN draws-req
                   AND tr-quiz-seen(ti) EQUAL 1
                   AND tr-quiz-best(ti) NOT LESS THAN quiz-req
                   PERFORM write-pass-record
               END-IF
           END-PERFORM.

       write-pass-record.
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE tr-id(ti) TO ce-operator
           MOVE today TO ce-date
           MOVE now-time TO ce-time
           MOVE tr-x-best(ti) TO ce-x-run
           MOVE tr-o-best(ti) TO ce-o-run
           MOVE tr-quiz-best(ti) TO ce-quiz-pct
           MOVE draws-req TO ce-draws-req
           MOVE quiz-req TO ce-quiz-req
           OPEN EXTEND cert-file
           IF cert-status EQUAL "35"
               OPEN OUTPUT cert-file
           END-IF
           IF cert-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CERTLDGR, STATUS "
                   cert-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE cert-fields TO cert-record
           WRITE cert-record
           CLOSE cert-file
           MOVE today TO tr-cert-date(ti)
           MOVE 1 TO tr-new-cert(ti)
           ADD 1 TO new-cert-count
           DISPLAY "CERTEVAL: " tr-id(ti) " MEETS THE STANDARD; "
               "CERTIFIED " today ".".

       write-report.
           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CERTRPT, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "TRAINEE CERTIFICATION STATUS AS OF " today
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE draws-req TO sl-draws
           MOVE quiz-req TO sl-quiz
           MOVE quiz-min TO sl-min
           MOVE standard-line TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line

           MOVE "CERTIFIED:" TO report-line
           PERFORM write-report-line
           MOVE 0 TO section-count
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > trainee-count
               IF tr-cert-date(ti) NOT EQUAL 0
                   ADD 1 TO section-count
                   ADD 1 TO certified-count
                   MOVE tr-id(ti) TO cl-id
                   MOVE tr-name(ti) TO cl-name
                   MOVE tr-cert-date(ti) TO cl-date
                   IF tr-new-cert(ti) EQUAL 1
                       MOVE " (NEW)" TO cl-new
                   ELSE
                       MOVE SPACES TO cl-new
                   END-IF
                   MOVE cert-line TO report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty

           MOVE "IN PROGRESS (BEST DRAW RUN / RUN NEEDED, BEST QUIZ):"
               TO report-line
           PERFORM write-report-line
           MOVE 0 TO section-count
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > trainee-count
               IF tr-cert-date(ti) EQUAL 0
                   ADD 1 TO section-count
                   ADD 1 TO progress-count
                   MOVE tr-id(ti) TO pl-id
                   MOVE tr-name(ti) TO pl-name
                   MOVE tr-x-best(ti) TO pl-x-best
                   MOVE draws-req TO pl-x-req
                   MOVE tr-o-best(ti) TO pl-o-best
                   MOVE draws-req TO pl-o-req
                   IF tr-quiz-seen(ti) EQUAL 1
                       MOVE tr-quiz-best(ti) TO pct-edit
                       MOVE SPACES TO pl-quiz
                       STRING pct-edit "%" DELIMITED BY SIZE
                           INTO pl-quiz
                   ELSE
                       MOVE "NONE" TO pl-quiz
                   END-IF
                   MOVE tr-games(ti) TO pl-games
                   MOVE progress-line TO report-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty

           MOVE idle-days TO idle-edit
           MOVE SPACES TO report-line
           STRING "NOT PLAYED IN THE LAST" idle-edit " DAYS:"
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE 0 TO section-count
           PERFORM VARYING ti FROM 1 BY 1 UNTIL ti > trainee-count
               IF tr-last-date(ti) EQUAL 0
                   MOVE "NEVER" TO il-last
                   PERFORM write-idle-line
               ELSE
                   COMPUTE idle-gap = today-int
                       - FUNCTION INTEGER-OF-DATE(tr-last-date(ti))
                   IF idle-gap GREATER THAN idle-days
                       MOVE tr-last-date(ti) TO il-last
                       PERFORM write-idle-line
                   END-IF
               END-IF
           END-PERFORM
           PERFORM write-none-if-empty
           CLOSE report-file.

       write-idle-line.
           ADD 1 TO section-count
           ADD 1 TO idle-count
           MOVE tr-id(ti) TO il-id
           MOVE tr-name(ti) TO il-name
           MOVE idle-line TO report-line
           PERFORM write-report-line.

       write-none-if-empty.
           IF section-count EQUAL 0
               MOVE "  NONE." TO report-line
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report-line
           PERFORM write-report-line.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.

       END PROGRAM CERTEVAL.
