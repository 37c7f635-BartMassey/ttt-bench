       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRREV.

      *    Second-supervisor review screen for the APPROVQ dual-control
      *    requests DualCtl files when BENCHARC, CKPTMNT, TTT's lock
      *    override, TTTCNVT, a MONCLOSE reopen, or a SUITERST restore
      *    is asked to destroy or rewrite shared data. Stale requests
      *    are expired first (through DualCtl, so the rule lives in one
      *    place); then each PENDING request is shown with its action,
      *    parameters, requestor, and filing time, and the reviewer
      *    approves, rejects, or skips it. Nobody may review a request
      *    they filed -- that is the point of the second pair of eyes.
      *    Every approval and rejection is appended to the APPRJRNL
      *    journal beside DualCtl's request, expiry, and execution
      *    records, and L lists the open requests and the last 30 days'
      *    decisions. Restricted to supervisor operators, with every
      *    sign-on outcome journaled to SIGNJRNL like TTT's own gate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT appr-file ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS appr-status.
           SELECT appr-jrnl-file ASSIGN TO "APPRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS appr-jrnl-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD appr-file.
       01 appr-record PIC X(105).

       FD appr-jrnl-file.
       01 appr-jrnl-record PIC X(80).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 appr-status PIC X(2).
       01 appr-jrnl-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.
       COPY apprec.

       01 appr-table.
           05 appr-entry PIC X(105) OCCURS 2000 TIMES.
       01 appr-count PIC 9(4) COMP VALUE 0.
       01 ai PIC 9(4) COMP.
       01 fi PIC 9(4) COMP.
       01 match-i PIC 9(4) COMP.
       01 want-reqno PIC 9(6).
       01 decision-status PIC X(8).
       01 file-eof PIC 9 COMP.
       01 table-changed PIC 9 COMP.
       01 review-done PIC 9 COMP.
       01 pending-count PIC 9(4) COMP.
       01 decided-count PIC 9(4) COMP.
       01 listed-count PIC 9(4) COMP.
       01 menu-choice PIC X VALUE SPACE.
       01 review-reply PIC X VALUE SPACE.
       01 age-days PIC S9(9) COMP.

       01 dc-function PIC X.
       01 dc-action PIC X(8).
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).

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
           05 sj-program PIC X(8) VALUE "APPRREV".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 today PIC 9(8).
       01 today-int PIC 9(9) COMP.
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       PROCEDURE DIVISION.
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF operator-role NOT EQUAL 'S'
               DISPLAY "APPROVAL REVIEW IS RESTRICTED TO SUPERVISOR "
                   "OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACE TO menu-choice
           PERFORM UNTIL menu-choice EQUAL 'X'
               DISPLAY "APPROVAL REVIEW: R = REVIEW PENDING  L = LIST  "
                   "X = EXIT:"
               MOVE SPACE TO menu-choice
               ACCEPT menu-choice
               EVALUATE menu-choice
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM review-pending
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM list-requests
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'X' TO menu-choice
                   WHEN OTHER
                       DISPLAY "ENTER R, L, OR X."
               END-EVALUATE
           END-PERFORM
           DISPLAY "APPROVAL REVIEW ENDED."
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
           ACCEPT today FROM DATE YYYYMMDD
           MOVE today TO sj-date
           ACCEPT time-raw FROM TIME
           COMPUTE sj-time =
               time-hh * 10000 + time-mm * 100 + time-ss
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

      *    Expires stale requests through DualCtl, then loads what
      *    is left.
       refresh-requests.
           MOVE 'X' TO dc-function
           MOVE SPACES TO dc-action
           MOVE SPACES TO dc-params
           CALL "DualCtl" USING BY REFERENCE dc-function
                                BY REFERENCE dc-action
                                BY REFERENCE dc-params
                                BY REFERENCE operator-id
                                BY REFERENCE dc-result
                                BY REFERENCE dc-reqno
               ON EXCEPTION
                   DISPLAY "WARNING: DUAL-CONTROL MODULE UNAVAILABLE; "
                       "STALE REQUESTS NOT EXPIRED."
           END-CALL
           ACCEPT today FROM DATE YYYYMMDD
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(today)
           PERFORM load-requests.

       load-requests.
           MOVE 0 TO appr-count
           MOVE 0 TO table-changed
           OPEN INPUT appr-file
           IF appr-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ appr-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF appr-count EQUAL 2000
                           DISPLAY "ERROR: MORE THAN 2000 APPROVAL "
                               "REQUESTS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO appr-count
                       MOVE appr-record TO appr-entry(appr-count)
               END-READ
           END-PERFORM
           CLOSE appr-file.

       find-request.
           MOVE 0 TO match-i
           PERFORM VARYING fi FROM 1 BY 1
               UNTIL fi > appr-count OR match-i NOT EQUAL 0
               MOVE appr-entry(fi) TO appr-fields
               IF ap-reqno EQUAL want-reqno
                   MOVE fi TO match-i
               END-IF
           END-PERFORM.

       save-requests.
           IF table-changed EQUAL 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT appr-file
           IF appr-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT REWRITE APPROVQ, STATUS "
                   appr-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING fi FROM 1 BY 1 UNTIL fi > appr-count
               MOVE appr-entry(fi) TO appr-record
               WRITE appr-record
           END-PERFORM
           CLOSE appr-file
           MOVE 0 TO table-changed.

       review-pending.
           PERFORM refresh-requests
           MOVE 0 TO pending-count
           MOVE 0 TO decided-count
           MOVE 0 TO review-done
           PERFORM VARYING ai FROM 1 BY 1
               UNTIL ai > appr-count OR review-done EQUAL 1
               MOVE appr-entry(ai) TO appr-fields
               IF ap-status EQUAL "PENDING"
                   ADD 1 TO pending-count
                   PERFORM review-one-request
               END-IF
           END-PERFORM
           IF pending-count EQUAL 0
               DISPLAY "NO REQUESTS ARE AWAITING APPROVAL."
           ELSE
               DISPLAY pending-count " PENDING REQUEST(S) SEEN, "
                   decided-count " DECIDED THIS SESSION."
           END-IF.

      *    One pending request at a time: show it, approve, reject,
      *    or skip it, or stop and leave the rest pending.
       review-one-request.
           DISPLAY "REQUEST " ap-reqno ": " ap-action " " ap-params
           DISPLAY "  FILED BY " ap-requestor " ON " ap-req-date
               " AT " ap-req-time
           IF ap-requestor EQUAL operator-id
               DISPLAY "  YOU FILED THIS REQUEST; A DIFFERENT "
                   "SUPERVISOR MUST REVIEW IT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A = APPROVE  R = REJECT  S = SKIP  X = STOP:"
           MOVE SPACE TO review-reply
           ACCEPT review-reply
           EVALUATE review-reply
               WHEN 'A'
               WHEN 'a'
                   MOVE "APPROVED" TO decision-status
                   MOVE "APPROVE" TO aj-event
                   PERFORM record-decision
               WHEN 'R'
               WHEN 'r'
                   MOVE "REJECTED" TO decision-status
                   MOVE "REJECT" TO aj-event
                   PERFORM record-decision
               WHEN 'X'
               WHEN 'x'
                   MOVE 1 TO review-done
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    DualCtl may have filed, expired, or carried out requests
      *    while the reviewer was deciding, so APPROVQ is re-read and
      *    the decision applied only if the request is still PENDING,
      *    then the file is rewritten from that fresh copy at once.
      *    The review carries on from the request's place in the
      *    fresh copy, so requests filed meanwhile are offered too.
       record-decision.
           MOVE ap-reqno TO want-reqno
           PERFORM load-requests
           PERFORM find-request
           IF match-i EQUAL 0
               DISPLAY "REQUEST " want-reqno " HAS LEFT APPROVQ; "
                   "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE match-i TO ai
           MOVE appr-entry(ai) TO appr-fields
           IF ap-status NOT EQUAL "PENDING"
               DISPLAY "REQUEST " want-reqno " IS NO LONGER PENDING "
                   "(NOW " ap-status "); NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE decision-status TO ap-status
           MOVE operator-id TO ap-reviewer
           MOVE today TO ap-rev-date
           MOVE now-time TO ap-rev-time
           MOVE appr-fields TO appr-entry(ai)
           MOVE 1 TO table-changed
           PERFORM save-requests
           ADD 1 TO decided-count

           MOVE today TO aj-date
           MOVE now-time TO aj-time
           MOVE ap-reqno TO aj-reqno
           MOVE operator-id TO aj-operator
           MOVE ap-action TO aj-action
           MOVE ap-params TO aj-params
           OPEN EXTEND appr-jrnl-file
           IF appr-jrnl-status EQUAL "35"
               OPEN OUTPUT appr-jrnl-file
           END-IF
           IF appr-jrnl-status NOT EQUAL "00"
               DISPLAY "WARNING: APPROVAL JOURNAL UNAVAILABLE "
                   "(STATUS " appr-jrnl-status ")."
           ELSE
               MOVE appr-jrnl-out TO appr-jrnl-record
               WRITE appr-jrnl-record
               CLOSE appr-jrnl-file
           END-IF
           DISPLAY "REQUEST " ap-reqno " " ap-status ".".

      *    Open requests, then anything decided, expired, or carried
      *    out in the last 30 days.
       list-requests.
           PERFORM refresh-requests
           MOVE 0 TO listed-count
           DISPLAY "REQNO  ACTION   PARAMETERS                     "
               "BY       STATUS   REVIEWER"
           PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > appr-count
               MOVE appr-entry(ai) TO appr-fields
               IF ap-status EQUAL "PENDING"
                   OR ap-status EQUAL "APPROVED"
                   PERFORM list-one-request
               ELSE
                   IF ap-rev-date NUMERIC AND ap-rev-date NOT EQUAL 0
                       COMPUTE age-days = today-int
                           - FUNCTION INTEGER-OF-DATE(ap-rev-date)
                       IF age-days NOT GREATER THAN 30
                           PERFORM list-one-request
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF listed-count EQUAL 0
               DISPLAY "NO OPEN OR RECENT REQUESTS."
           END-IF.

       list-one-request.
           ADD 1 TO listed-count
           DISPLAY ap-reqno " " ap-action " " ap-params " "
               ap-requestor " " ap-status " " ap-reviewer.

       END PROGRAM APPRREV.
