       IDENTIFICATION DIVISION.
       PROGRAM-ID. DualCtl.

      *    Four-eyes control shared by every operation that destroys
      *    or rewrites shared data on one person's say-so: BENCHARC's
      *    retention sweep, CKPTMNT's purge and reassign, a TTTLOCK
      *    override, TTTCNVT's conversion, MONCLOSE's reopening of a
      *    signed-off month, and SUITERST's restore from a backup
      *    set. Called with function
      *    'C' just before the operation would run:
      *      - an APPROVED request from this operator for exactly
      *        this action and these parameters is marked DONE and
      *        journaled EXECUTE, and dc-result comes back APPROVED
      *        -- the only result on which the caller may proceed;
      *      - a PENDING request for the same thing comes back
      *        PENDING (the second supervisor has not acted yet);
      *      - otherwise the operator is offered to file a new
      *        request, which is journaled REQUEST and comes back
      *        FILED, or NOTFILED when declined.
      *    A second, different supervisor approves or rejects on the
      *    APPRREV review screen. Function 'X' only expires stale
      *    requests (APPRREV calls it before it lists anything); 'C'
      *    does the same first, so an expired approval can never be
      *    used. Requests live on APPROVQ (apprec.cpy); every event
      *    is appended to the APPRJRNL journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT appr-file ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS appr-status.
           SELECT appr-jrnl-file ASSIGN TO "APPRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS appr-jrnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD appr-file.
       01 appr-record PIC X(105).

       FD appr-jrnl-file.
       01 appr-jrnl-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 appr-status PIC X(2).
       01 appr-jrnl-status PIC X(2).
       COPY apprec.

       01 appr-table.
           05 appr-entry PIC X(105) OCCURS 2000 TIMES.
       01 appr-count PIC 9(4) COMP VALUE 0.
       01 ai PIC 9(4) COMP.
       01 match-i PIC 9(4) COMP.
       01 file-eof PIC 9 COMP.
       01 table-changed PIC 9 COMP.
       01 high-reqno PIC 9(6).
       01 confirm-reply PIC X VALUE SPACE.

       01 expiry-hours PIC 9(3) COMP VALUE 24.
       01 site-key PIC X(8).
       01 site-value PIC 9(9) COMP.
       01 site-found PIC 9 COMP.
       01 now-minutes PIC 9(12) COMP.
       01 then-minutes PIC 9(12) COMP.
       01 stamp-date PIC 9(8).
       01 stamp-time PIC 9(6).
       01 stamp-parts REDEFINES stamp-time.
           05 stamp-hh PIC 9(2).
           05 stamp-mm PIC 9(2).
           05 stamp-ss PIC 9(2).

       01 today PIC 9(8).
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       LINKAGE SECTION.
       01 dc-function PIC X.
       01 dc-action PIC X(8).
       01 dc-params PIC X(30).
       01 dc-operator PIC X(8).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).

       PROCEDURE DIVISION USING
         BY REFERENCE dc-function
         BY REFERENCE dc-action
         BY REFERENCE dc-params
         BY REFERENCE dc-operator
         BY REFERENCE dc-result
         BY REFERENCE dc-reqno.

           MOVE "NOTFILED" TO dc-result
           MOVE 0 TO dc-reqno
           MOVE 0 TO table-changed
           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE today TO stamp-date
           MOVE now-time TO stamp-time
           PERFORM stamp-to-minutes
           MOVE then-minutes TO now-minutes

           MOVE "APRVHRS" TO site-key
           MOVE 24 TO site-value
           CALL "SiteParm" USING BY REFERENCE site-key
                                 BY REFERENCE site-value
                                 BY REFERENCE site-found
               ON EXCEPTION
                   MOVE 9 TO site-found
           END-CALL
           MOVE site-value TO expiry-hours

           PERFORM load-requests
           PERFORM expire-stale-requests
           IF dc-function NOT EQUAL 'C'
               PERFORM save-requests
               GOBACK
           END-IF

           MOVE 0 TO match-i
           PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > appr-count
               MOVE appr-entry(ai) TO appr-fields
               IF ap-action EQUAL dc-action
                   AND ap-params EQUAL dc-params
                   AND ap-requestor EQUAL dc-operator
                   AND ap-status EQUAL "APPROVED"
                   MOVE ai TO match-i
               END-IF
           END-PERFORM
           IF match-i NOT EQUAL 0
               MOVE appr-entry(match-i) TO appr-fields
               MOVE "DONE" TO ap-status
               MOVE appr-fields TO appr-entry(match-i)
               MOVE 1 TO table-changed
               PERFORM save-requests
               MOVE "EXECUTE" TO aj-event
               MOVE dc-operator TO aj-operator
               PERFORM journal-event
               DISPLAY "REQUEST " ap-reqno " APPROVED BY " ap-reviewer
                   "; PROCEEDING."
               MOVE ap-reqno TO dc-reqno
               MOVE "APPROVED" TO dc-result
               GOBACK
           END-IF

           PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > appr-count
               MOVE appr-entry(ai) TO appr-fields
               IF ap-action EQUAL dc-action
                   AND ap-params EQUAL dc-params
                   AND ap-status EQUAL "PENDING"
                   MOVE ai TO match-i
               END-IF
           END-PERFORM
           IF match-i NOT EQUAL 0
               PERFORM save-requests
               MOVE appr-entry(match-i) TO appr-fields
               DISPLAY "REQUEST " ap-reqno " FOR THIS OPERATION, FILED "
                   "BY " ap-requestor ", IS STILL AWAITING A SECOND "
                   "SUPERVISOR'S APPROVAL IN APPRREV."
               MOVE ap-reqno TO dc-reqno
               MOVE "PENDING" TO dc-result
               GOBACK
           END-IF

           DISPLAY "THIS OPERATION NEEDS A SECOND SUPERVISOR'S "
               "APPROVAL: " dc-action " " dc-params
           DISPLAY "FILE A REQUEST FOR APPROVAL (Y/N)?"
           MOVE SPACE TO confirm-reply
           ACCEPT confirm-reply
           IF confirm-reply NOT = 'Y' AND confirm-reply NOT = 'y'
               PERFORM save-requests
               DISPLAY "NO REQUEST FILED."
               GOBACK
           END-IF
           IF appr-count EQUAL 2000
               DISPLAY "ERROR: MORE THAN 2000 APPROVAL REQUESTS; "
                   "ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO appr-fields
           ADD 1 TO high-reqno
           MOVE high-reqno TO ap-reqno
           MOVE dc-action TO ap-action
           MOVE dc-params TO ap-params
           MOVE dc-operator TO ap-requestor
           MOVE today TO ap-req-date
           MOVE now-time TO ap-req-time
           MOVE "PENDING" TO ap-status
           MOVE SPACES TO ap-reviewer
           MOVE 0 TO ap-rev-date
           MOVE 0 TO ap-rev-time
           ADD 1 TO appr-count
           MOVE appr-fields TO appr-entry(appr-count)
           MOVE 1 TO table-changed
           PERFORM save-requests
           MOVE "REQUEST" TO aj-event
           MOVE dc-operator TO aj-operator
           PERFORM journal-event
           DISPLAY "REQUEST " ap-reqno " FILED. RERUN THIS OPERATION "
               "ONCE A DIFFERENT SUPERVISOR HAS APPROVED IT."
           MOVE ap-reqno TO dc-reqno
           MOVE "FILED" TO dc-result
           GOBACK.

       load-requests.
           MOVE 0 TO appr-count
           MOVE 0 TO high-reqno
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
                       MOVE appr-record TO appr-fields
                       IF ap-reqno NUMERIC
                           AND ap-reqno GREATER THAN high-reqno
                           MOVE ap-reqno TO high-reqno
                       END-IF
               END-READ
           END-PERFORM
           CLOSE appr-file.

      *    A PENDING request times out from when it was filed, an
      *    APPROVED one from when it was approved: an approval is for
      *    the operation as it stood then, not whenever it is used.
       expire-stale-requests.
           PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > appr-count
               MOVE appr-entry(ai) TO appr-fields
               EVALUATE ap-status
                   WHEN "PENDING"
                       MOVE ap-req-date TO stamp-date
                       MOVE ap-req-time TO stamp-time
                       PERFORM expire-if-stale
                   WHEN "APPROVED"
                       MOVE ap-rev-date TO stamp-date
                       MOVE ap-rev-time TO stamp-time
                       PERFORM expire-if-stale
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       expire-if-stale.
           IF stamp-date NOT NUMERIC OR stamp-date EQUAL 0
               OR stamp-time NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM stamp-to-minutes
           IF now-minutes - then-minutes
               NOT GREATER THAN expiry-hours * 60
               EXIT PARAGRAPH
           END-IF
           MOVE "EXPIRED" TO ap-status
           MOVE "*EXPIRY*" TO ap-reviewer
           MOVE today TO ap-rev-date
           MOVE now-time TO ap-rev-time
           MOVE appr-fields TO appr-entry(ai)
           MOVE 1 TO table-changed
           MOVE "EXPIRE" TO aj-event
           MOVE "*EXPIRY*" TO aj-operator
           PERFORM journal-event.

       stamp-to-minutes.
           COMPUTE then-minutes =
               FUNCTION INTEGER-OF-DATE(stamp-date) * 1440
               + stamp-hh * 60 + stamp-mm.

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
           PERFORM VARYING ai FROM 1 BY 1 UNTIL ai > appr-count
               MOVE appr-entry(ai) TO appr-record
               WRITE appr-record
           END-PERFORM
           CLOSE appr-file
           MOVE 0 TO table-changed.

      *    Journals the event in aj-event/aj-operator for the request
      *    currently in appr-fields.
       journal-event.
           MOVE today TO aj-date
           MOVE now-time TO aj-time
           MOVE ap-reqno TO aj-reqno
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
           END-IF.

       END PROGRAM DualCtl.
