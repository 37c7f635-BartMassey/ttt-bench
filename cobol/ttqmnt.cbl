       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTQMNT.

      *    Scoring-queue maintenance. Once a request is on TTTQUEUE
      *    its requestor -- or any supervisor -- can change it here
      *    by request number before the drain works it:
      *      C  cancel a NEW or HELD request (status CANCEL, never
      *         drained, kept on file for the record);
      *      H  hold a NEW request (status HELD, skipped by the
      *         drain until released);
      *      R  release a HELD request back to NEW;
      *      P  change the priority (1 most urgent to 9) of a NEW
      *         or HELD request, which TTQDRAIN works in order.
      *    Every change is appended to the QUEUEJRNL journal
      *    (ttqjrnl.cpy) against the request number with the old
      *    and new status and priority. The queue is re-read just
      *    before each change and rewritten through the TTQMNTWK
      *    work dataset the way TTQDRAIN rewrites it, so a request
      *    submitted while the operator was deciding is not lost.
      *    Sign-on is checked against OPERREG with every outcome
      *    journaled to SIGNJRNL like TTT's gate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queue-file ASSIGN TO "TTTQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-status.
           SELECT queue-work-file ASSIGN TO "TTQMNTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-work-status.
           SELECT queue-jrnl-file ASSIGN TO "QUEUEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-jrnl-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.
       FD queue-file.
       01 queue-record PIC X(131).

       FD queue-work-file.
       01 queue-work-record PIC X(131).

       FD queue-jrnl-file.
       01 queue-jrnl-record PIC X(58).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       WORKING-STORAGE SECTION.
       01 queue-status PIC X(2).
       01 queue-work-status PIC X(2).
       01 queue-jrnl-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       COPY operreg.
       COPY ttqrec.
       COPY ttqjrnl.

       01 queue-table.
           05 queue-entry PIC X(131) OCCURS 2000 TIMES.
       01 queue-count PIC 9(4) COMP VALUE 0.
       01 qi PIC 9(4) COMP.
       01 match-i PIC 9(4) COMP.
       01 queue-eof PIC 9 COMP.

       01 reqno-reply PIC X(6) VALUE SPACES.
       01 want-reqno PIC 9(6).
       01 action-reply PIC X VALUE SPACE.
       01 priority-reply PIC X VALUE SPACE.
       01 shown-status PIC X(6).
       01 shown-priority PIC 9.
       01 new-status PIC X(6).
       01 new-priority PIC 9.
       01 action-name PIC X(8).
       01 action-ok PIC 9 COMP.
       01 done-session PIC 9 COMP.

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
           05 sj-program PIC X(8) VALUE "TTQMNT".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 today PIC 9(8).
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

           MOVE 0 TO done-session
           PERFORM UNTIL done-session EQUAL 1
               DISPLAY "REQUEST NUMBER (BLANK TO END):"
               MOVE SPACES TO reqno-reply
               ACCEPT reqno-reply
               IF reqno-reply EQUAL SPACES
                   MOVE 1 TO done-session
               ELSE
                   PERFORM maintain-one-request
               END-IF
           END-PERFORM
           DISPLAY "QUEUE MAINTENANCE ENDED."
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
           IF operator-role EQUAL 'B'
               DISPLAY "OPERATOR " operator-id " IS A BATCH ID FOR "
                   "TTTPARM CONTROL CARDS ONLY."
               MOVE "BATCHID" TO sj-outcome
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
           PERFORM stamp-now
           MOVE today TO sj-date
           MOVE now-time TO sj-time
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

       stamp-now.
           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss.

      *    Shows the request, takes the change, then re-reads the
      *    queue and applies it only if the request is still in a
      *    state that allows it.
       maintain-one-request.
           IF reqno-reply NOT NUMERIC
               DISPLAY "INVALID REQUEST NUMBER: ENTER SIX DIGITS."
               EXIT PARAGRAPH
           END-IF
           MOVE reqno-reply TO want-reqno
           PERFORM load-queue
           PERFORM find-request
           IF match-i EQUAL 0
               DISPLAY "REQUEST " want-reqno " IS NOT ON THE QUEUE."
               EXIT PARAGRAPH
           END-IF
           MOVE queue-entry(match-i) TO queue-fields
           IF q-requestor NOT EQUAL operator-id
               AND operator-role NOT EQUAL 'S'
               DISPLAY "REQUEST " want-reqno " BELONGS TO "
                   q-requestor "; ONLY ITS REQUESTOR OR A SUPERVISOR "
                   "MAY CHANGE IT."
               EXIT PARAGRAPH
           END-IF
           PERFORM set-shown-priority
           MOVE q-status TO shown-status
           DISPLAY "REQUEST " q-reqno " " q-status " FROM "
               q-requestor " TYPE " q-run-type " SIZE " q-size
               " SUBMITTED " q-sub-date " PRIORITY " shown-priority
           IF shown-status NOT EQUAL "NEW"
               AND shown-status NOT EQUAL "HELD"
               DISPLAY "ONLY NEW OR HELD REQUESTS CAN BE CHANGED."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "C = CANCEL  H = HOLD  R = RELEASE  P = PRIORITY  "
               "X = NO CHANGE:"
           MOVE SPACE TO action-reply
           ACCEPT action-reply
           MOVE 0 TO action-ok
           MOVE shown-status TO new-status
           MOVE shown-priority TO new-priority
           EVALUATE action-reply
               WHEN 'C'
               WHEN 'c'
                   MOVE "CANCEL" TO action-name
                   MOVE "CANCEL" TO new-status
                   MOVE 1 TO action-ok
               WHEN 'H'
               WHEN 'h'
                   IF shown-status EQUAL "NEW"
                       MOVE "HOLD" TO action-name
                       MOVE "HELD" TO new-status
                       MOVE 1 TO action-ok
                   ELSE
                       DISPLAY "REQUEST " want-reqno
                           " IS ALREADY HELD."
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF shown-status EQUAL "HELD"
                       MOVE "RELEASE" TO action-name
                       MOVE "NEW" TO new-status
                       MOVE 1 TO action-ok
                   ELSE
                       DISPLAY "REQUEST " want-reqno
                           " IS NOT HELD; NOTHING TO RELEASE."
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   PERFORM get-new-priority
               WHEN OTHER
                   DISPLAY "REQUEST " want-reqno " LEFT AS IT WAS."
           END-EVALUATE
           IF action-ok EQUAL 0
               EXIT PARAGRAPH
           END-IF

           PERFORM load-queue
           PERFORM find-request
           IF match-i EQUAL 0
               DISPLAY "REQUEST " want-reqno " HAS LEFT THE QUEUE; "
                   "NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE queue-entry(match-i) TO queue-fields
           IF q-status NOT EQUAL shown-status
               DISPLAY "REQUEST " want-reqno " CHANGED TO " q-status
                   " MEANWHILE; NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           MOVE new-status TO q-status
           MOVE new-priority TO q-priority
           IF new-status EQUAL "CANCEL"
               PERFORM stamp-now
               MOVE today TO q-done-date
               MOVE now-time TO q-done-time
           END-IF
           MOVE queue-fields TO queue-entry(match-i)
           PERFORM save-queue
           PERFORM journal-change
           DISPLAY "REQUEST " want-reqno " " action-name ": NOW "
               new-status " AT PRIORITY " new-priority ".".

       get-new-priority.
           DISPLAY "NEW PRIORITY (1 = MOST URGENT, 9 = LEAST; "
               "NOW " shown-priority "):"
           MOVE SPACE TO priority-reply
           ACCEPT priority-reply
           IF priority-reply NOT NUMERIC OR priority-reply EQUAL "0"
               DISPLAY "INVALID PRIORITY: ENTER 1 TO 9."
               EXIT PARAGRAPH
           END-IF
           MOVE priority-reply TO new-priority
           IF new-priority EQUAL shown-priority
               DISPLAY "REQUEST " want-reqno " IS ALREADY AT PRIORITY "
                   new-priority "."
               EXIT PARAGRAPH
           END-IF
           MOVE "PRIORITY" TO action-name
           MOVE 1 TO action-ok.

      *    Records written before the priority field read blank and
      *    count as normal priority 5.
       set-shown-priority.
           IF q-priority NUMERIC AND q-priority > 0
               MOVE q-priority TO shown-priority
           ELSE
               MOVE 5 TO shown-priority
           END-IF.

       load-queue.
           MOVE 0 TO queue-count
           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO queue-eof
           PERFORM UNTIL queue-eof EQUAL 1
               READ queue-file
                   AT END
                       MOVE 1 TO queue-eof
                   NOT AT END
                       IF queue-count EQUAL 2000
                           DISPLAY "ERROR: MORE THAN 2000 QUEUED "
                               "REQUESTS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO queue-count
                       MOVE queue-record TO queue-entry(queue-count)
               END-READ
           END-PERFORM
           CLOSE queue-file.

       find-request.
           MOVE 0 TO match-i
           PERFORM VARYING qi FROM 1 BY 1
               UNTIL qi > queue-count OR match-i NOT EQUAL 0
               MOVE queue-entry(qi) TO queue-fields
               IF q-reqno EQUAL want-reqno
                   MOVE qi TO match-i
               END-IF
           END-PERFORM.

      *    Same two-step rewrite TTQDRAIN uses: the work dataset is
      *    completed first, so a cancel leaves the live queue whole.
       save-queue.
           OPEN OUTPUT queue-work-file
           IF queue-work-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE TTQMNTWK, STATUS "
                   queue-work-status "; QUEUE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING qi FROM 1 BY 1 UNTIL qi > queue-count
               MOVE queue-entry(qi) TO queue-work-record
               WRITE queue-work-record
           END-PERFORM
           CLOSE queue-work-file

           OPEN INPUT queue-work-file
           OPEN OUTPUT queue-file
           MOVE 0 TO queue-eof
           PERFORM UNTIL queue-eof EQUAL 1
               READ queue-work-file
                   AT END
                       MOVE 1 TO queue-eof
                   NOT AT END
                       MOVE queue-work-record TO queue-record
                       WRITE queue-record
               END-READ
           END-PERFORM
           CLOSE queue-work-file
           CLOSE queue-file.

       journal-change.
           PERFORM stamp-now
           MOVE today TO qj-date
           MOVE now-time TO qj-time
           MOVE want-reqno TO qj-reqno
           MOVE action-name TO qj-action
           MOVE operator-id TO qj-operator
           MOVE shown-status TO qj-old-status
           MOVE new-status TO qj-new-status
           MOVE shown-priority TO qj-old-priority
           MOVE new-priority TO qj-new-priority
           OPEN EXTEND queue-jrnl-file
           IF queue-jrnl-status EQUAL "35"
               OPEN OUTPUT queue-jrnl-file
           END-IF
           IF queue-jrnl-status NOT EQUAL "00"
               DISPLAY "WARNING: QUEUE JOURNAL UNAVAILABLE (STATUS "
                   queue-jrnl-status "); CHANGE NOT JOURNALED."
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE queue-jrnl-fields TO queue-jrnl-record
               WRITE queue-jrnl-record
               CLOSE queue-jrnl-file
           END-IF.

       END PROGRAM TTQMNT.
