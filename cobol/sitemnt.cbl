       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMNT.

      *    Supervisor maintenance screen for the SITEPARM site-
      *    parameter dataset, the one keyed home of every tunable the
      *    suite used to scatter across BENCHTOL, LOCKWAIT, BENCHLIM,
      *    and constants compiled into TTT. Lists every parameter in
      *    the sitedefs catalogue with its current and built-in
      *    values, range, and who last set it; changes a value only
      *    inside its catalogue range and only after the supervisor
      *    confirms; and shows the change history. Every change --
      *    including a reset to the built-in value -- appends one
      *    record to the SITEHIST history dataset (who, which
      *    parameter, old value, new value, when), which is never
      *    rewritten, so the auditors can see who moved a threshold.
      *    The I action carries the values of the old single-record
      *    BENCHTOL, LOCKWAIT, and BENCHLIM datasets over once, with
      *    the same validation and history, after which those
      *    datasets are no longer read by anything. Restricted to
      *    supervisor operators, with every sign-on outcome
      *    journaled to SIGNJRNL like TTT's own gate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-file ASSIGN TO "SITEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sp-key
               FILE STATUS IS site-status.
           SELECT hist-file ASSIGN TO "SITEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.
           SELECT legacy-file ASSIGN TO legacy-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS legacy-status.

       DATA DIVISION.
       FILE SECTION.
       FD site-file.
       01 site-record.
           05 sp-key PIC X(8).
           05 FILLER PIC X.
           05 sp-value PIC 9(9).
           05 FILLER PIC X.
           05 sp-by PIC X(8).
           05 FILLER PIC X.
           05 sp-date PIC 9(8).
           05 FILLER PIC X.
           05 sp-time PIC 9(6).

       FD hist-file.
       01 hist-record PIC X(53).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       FD legacy-file.
       01 legacy-record PIC X(9).

       WORKING-STORAGE SECTION.
       01 site-status PIC X(2).
       01 hist-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       01 legacy-status PIC X(2).
       01 legacy-name PIC X(8).
       COPY operreg.
       COPY sitedefs.

       01 hist-out.
           05 sh-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 sh-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 sh-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sh-key PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sh-old PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 sh-new PIC 9(9).

       01 operator-id PIC X(8) VALUE SPACES.
       01 operator-role PIC X VALUE 'A'.
       01 operator-active PIC X VALUE 'N'.
       01 oper-eof PIC 9 COMP.
       01 oper-found PIC 9 COMP.
       01 pin-mode PIC 9 COMP VALUE 1.
       01 pin-outcome PIC X(8).
       01 menu-choice PIC X VALUE SPACE.
       01 confirm-reply PIC X VALUE SPACE.
       01 want-key PIC X(8).
       01 value-reply PIC X(9).
       01 new-value PIC 9(9).
       01 old-value PIC 9(9).
       01 on-file PIC 9 COMP.
       01 store-ok PIC 9 COMP.
       01 di PIC 9(2) COMP.
       01 def-slot PIC 9(2) COMP.
       01 file-eof PIC 9 COMP.
       01 hist-shown PIC 9(9) COMP.
       01 legacy-value PIC 9(9).
       01 reply-len PIC 9(2) COMP.
       01 reply-digits PIC 9(2) COMP.

       01 signon-out.
           05 sj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 sj-program PIC X(8) VALUE "SITEMNT".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 today PIC 9(8).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       01 list-line.
           05 ll-key PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ll-value PIC Z(8)9.
           05 ll-flag PIC X(2).
           05 ll-min PIC Z(8)9.
           05 FILLER PIC X VALUE "-".
           05 ll-max PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 ll-desc PIC X(30).
       01 hist-in.
           05 hi-date PIC 9(8).
           05 FILLER PIC X.
           05 hi-time PIC 9(6).
           05 FILLER PIC X.
           05 hi-operator PIC X(8).
           05 FILLER PIC X.
           05 hi-key PIC X(8).
           05 FILLER PIC X.
           05 hi-old PIC 9(9).
           05 FILLER PIC X.
           05 hi-new PIC 9(9).

       PROCEDURE DIVISION.
           DISPLAY "ENTER OPERATOR ID:"
           ACCEPT operator-id
           PERFORM validate-operator
           IF operator-role NOT EQUAL 'S'
               DISPLAY "SITE-PARAMETER MAINTENANCE IS RESTRICTED TO "
                   "SUPERVISOR OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM open-site-file
           MOVE SPACE TO menu-choice
           PERFORM UNTIL menu-choice EQUAL 'X'
               DISPLAY "SITE PARAMETERS: L = LIST  C = CHANGE  H = "
                   "HISTORY  I = IMPORT OLD DATASETS  X = EXIT:"
               MOVE SPACE TO menu-choice
               ACCEPT menu-choice
               EVALUATE menu-choice
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM list-parameters
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM change-parameter
                   WHEN 'H'
                   WHEN 'h'
                       PERFORM show-history
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM import-legacy-settings
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'X' TO menu-choice
                   WHEN OTHER
                       DISPLAY "ENTER L, C, H, I, OR X."
               END-EVALUATE
           END-PERFORM
           CLOSE site-file
           DISPLAY "SITE-PARAMETER MAINTENANCE ENDED."
           GOBACK.

      *    Same OPERREG gate TTT applies at sign-on, with the same
      *    SIGNJRNL evidence trail.
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

      *    The first maintenance session creates an empty SITEPARM;
      *    every parameter reads as its built-in value until set.
       open-site-file.
           OPEN I-O site-file
           IF site-status EQUAL "35"
               OPEN OUTPUT site-file
               CLOSE site-file
               OPEN I-O site-file
           END-IF
           IF site-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN SITEPARM, STATUS "
                   site-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Reads the SITEPARM record for sd-key(def-slot), leaving
      *    on-file and the value currently in force in old-value.
       read-current-value.
           MOVE sd-default(def-slot) TO old-value
           MOVE 0 TO on-file
           MOVE sd-key(def-slot) TO sp-key
           READ site-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO on-file
                   IF sp-value NUMERIC
                       MOVE sp-value TO old-value
                   END-IF
           END-READ.

       list-parameters.
           DISPLAY "KEY          VALUE  RANGE               "
               "DESCRIPTION"
           PERFORM VARYING def-slot FROM 1 BY 1
               UNTIL def-slot > site-def-count
               PERFORM read-current-value
               MOVE sd-key(def-slot) TO ll-key
               MOVE old-value TO ll-value
               IF on-file EQUAL 1
                   MOVE SPACES TO ll-flag
               ELSE
                   MOVE " *" TO ll-flag
               END-IF
               MOVE sd-min(def-slot) TO ll-min
               MOVE sd-max(def-slot) TO ll-max
               MOVE sd-desc(def-slot) TO ll-desc
               DISPLAY list-line
               IF on-file EQUAL 1
                   DISPLAY "         SET BY " sp-by " ON " sp-date
                       " AT " sp-time
               END-IF
           END-PERFORM
           DISPLAY "* = NOT SET; THE BUILT-IN VALUE IS IN FORCE.".

       change-parameter.
           DISPLAY "PARAMETER KEY:"
           MOVE SPACES TO want-key
           ACCEPT want-key
           INSPECT want-key CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO def-slot
           PERFORM VARYING di FROM 1 BY 1
               UNTIL di > site-def-count OR def-slot NOT EQUAL 0
               IF sd-key(di) EQUAL want-key
                   MOVE di TO def-slot
               END-IF
           END-PERFORM
           IF def-slot EQUAL 0
               DISPLAY "NO SITE PARAMETER " want-key "; L LISTS THEM."
               EXIT PARAGRAPH
           END-IF
           PERFORM read-current-value
           DISPLAY sd-key(def-slot) " -- " sd-desc(def-slot)
           DISPLAY "NOW " old-value ", RANGE " sd-min(def-slot) "-"
               sd-max(def-slot) ", BUILT-IN " sd-default(def-slot)
           DISPLAY "NEW VALUE (D = BUILT-IN, BLANK = NO CHANGE):"
           MOVE SPACES TO value-reply
           ACCEPT value-reply
           IF value-reply EQUAL SPACES
               DISPLAY "NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           IF value-reply EQUAL "D" OR value-reply EQUAL "d"
               MOVE sd-default(def-slot) TO new-value
           ELSE
               PERFORM parse-value-reply
               IF reply-digits EQUAL 0
                   DISPLAY "VALUE MUST BE DIGITS ONLY; NOTHING "
                       "CHANGED."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF new-value LESS THAN sd-min(def-slot)
               OR new-value GREATER THAN sd-max(def-slot)
               DISPLAY "VALUE OUTSIDE " sd-min(def-slot) "-"
                   sd-max(def-slot) "; NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF
           IF new-value EQUAL old-value AND on-file EQUAL 1
               DISPLAY "VALUE IS ALREADY " old-value "; NOTHING "
                   "CHANGED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SET " sd-key(def-slot) " FROM " old-value " TO "
               new-value " (Y/N)?"
           MOVE SPACE TO confirm-reply
           ACCEPT confirm-reply
           IF confirm-reply NOT = 'Y' AND confirm-reply NOT = 'y'
               DISPLAY "CANCELLED."
               EXIT PARAGRAPH
           END-IF
           PERFORM store-new-value
           IF store-ok EQUAL 1
               DISPLAY sd-key(def-slot) " SET TO " new-value "."
           END-IF.

      *    Leaves the reply's value in new-value, with reply-digits
      *    zero when the reply is not a run of digits.
       parse-value-reply.
           MOVE 0 TO reply-len
           INSPECT value-reply TALLYING reply-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO reply-digits
           MOVE 0 TO new-value
           IF reply-len GREATER THAN 0
               AND value-reply(1:reply-len) NUMERIC
               MOVE reply-len TO reply-digits
               MOVE value-reply(1:reply-len) TO new-value
           END-IF.

      *    Writes or rewrites the SITEPARM record and appends the
      *    SITEHIST entry, setting store-ok to 1 only when both are
      *    done. SITEHIST is opened first so that a history which
      *    cannot be written stops the change -- an unrecorded change
      *    is what this screen exists to prevent -- but the entry is
      *    appended only once the SITEPARM write has succeeded, so the
      *    history never records a change that did not happen.
       store-new-value.
           MOVE 0 TO store-ok
           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           MOVE today TO sh-date
           COMPUTE sh-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE operator-id TO sh-operator
           MOVE sd-key(def-slot) TO sh-key
           MOVE old-value TO sh-old
           MOVE new-value TO sh-new
           OPEN EXTEND hist-file
           IF hist-status EQUAL "35"
               OPEN OUTPUT hist-file
           END-IF
           IF hist-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN SITEHIST, STATUS "
                   hist-status "; NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO site-record
           MOVE sd-key(def-slot) TO sp-key
           MOVE new-value TO sp-value
           MOVE operator-id TO sp-by
           MOVE sh-date TO sp-date
           MOVE sh-time TO sp-time
           MOVE 1 TO store-ok
           IF on-file EQUAL 1
               REWRITE site-record
                   INVALID KEY
                       DISPLAY "ERROR: SITEPARM REWRITE FAILED, "
                           "STATUS " site-status "; NOTHING CHANGED."
                       MOVE 0 TO store-ok
               END-REWRITE
           ELSE
               WRITE site-record
                   INVALID KEY
                       DISPLAY "ERROR: SITEPARM WRITE FAILED, "
                           "STATUS " site-status "; NOTHING CHANGED."
                       MOVE 0 TO store-ok
               END-WRITE
           END-IF
           IF store-ok EQUAL 1
               MOVE hist-out TO hist-record
               WRITE hist-record
           END-IF
           CLOSE hist-file.

       show-history.
           DISPLAY "PARAMETER KEY (BLANK = ALL):"
           MOVE SPACES TO want-key
           ACCEPT want-key
           INSPECT want-key CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN INPUT hist-file
           IF hist-status NOT EQUAL "00"
               DISPLAY "NO SITE-PARAMETER CHANGES ON FILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE     TIME   OPERATOR KEY            OLD"
               "       NEW"
           MOVE 0 TO hist-shown
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ hist-file INTO hist-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF want-key EQUAL SPACES
                           OR hi-key EQUAL want-key
                           ADD 1 TO hist-shown
                           DISPLAY hi-date " " hi-time " "
                               hi-operator " " hi-key " " hi-old " "
                               hi-new
                       END-IF
               END-READ
           END-PERFORM
           CLOSE hist-file
           DISPLAY hist-shown " CHANGE(S) SHOWN.".

      *    One-time carry-over of the old single-record settings
      *    datasets. A parameter already set on SITEPARM is left
      *    alone -- its value was chosen here and is newer.
       import-legacy-settings.
           MOVE "BENCHTOL" TO legacy-name
           MOVE "ALRMTOL" TO want-key
           PERFORM import-one-legacy
           MOVE "LOCKWAIT" TO legacy-name
           MOVE "LOCKWAIT" TO want-key
           PERFORM import-one-legacy
           MOVE "BENCHLIM" TO legacy-name
           MOVE "FCSTLIM" TO want-key
           PERFORM import-one-legacy.

       import-one-legacy.
           MOVE 0 TO def-slot
           PERFORM VARYING di FROM 1 BY 1
               UNTIL di > site-def-count OR def-slot NOT EQUAL 0
               IF sd-key(di) EQUAL want-key
                   MOVE di TO def-slot
               END-IF
           END-PERFORM
           PERFORM read-current-value
           IF on-file EQUAL 1
               DISPLAY want-key " ALREADY SET ON SITEPARM; "
                   legacy-name " NOT IMPORTED."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT legacy-file
           IF legacy-status NOT EQUAL "00"
               DISPLAY "NO " legacy-name " DATASET; " want-key
                   " LEFT AT ITS BUILT-IN VALUE."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO value-reply
           READ legacy-file INTO value-reply
               AT END
                   CONTINUE
           END-READ
           CLOSE legacy-file
           PERFORM parse-value-reply
           IF reply-digits EQUAL 0
               OR new-value LESS THAN sd-min(def-slot)
               OR new-value GREATER THAN sd-max(def-slot)
               DISPLAY legacy-name " VALUE " value-reply " IS NOT "
                   "VALID FOR " want-key "; NOT IMPORTED."
               EXIT PARAGRAPH
           END-IF
           PERFORM store-new-value
           IF store-ok EQUAL 1
               DISPLAY want-key " SET TO " new-value " FROM "
                   legacy-name "."
           END-IF.

       END PROGRAM SITEMNT.
