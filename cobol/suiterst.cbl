       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITERST.

      *    Point-in-time restore from a SUITEBKP backup set. The
      *    supervisor names the set by its date and either the whole
      *    set or the datasets wanted; every dataset chosen is first
      *    recounted and re-summed from its backup copy against the
      *    set's BKMANIF.yyyymmdd manifest, and if any copy is
      *    missing or disagrees nothing at all is restored -- a
      *    restore that stops halfway would leave the suite in a
      *    state no backup ever held. Once every copy has proved
      *    out, each live dataset is replaced from its copy (indexed
      *    datasets are reloaded in key order) and the control
      *    sidecars that go with the data are rebuilt from the
      *    manifest: BENCHCTL and AUDITCTL with the count and
      *    checksum, so BENCHVFY balances at once; SOLDBCTL with the
      *    record count, so SOLDBVFY reconciles; and BOOK4CTL with
      *    the count and deepest ply, marked built but not verified,
      *    so Book4 keeps off the book until BOOK4VFY has checked
      *    the restored copy. A dataset the set records as absent is
      *    left alone with a warning.
      *
      *    Everything done goes to the RSTREPT report. Restricted to
      *    supervisor operators through the usual OPERREG gate, and
      *    like every other wholesale rewrite of shared data it is
      *    carried out only under a second supervisor's approval: once
      *    the copies have proved out, the restore is filed through
      *    DualCtl as "SET yyyymmdd" with the datasets named (or ALL),
      *    and the live datasets are replaced only on the rerun that
      *    finds that request APPROVED. A restore that names more
      *    datasets than one request can carry is refused; restore the
      *    whole set or fewer datasets at a time.
      *
      *    PERIODCL, BENCHHIST, and TTTAUDIT are refused while the live
      *    PERIODCL holds a month signed off after the set was taken
      *    and not since reopened: putting them back would unsign that
      *    month, or change its records under the seal, without the
      *    approved REOPEN MONCLOSE requires.
      *
      *    When SIGNJRNL itself is restored the sign-on is journalled
      *    again afterwards, and when APPROVQ or APPRJRNL is restored
      *    this restore's own request and its journal events are
      *    carried across from the live datasets, so the restore is
      *    never missing from its own evidence trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT live-file ASSIGN TO live-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS live-status.
           SELECT copy-file ASSIGN TO copy-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS copy-status.
           SELECT manifest-file ASSIGN TO manifest-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-status.
           SELECT site-file ASSIGN TO "SITEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sp-key
               FILE STATUS IS site-status.
           SELECT sol-file ASSIGN TO "TTTSOLDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sol-key
               FILE STATUS IS sol-status.
           SELECT book-file ASSIGN TO "TTTBOOK4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS book-key
               FILE STATUS IS book-status.
           SELECT hist-ctl-file ASSIGN TO "BENCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-ctl-status.
           SELECT audit-ctl-file ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-ctl-status.
           SELECT sol-ctl-file ASSIGN TO "SOLDBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sol-ctl-status.
           SELECT book-ctl-file ASSIGN TO "BOOK4CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS book-ctl-status.
           SELECT report-file ASSIGN TO "RSTREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT signon-file ASSIGN TO "SIGNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-status.
           SELECT period-file ASSIGN TO "PERIODCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS period-status.
           SELECT appr-file ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS appr-status.
           SELECT appr-jrnl-file ASSIGN TO "APPRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS appr-jrnl-status.

       DATA DIVISION.
       FILE SECTION.
       FD live-file.
       01 live-record PIC X(537).

       FD copy-file.
       01 copy-record PIC X(537).

       FD manifest-file.
       01 manifest-record PIC X(53).

       FD site-file.
       01 site-record.
           05 sp-key PIC X(8).
           05 FILLER PIC X(35).

       FD sol-file.
       01 sol-record.
           05 sol-key PIC 9(5).
           05 FILLER PIC X(7).

       FD book-file.
       01 book-record.
           05 book-key PIC 9(8).
           05 FILLER PIC X(8).
           05 book-ply PIC 9(2).

       FD hist-ctl-file.
       01 hist-ctl-record PIC X(19).

       FD audit-ctl-file.
       01 audit-ctl-record PIC X(19).

       FD sol-ctl-file.
       01 sol-ctl-record PIC X(5).

       FD book-ctl-file.
       01 book-ctl-record PIC X(30).

       FD report-file.
       01 report-record PIC X(80).

       FD oper-file.
       01 oper-record PIC X(60).

       FD signon-file.
       01 signon-record PIC X(42).

       FD period-file.
       01 period-record PIC X(107).

       FD appr-file.
       01 appr-record PIC X(105).

       FD appr-jrnl-file.
       01 appr-jrnl-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 live-status PIC X(2).
       01 copy-status PIC X(2).
       01 manifest-status PIC X(2).
       01 site-status PIC X(2).
       01 sol-status PIC X(2).
       01 book-status PIC X(2).
       01 idx-status PIC X(2).
       01 hist-ctl-status PIC X(2).
       01 audit-ctl-status PIC X(2).
       01 sol-ctl-status PIC X(2).
       01 book-ctl-status PIC X(2).
       01 report-status PIC X(2).
       01 oper-status PIC X(2).
       01 signon-status PIC X(2).
       01 period-status PIC X(2).
       01 appr-status PIC X(2).
       01 appr-jrnl-status PIC X(2).
       COPY operreg.
       COPY bkupdefs.
       COPY bkmanrec.
       COPY book4ctl.
       COPY periodcl.
       COPY apprec.

       01 dc-function PIC X VALUE 'C'.
       01 dc-action PIC X(8) VALUE "SUITERST".
       01 dc-params PIC X(30).
       01 dc-result PIC X(8).
       01 dc-reqno PIC 9(6).
       01 params-at PIC 9(2) COMP.
       01 params-full PIC 9 COMP.

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
           05 sj-program PIC X(8) VALUE "SUITERST".
           05 FILLER PIC X VALUE SPACE.
           05 sj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 sj-outcome PIC X(8).

       01 live-name PIC X(9).
       01 copy-name PIC X(18).
       01 manifest-name PIC X(16).

       01 set-reply PIC X(8) VALUE SPACES.
       01 name-reply PIC X(80) VALUE SPACES.
       01 confirm-reply PIC X VALUE SPACE.
       01 name-table.
           05 name-entry PIC X(9) OCCURS 8 TIMES.
       01 ni PIC 9(2) COMP.
       01 name-matched PIC 9 COMP.
       01 whole-set PIC 9 COMP.

      *    The manifest entry for each catalogued dataset, and
      *    whether this restore takes it.
       01 set-table.
           05 set-entry OCCURS 36 TIMES.
               10 se-listed PIC X(1).
               10 se-chosen PIC X(1).
               10 se-present PIC X(1).
               10 se-rec-len PIC 9(3) COMP.
               10 se-count PIC 9(9) COMP.
               10 se-sum PIC 9(9) COMP.
       01 di PIC 9(2) COMP.
       01 file-eof PIC 9 COMP.
       01 manifest-count PIC 9(2) COMP VALUE 0.
       01 set-stamp PIC 9(14) VALUE 0.
       01 chosen-count PIC 9(2) VALUE 0.
       01 restored-count PIC 9(2) VALUE 0.
       01 absent-count PIC 9(2) VALUE 0.
       01 bad-count PIC 9(2) VALUE 0.
       01 signjrnl-restored PIC 9 COMP VALUE 0.
       01 approvq-restored PIC 9 COMP VALUE 0.
       01 apprjrnl-restored PIC 9 COMP VALUE 0.
       01 skip-record PIC 9 COMP.

      *    The latest PERIODCL event for each month, with when a month
      *    still closed was signed off, and the earliest such month
      *    signed off after the set was taken.
       01 month-table.
           05 month-entry OCCURS 600 TIMES.
               10 mt-period PIC 9(6).
               10 mt-closed PIC 9 COMP.
               10 mt-close-stamp PIC 9(14).
       01 month-count PIC 9(3) COMP VALUE 0.
       01 mi PIC 9(3) COMP.
       01 match-i PIC 9(3) COMP.
       01 sealed-chosen PIC 9 COMP.
       01 sealed-period PIC 9(6).
       01 sealed-stamp PIC 9(14).
       01 sealed-parts REDEFINES sealed-stamp.
           05 sealed-date PIC 9(8).
           05 sealed-time PIC 9(6).

      *    This restore's own APPROVQ request and APPRJRNL events, as
      *    they stand once DualCtl has marked the request DONE.
       01 own-request PIC X(105).
       01 own-event-table.
           05 own-event PIC X(80) OCCURS 20 TIMES.
       01 own-event-count PIC 9(2) COMP VALUE 0.
       01 oi PIC 9(2) COMP.

       01 check-count PIC 9(9) COMP.
       01 check-sum PIC 9(9) COMP.
       01 loaded-count PIC 9(9) COMP.
       01 deepest-ply PIC 9(2) COMP.
       01 disp-count PIC 9(9).
       01 disp-sum PIC 9(9).
       01 disp-check-count PIC 9(9).
       01 disp-check-sum PIC 9(9).

       01 copy-area PIC X(537).
       01 chunk-at PIC 9(3) COMP.
       01 chunk-len PIC 9(3) COMP.
       01 sum-work PIC X(100).
       01 sum-len PIC 9(3) COMP.
       01 rec-sum PIC 9(9) COMP.

       01 ctl-out.
           05 ctl-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 ctl-sum PIC 9(9).
       01 sol-ctl-count PIC 9(5).

       01 report-line PIC X(80).

       01 today PIC 9(8).
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
               DISPLAY "SUITE RESTORE IS RESTRICTED TO SUPERVISOR "
                   "OPERATORS."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO set-reply
           PERFORM UNTIL set-reply NUMERIC
               DISPLAY "RESTORE FROM THE BACKUP SET OF (YYYYMMDD):"
               MOVE SPACES TO set-reply
               ACCEPT set-reply
               IF set-reply NOT NUMERIC
                   DISPLAY "INVALID DATE: ENTER AN 8-DIGIT DATE."
               END-IF
           END-PERFORM
           MOVE SPACES TO manifest-name
           STRING "BKMANIF." set-reply DELIMITED BY SIZE
               INTO manifest-name
           PERFORM load-manifest
           IF manifest-count EQUAL 0
               DISPLAY "SUITERST: NO BACKUP SET FOR " set-reply
                   " -- " manifest-name " IS MISSING OR EMPTY. "
                   "NOTHING RESTORED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "DATASETS TO RESTORE (BLANK OR ALL FOR THE WHOLE "
               "SET):"
           MOVE SPACES TO name-reply
           ACCEPT name-reply
           INSPECT name-reply CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM choose-datasets
           IF chosen-count EQUAL 0
               DISPLAY "SUITERST: NOTHING CHOSEN TO RESTORE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM check-sealed-periods
           IF sealed-period NOT EQUAL 0
               DISPLAY "SUITERST: PERIOD " sealed-period " WAS SIGNED "
                   "OFF ON " sealed-date ", AFTER THE " set-reply
                   " SET WAS TAKEN, AND HAS NOT BEEN REOPENED; "
                   "PERIODCL, BENCHHIST AND TTTAUDIT CANNOT BE "
                   "RESTORED FROM IT. REOPEN THE PERIOD IN MONCLOSE "
                   "OR LEAVE THOSE DATASETS OUT. NOTHING RESTORED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM build-approval-params
           IF params-full EQUAL 1
               DISPLAY "SUITERST: TOO MANY DATASETS NAMED FOR ONE "
                   "APPROVAL REQUEST; NAME FEWER, OR ALL FOR THE "
                   "WHOLE SET. NOTHING RESTORED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE RSTREPT, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "SUITE RESTORE FROM THE BACKUP SET OF " set-reply
               " BY " operator-id DELIMITED BY SIZE
               INTO report-line
           PERFORM write-report-line

           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               IF se-chosen(di) EQUAL 'Y'
                   PERFORM verify-backup-copy
               END-IF
           END-PERFORM
           IF bad-count GREATER THAN 0
               MOVE SPACES TO report-line
               STRING bad-count " BACKUP COPY(IES) FAILED THE "
                   "MANIFEST CHECK; NOTHING RESTORED."
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               CLOSE report-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "EVERY COPY AGREES WITH THE MANIFEST. REPLACE "
               chosen-count " LIVE DATASET(S) FROM THE " set-reply
               " SET (Y/N)?"
           MOVE SPACE TO confirm-reply
           ACCEPT confirm-reply
           IF confirm-reply NOT = 'Y' AND confirm-reply NOT = 'y'
               MOVE SPACES TO report-line
               STRING "COPIES VERIFIED; RESTORE CANCELLED AT THE "
                   "SUPERVISOR'S CHOICE. NOTHING CHANGED."
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               CLOSE report-file
               GOBACK
           END-IF

           CALL "DualCtl" USING BY REFERENCE dc-function
                                BY REFERENCE dc-action
                                BY REFERENCE dc-params
                                BY REFERENCE operator-id
                                BY REFERENCE dc-result
                                BY REFERENCE dc-reqno
               ON EXCEPTION
                   DISPLAY "DUAL-CONTROL MODULE UNAVAILABLE; "
                       "OPERATION REFUSED."
                   MOVE "NOTFILED" TO dc-result
           END-CALL
           IF dc-result NOT EQUAL "APPROVED"
               MOVE SPACES TO report-line
               STRING "NOTHING RESTORED; AWAITING APPROVAL OF "
                   dc-action " " dc-params
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               CLOSE report-file
               DISPLAY "SUITERST: NOTHING CHANGED; RERUN ONCE A SECOND "
                   "SUPERVISOR HAS APPROVED THE REQUEST."
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           MOVE SPACES TO report-line
           STRING "RESTORE CARRIED OUT UNDER APPROVED REQUEST "
               dc-reqno DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           PERFORM save-own-approval

           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               IF se-chosen(di) EQUAL 'Y'
                   PERFORM restore-one-dataset
               END-IF
           END-PERFORM
           IF approvq-restored EQUAL 1 OR apprjrnl-restored EQUAL 1
               PERFORM put-back-own-approval
           END-IF

           MOVE SPACES TO report-line
           STRING "RESTORED " restored-count " DATASET(S); "
               absent-count " ABSENT FROM THE SET AND LEFT AS THEY "
               "WERE." DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           CLOSE report-file
           IF signjrnl-restored EQUAL 1
               PERFORM journal-sign-on
           END-IF
           IF absent-count GREATER THAN 0 AND RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "SUITERST: REPORT WRITTEN TO RSTREPT."
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

      *    Takes the set's manifest entries into set-table against
      *    the catalogue; an entry for a dataset the catalogue no
      *    longer carries is passed over.
       load-manifest.
           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               MOVE 'N' TO se-listed(di)
               MOVE 'N' TO se-chosen(di)
               MOVE 'N' TO se-present(di)
               MOVE 0 TO se-rec-len(di)
               MOVE 0 TO se-count(di)
               MOVE 0 TO se-sum(di)
           END-PERFORM
           OPEN INPUT manifest-file
           IF manifest-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ manifest-file INTO manifest-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM take-manifest-entry
               END-READ
           END-PERFORM
           CLOSE manifest-file.

       take-manifest-entry.
           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               IF bd-dataset(di) EQUAL mf-dataset
                   MOVE 'Y' TO se-listed(di)
                   MOVE mf-present TO se-present(di)
                   MOVE bd-rec-len(di) TO se-rec-len(di)
                   IF mf-rec-len NUMERIC
                       MOVE mf-rec-len TO se-rec-len(di)
                   END-IF
                   IF mf-date NUMERIC AND mf-time NUMERIC
                       COMPUTE set-stamp = mf-date * 1000000 + mf-time
                   END-IF
                   IF mf-count NUMERIC
                       MOVE mf-count TO se-count(di)
                   END-IF
                   IF mf-sum NUMERIC
                       MOVE mf-sum TO se-sum(di)
                   END-IF
                   ADD 1 TO manifest-count
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Marks the datasets named in the reply, or the whole set
      *    when the reply is blank or ALL. A name not in the set
      *    refuses the restore before anything is read.
       choose-datasets.
           MOVE 0 TO chosen-count
           MOVE SPACES TO name-table
           UNSTRING name-reply DELIMITED BY ALL SPACE
               INTO name-entry(1) name-entry(2) name-entry(3)
                    name-entry(4) name-entry(5) name-entry(6)
                    name-entry(7) name-entry(8)
           END-UNSTRING
           MOVE 0 TO whole-set
           IF name-entry(1) EQUAL SPACES OR name-entry(1) EQUAL "ALL"
               MOVE 1 TO whole-set
           END-IF
           IF whole-set EQUAL 1
               PERFORM VARYING di FROM 1 BY 1
                       UNTIL di > backup-def-count
                   IF se-listed(di) EQUAL 'Y'
                       MOVE 'Y' TO se-chosen(di)
                       ADD 1 TO chosen-count
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ni FROM 1 BY 1 UNTIL ni > 8
               IF name-entry(ni) NOT EQUAL SPACES
                   MOVE 0 TO name-matched
                   PERFORM VARYING di FROM 1 BY 1
                           UNTIL di > backup-def-count
                       IF bd-dataset(di) EQUAL name-entry(ni)
                           AND se-listed(di) EQUAL 'Y'
                           MOVE 1 TO name-matched
                           IF se-chosen(di) NOT EQUAL 'Y'
                               MOVE 'Y' TO se-chosen(di)
                               ADD 1 TO chosen-count
                           END-IF
                       END-IF
                   END-PERFORM
                   IF name-matched EQUAL 0
                       DISPLAY "SUITERST: " name-entry(ni)
                           " IS NOT IN THE " set-reply " BACKUP SET; "
                           "NOTHING RESTORED."
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-PERFORM.

      *    Only PERIODCL, BENCHHIST, and TTTAUDIT carry signed-off
      *    months, so the ledger is read only when one of them is to
      *    be restored; sealed-period comes back 0 when nothing stands
      *    in the way.
       check-sealed-periods.
           MOVE 0 TO sealed-period
           MOVE 0 TO sealed-stamp
           MOVE 0 TO sealed-chosen
           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               IF se-chosen(di) EQUAL 'Y' AND se-present(di) EQUAL 'Y'
                   IF bd-dataset(di) EQUAL "PERIODCL"
                       OR bd-dataset(di) EQUAL "BENCHHIST"
                       OR bd-dataset(di) EQUAL "TTTAUDIT"
                       MOVE 1 TO sealed-chosen
                   END-IF
               END-IF
           END-PERFORM
           IF sealed-chosen EQUAL 0
               EXIT PARAGRAPH
           END-IF
           PERFORM load-period-ledger
           PERFORM VARYING mi FROM 1 BY 1 UNTIL mi > month-count
               IF mt-closed(mi) EQUAL 1
                   AND mt-close-stamp(mi) GREATER THAN set-stamp
                   IF sealed-period EQUAL 0
                       OR mt-period(mi) LESS THAN sealed-period
                       MOVE mt-period(mi) TO sealed-period
                       MOVE mt-close-stamp(mi) TO sealed-stamp
                   END-IF
               END-IF
           END-PERFORM.

      *    The latest record for each month decides its state, as in
      *    PeriodLock; no PERIODCL means nothing has been closed.
       load-period-ledger.
           MOVE 0 TO month-count
           OPEN INPUT period-file
           IF period-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ period-file INTO period-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM post-one-period-event
               END-READ
           END-PERFORM
           CLOSE period-file.

       post-one-period-event.
           MOVE 0 TO match-i
           PERFORM VARYING mi FROM 1 BY 1
               UNTIL mi > month-count OR match-i NOT EQUAL 0
               IF mt-period(mi) EQUAL pc-period
                   MOVE mi TO match-i
               END-IF
           END-PERFORM
           IF match-i EQUAL 0
               IF month-count EQUAL 600
                   DISPLAY "ERROR: MORE THAN 600 PERIODCL MONTHS; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO month-count
               MOVE month-count TO match-i
               MOVE pc-period TO mt-period(match-i)
           END-IF
           IF pc-event EQUAL "CLOSE"
               MOVE 1 TO mt-closed(match-i)
               COMPUTE mt-close-stamp(match-i) =
                   pc-date * 1000000 + pc-time
           ELSE
               MOVE 0 TO mt-closed(match-i)
           END-IF.

      *    The DualCtl parameters name exactly what this restore will
      *    replace: the set, then ALL or the chosen datasets in
      *    catalogue order, so the approved rerun must ask for the
      *    same thing. params-full comes back 1 when the names do not
      *    fit.
       build-approval-params.
           MOVE 0 TO params-full
           MOVE SPACES TO dc-params
           MOVE 1 TO params-at
           STRING "SET " set-reply DELIMITED BY SIZE
               INTO dc-params WITH POINTER params-at
           IF whole-set EQUAL 1
               STRING " ALL" DELIMITED BY SIZE
                   INTO dc-params WITH POINTER params-at
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               IF se-chosen(di) EQUAL 'Y'
                   STRING " " DELIMITED BY SIZE
                       bd-dataset(di) DELIMITED BY SPACE
                       INTO dc-params WITH POINTER params-at
                       ON OVERFLOW
                           MOVE 1 TO params-full
                   END-STRING
               END-IF
           END-PERFORM.

      *    Takes this restore's request, now marked DONE, and every
      *    journal event for it from the live APPROVQ and APPRJRNL
      *    before either can be replaced.
       save-own-approval.
           MOVE SPACES TO own-request
           MOVE 0 TO own-event-count
           OPEN INPUT appr-file
           IF appr-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ appr-file INTO appr-fields
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF ap-reqno NUMERIC
                               AND ap-reqno EQUAL dc-reqno
                               MOVE appr-fields TO own-request
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appr-file
           END-IF
           OPEN INPUT appr-jrnl-file
           IF appr-jrnl-status EQUAL "00"
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ appr-jrnl-file INTO appr-jrnl-out
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           IF aj-reqno NUMERIC
                               AND aj-reqno EQUAL dc-reqno
                               AND own-event-count LESS THAN 20
                               ADD 1 TO own-event-count
                               MOVE appr-jrnl-out
                                   TO own-event(own-event-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE appr-jrnl-file
           END-IF.

       put-back-own-approval.
           IF approvq-restored EQUAL 1 AND own-request NOT EQUAL SPACES
               OPEN EXTEND appr-file
               IF appr-status EQUAL "35"
                   OPEN OUTPUT appr-file
               END-IF
               IF appr-status NOT EQUAL "00"
                   DISPLAY "WARNING: REQUEST " dc-reqno " COULD NOT BE "
                       "PUT BACK ON APPROVQ (STATUS " appr-status ")."
               ELSE
                   MOVE own-request TO appr-record
                   WRITE appr-record
                   CLOSE appr-file
                   MOVE SPACES TO report-line
                   STRING "APPROVQ: REQUEST " dc-reqno " FOR THIS "
                       "RESTORE CARRIED ACROSS" DELIMITED BY SIZE
                       INTO report-line
                   PERFORM write-report-line
               END-IF
           END-IF
           IF apprjrnl-restored EQUAL 1
               AND own-event-count GREATER THAN 0
               OPEN EXTEND appr-jrnl-file
               IF appr-jrnl-status EQUAL "35"
                   OPEN OUTPUT appr-jrnl-file
               END-IF
               IF appr-jrnl-status NOT EQUAL "00"
                   DISPLAY "WARNING: REQUEST " dc-reqno " EVENTS COULD "
                       "NOT BE PUT BACK ON APPRJRNL (STATUS "
                       appr-jrnl-status ")."
               ELSE
                   PERFORM VARYING oi FROM 1 BY 1
                           UNTIL oi > own-event-count
                       MOVE own-event(oi) TO appr-jrnl-record
                       WRITE appr-jrnl-record
                   END-PERFORM
                   CLOSE appr-jrnl-file
                   MOVE own-event-count TO disp-count
                   MOVE SPACES TO report-line
                   STRING "APPRJRNL: " disp-count " EVENT(S) OF "
                       "REQUEST " dc-reqno " CARRIED ACROSS"
                       DELIMITED BY SIZE INTO report-line
                   PERFORM write-report-line
               END-IF
           END-IF.

      *    Recounts and re-sums the backup copy exactly as SUITEBKP
      *    took it and compares with the manifest.
       verify-backup-copy.
           IF se-present(di) NOT EQUAL 'Y'
               MOVE SPACES TO report-line
               STRING "ABSENT     " bd-dataset(di)
                   " WAS NOT PRESENT WHEN THE SET WAS TAKEN"
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           PERFORM set-copy-name
           MOVE 0 TO check-count
           MOVE 0 TO check-sum
           OPEN INPUT copy-file
           IF copy-status NOT EQUAL "00"
               ADD 1 TO bad-count
               MOVE SPACES TO report-line
               STRING "MISSING    " bd-dataset(di) " BACKUP COPY "
                   copy-name " CANNOT BE READ (STATUS " copy-status
                   ")" DELIMITED BY SIZE INTO report-line
               PERFORM write-report-line
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ copy-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       MOVE copy-record TO copy-area
                       ADD 1 TO check-count
                       PERFORM sum-copy-area
               END-READ
           END-PERFORM
           CLOSE copy-file
           MOVE se-count(di) TO disp-count
           MOVE se-sum(di) TO disp-sum
           MOVE check-count TO disp-check-count
           MOVE check-sum TO disp-check-sum
           MOVE SPACES TO report-line
           IF check-count EQUAL se-count(di)
               AND check-sum EQUAL se-sum(di)
               STRING "VERIFIED   " bd-dataset(di) " " disp-count
                   " RECORDS, CHECKSUM " disp-sum
                   DELIMITED BY SIZE INTO report-line
           ELSE
               ADD 1 TO bad-count
               STRING "MISMATCH   " bd-dataset(di) " COPY "
                   disp-check-count "/" disp-check-sum " MANIFEST "
                   disp-count "/" disp-sum
                   DELIMITED BY SIZE INTO report-line
           END-IF
           PERFORM write-report-line.

       restore-one-dataset.
           IF se-present(di) NOT EQUAL 'Y'
               ADD 1 TO absent-count
               EXIT PARAGRAPH
           END-IF
           PERFORM set-copy-name
           OPEN INPUT copy-file
           IF copy-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT REOPEN " copy-name ", STATUS "
                   copy-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO loaded-count
           MOVE 0 TO deepest-ply
           IF bd-kind(di) EQUAL 'I'
               PERFORM reload-indexed
           ELSE
               PERFORM reload-sequential
           END-IF
           CLOSE copy-file
           ADD 1 TO restored-count
           MOVE loaded-count TO disp-count
           MOVE SPACES TO report-line
           STRING "RESTORED   " bd-dataset(di) " " disp-count
               " RECORDS FROM " copy-name
               DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           PERFORM rebuild-control
           IF bd-dataset(di) EQUAL "SIGNJRNL"
               MOVE 1 TO signjrnl-restored
           END-IF
           IF bd-dataset(di) EQUAL "APPROVQ"
               MOVE 1 TO approvq-restored
           END-IF
           IF bd-dataset(di) EQUAL "APPRJRNL"
               MOVE 1 TO apprjrnl-restored
           END-IF.

       reload-sequential.
           MOVE bd-dataset(di) TO live-name
           OPEN OUTPUT live-file
           IF live-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT REPLACE " live-name ", STATUS "
                   live-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ copy-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM check-own-approval
                       IF skip-record EQUAL 0
                           MOVE copy-record TO live-record
                           WRITE live-record
                           ADD 1 TO loaded-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE live-file.

      *    This restore's own request is put back whole from the live
      *    datasets afterwards (put-back-own-approval), so whatever the
      *    set holds of it -- a request filed before the set was taken
      *    -- is not restored; a set's APPROVED copy must never become
      *    a second use of the approval.
       check-own-approval.
           MOVE 0 TO skip-record
           IF bd-dataset(di) EQUAL "APPROVQ"
               MOVE copy-record TO appr-fields
               IF ap-reqno NUMERIC AND ap-reqno EQUAL dc-reqno
                   MOVE 1 TO skip-record
               END-IF
           END-IF
           IF bd-dataset(di) EQUAL "APPRJRNL"
               MOVE copy-record TO appr-jrnl-out
               IF aj-reqno NUMERIC AND aj-reqno EQUAL dc-reqno
                   MOVE 1 TO skip-record
               END-IF
           END-IF.

      *    The copy is in key order, so the indexed dataset is
      *    reloaded by sequential writes; a key out of order means
      *    the copy is not what SUITEBKP wrote.
       reload-indexed.
           EVALUATE bd-dataset(di)
               WHEN "SITEPARM"
                   OPEN OUTPUT site-file
                   MOVE site-status TO idx-status
               WHEN "TTTSOLDB"
                   OPEN OUTPUT sol-file
                   MOVE sol-status TO idx-status
               WHEN "TTTBOOK4"
                   OPEN OUTPUT book-file
                   MOVE book-status TO idx-status
               WHEN OTHER
                   DISPLAY "ERROR: NO INDEXED FILE DEFINED FOR "
                       bd-dataset(di) "; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF idx-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT REPLACE " bd-dataset(di)
                   ", STATUS " idx-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ copy-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       PERFORM write-indexed-record
                       ADD 1 TO loaded-count
               END-READ
           END-PERFORM
           EVALUATE bd-dataset(di)
               WHEN "SITEPARM"
                   CLOSE site-file
               WHEN "TTTSOLDB"
                   CLOSE sol-file
               WHEN "TTTBOOK4"
                   CLOSE book-file
           END-EVALUATE.

       write-indexed-record.
           EVALUATE bd-dataset(di)
               WHEN "SITEPARM"
                   MOVE copy-record TO site-record
                   WRITE site-record
                       INVALID KEY
                           PERFORM abort-key-sequence
                   END-WRITE
               WHEN "TTTSOLDB"
                   MOVE copy-record TO sol-record
                   WRITE sol-record
                       INVALID KEY
                           PERFORM abort-key-sequence
                   END-WRITE
               WHEN "TTTBOOK4"
                   MOVE copy-record TO book-record
                   WRITE book-record
                       INVALID KEY
                           PERFORM abort-key-sequence
                   END-WRITE
                   IF book-ply NUMERIC
                       AND book-ply GREATER THAN deepest-ply
                       MOVE book-ply TO deepest-ply
                   END-IF
           END-EVALUATE.

       abort-key-sequence.
           DISPLAY "ERROR: " copy-name " IS OUT OF KEY ORDER AT "
               "RECORD " loaded-count "; " bd-dataset(di)
               " IS INCOMPLETE; ABORTING."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Rewrites the control sidecar that balances the dataset
      *    just restored, from the counts the copy was verified to.
       rebuild-control.
           EVALUATE bd-dataset(di)
               WHEN "BENCHHIST"
                   MOVE se-count(di) TO ctl-count
                   MOVE se-sum(di) TO ctl-sum
                   OPEN OUTPUT hist-ctl-file
                   IF hist-ctl-status NOT EQUAL "00"
                       PERFORM abort-control-write
                   END-IF
                   MOVE ctl-out TO hist-ctl-record
                   WRITE hist-ctl-record
                   CLOSE hist-ctl-file
                   MOVE "BENCHCTL REBUILT FOR BENCHHIST" TO report-line
                   PERFORM write-report-line
               WHEN "TTTAUDIT"
                   MOVE se-count(di) TO ctl-count
                   MOVE se-sum(di) TO ctl-sum
                   OPEN OUTPUT audit-ctl-file
                   IF audit-ctl-status NOT EQUAL "00"
                       PERFORM abort-control-write
                   END-IF
                   MOVE ctl-out TO audit-ctl-record
                   WRITE audit-ctl-record
                   CLOSE audit-ctl-file
                   MOVE "AUDITCTL REBUILT FOR TTTAUDIT" TO report-line
                   PERFORM write-report-line
               WHEN "TTTSOLDB"
                   MOVE loaded-count TO sol-ctl-count
                   OPEN OUTPUT sol-ctl-file
                   IF sol-ctl-status NOT EQUAL "00"
                       PERFORM abort-control-write
                   END-IF
                   MOVE sol-ctl-count TO sol-ctl-record
                   WRITE sol-ctl-record
                   CLOSE sol-ctl-file
                   MOVE "SOLDBCTL REBUILT FOR TTTSOLDB" TO report-line
                   PERFORM write-report-line
               WHEN "TTTBOOK4"
                   MOVE loaded-count TO bc-count
                   MOVE deepest-ply TO bc-depth
                   MOVE 'B' TO bc-status
                   MOVE set-reply TO bc-build-date
                   MOVE 0 TO bc-vfy-date
                   OPEN OUTPUT book-ctl-file
                   IF book-ctl-status NOT EQUAL "00"
                       PERFORM abort-control-write
                   END-IF
                   MOVE book-ctl-fields TO book-ctl-record
                   WRITE book-ctl-record
                   CLOSE book-ctl-file
                   MOVE SPACES TO report-line
                   STRING "BOOK4CTL REBUILT FOR TTTBOOK4 AS BUILT, "
                       "NOT VERIFIED -- RUN BOOK4VFY"
                       DELIMITED BY SIZE INTO report-line
                   PERFORM write-report-line
           END-EVALUATE.

       abort-control-write.
           DISPLAY "ERROR: CANNOT REWRITE THE CONTROL RECORD FOR "
               bd-dataset(di) "; ITS VERIFIER WILL NOT BALANCE "
               "UNTIL IT IS REBUILT; ABORTING."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       set-copy-name.
           MOVE SPACES TO copy-name
           STRING bd-dataset(di) DELIMITED BY SPACE
               "." set-reply DELIMITED BY SIZE
               INTO copy-name.

      *    RecSum takes at most 100 bytes at a time; the record is
      *    summed in pieces over the record length the manifest gives,
      *    as SUITEBKP summed it -- a set taken before a record was
      *    widened still proves out at its own width.
       sum-copy-area.
           MOVE 1 TO chunk-at
           PERFORM UNTIL chunk-at > se-rec-len(di)
               COMPUTE chunk-len = se-rec-len(di) - chunk-at + 1
               IF chunk-len GREATER THAN 100
                   MOVE 100 TO chunk-len
               END-IF
               MOVE SPACES TO sum-work
               MOVE copy-area(chunk-at:chunk-len) TO sum-work
               MOVE chunk-len TO sum-len
               PERFORM call-recsum
               COMPUTE check-sum =
                   FUNCTION MOD(check-sum + rec-sum, 1000000000)
               ADD chunk-len TO chunk-at
           END-PERFORM.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record
           DISPLAY report-line.

       call-recsum.
           CALL "RecSum" USING BY REFERENCE sum-work
                               BY REFERENCE sum-len
                               BY REFERENCE rec-sum
               ON EXCEPTION
                   DISPLAY "ERROR: RECSUM MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

       END PROGRAM SUITERST.
