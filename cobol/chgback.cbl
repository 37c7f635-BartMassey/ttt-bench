       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

      *    Monthly engine-time chargeback. For one calendar month it
      *    totals run count, nodes searched, and elapsed centiseconds
      *    per party and algorithm from the two places engine work is
      *    recorded:
      *
      *      BENCHHIST  every measured run, charged to the operator
      *                 in its run-id; a result written before run-
      *                 ids existed is charged to the au-operator of
      *                 its TTTAUDIT partner (same date and algorithm,
      *                 time within 5 seconds -- the BENCHXTR pairing).
      *      TTTQUEUE   every request TTQDRAIN finished (DONE) in the
      *                 month, charged to its q-requestor as NegaMax
      *                 work. The queue carries no engine timing, so
      *                 queue lines are priced on nodes and runs only.
      *
      *    Totals are priced from the CHGRATE rate table -- one record
      *    per algorithm giving the price per million nodes, per
      *    elapsed minute, and per run, with algorithm "**" as the
      *    default for any algorithm not listed. The statement goes
      *    to CHGREPT, and CHGFEED carries the same lines for the
      *    finance feed in the CAPFEED convention: an 'H' header with
      *    the month, one 'D' detail per party and algorithm, and a
      *    'T' trailer with the detail count and summed charge the
      *    receiving system balances against.
      *
      *    A run whose operator or requestor is not a registered
      *    OPERREG entry (deactivated entries still count -- they
      *    exist so old work resolves) is not charged to anyone: it
      *    is listed on the CHGEXCP exceptions page with the reason,
      *    and the job ends with a warning return code, so nothing
      *    drops out of the chargeback silently.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN TO "BENCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-status.
           SELECT audit-file ASSIGN TO "TTTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-status.
           SELECT queue-file ASSIGN TO "TTTQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS queue-status.
           SELECT oper-file ASSIGN TO "OPERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oper-status.
           SELECT rate-file ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-status.
           SELECT report-file ASSIGN TO "CHGREPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.
           SELECT feed-file ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feed-status.
           SELECT except-file ASSIGN TO "CHGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS except-status.

       DATA DIVISION.
       FILE SECTION.
       FD hist-file.
       01 hist-record PIC X(74).

       FD audit-file.
       01 audit-record PIC X(95).

       FD queue-file.
       01 queue-record PIC X(131).

       FD oper-file.
       01 oper-record PIC X(60).

       FD rate-file.
       01 rate-record PIC X(26).

       FD report-file.
       01 report-record PIC X(80).

       FD feed-file.
       01 feed-record PIC X(70).

       FD except-file.
       01 except-record PIC X(80).

       WORKING-STORAGE SECTION.
       01 hist-status PIC X(2).
       01 audit-status PIC X(2).
       01 queue-status PIC X(2).
       01 oper-status PIC X(2).
       01 rate-status PIC X(2).
       01 report-status PIC X(2).
       01 feed-status PIC X(2).
       01 except-status PIC X(2).
       COPY operreg.
       COPY ttqrec.

       01 hist-in.
           05 h-date PIC 9(8).
           05 FILLER PIC X.
           05 h-time PIC 9(6).
           05 h-time-parts REDEFINES h-time.
               10 h-hh PIC 9(2).
               10 h-mm PIC 9(2).
               10 h-ss PIC 9(2).
           05 FILLER PIC X.
           05 h-algo PIC X(2).
           05 FILLER PIC X.
           05 h-n PIC 9(9).
           05 FILLER PIC X.
           05 h-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 h-nodes PIC 9(9).
           05 FILLER PIC X.
           05 h-elapsed-cs PIC 9(9).
           05 FILLER PIC X.
           05 h-runid.
               10 hr-date PIC X(8).
               10 hr-time PIC X(6).
               10 hr-oper PIC X(8).

       01 audit-in.
           05 au-date PIC 9(8).
           05 FILLER PIC X.
           05 au-time PIC 9(6).
           05 au-time-parts REDEFINES au-time.
               10 au-hh PIC 9(2).
               10 au-mm PIC 9(2).
               10 au-ss PIC 9(2).
           05 FILLER PIC X.
           05 au-operator PIC X(8).
           05 FILLER PIC X.
           05 au-n PIC 9(9).
           05 FILLER PIC X.
           05 au-on-move PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 au-algo PIC X(2).
           05 FILLER PIC X.
           05 au-result PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 au-mismatch-count PIC 9(9).
           05 FILLER PIC X.
           05 au-size PIC 9.
           05 FILLER PIC X.
           05 au-notation PIC X(16).
           05 FILLER PIC X.
           05 au-runid PIC X(22).

      *    The month's audit records that predate run-ids, tabled
      *    only so legacy results can find their operator.
       01 audit-table.
           05 audit-entry OCCURS 2000 TIMES.
               10 ae-record PIC X(95).
               10 ae-matched PIC 9 COMP.
       01 audit-count PIC 9(4) COMP VALUE 0.
       01 ai PIC 9(4) COMP.
       01 match-i PIC 9(4) COMP.
       01 h-seconds PIC 9(6) COMP.
       01 au-seconds PIC 9(6) COMP.
       01 time-gap PIC S9(6) COMP.
       01 overflow-count PIC 9(9) COMP VALUE 0.

       01 oper-table.
           05 oper-entry OCCURS 300 TIMES.
               10 ot-id PIC X(8).
               10 ot-name PIC X(20).
       01 oper-count PIC 9(3) COMP VALUE 0.
       01 oi PIC 9(3) COMP.
       01 oper-found PIC 9(3) COMP.

       01 rate-in.
           05 rt-algo PIC X(2).
           05 FILLER PIC X.
           05 rt-mnode-rate PIC 9(5)V99.
           05 FILLER PIC X.
           05 rt-minute-rate PIC 9(5)V99.
           05 FILLER PIC X.
           05 rt-run-rate PIC 9(5)V99.
       01 rate-table.
           05 rate-entry OCCURS 20 TIMES.
               10 ra-algo PIC X(2).
               10 ra-mnode-rate PIC 9(5)V99.
               10 ra-minute-rate PIC 9(5)V99.
               10 ra-run-rate PIC 9(5)V99.
       01 rate-count PIC 9(2) COMP VALUE 0.
       01 rti PIC 9(2) COMP.
       01 rate-slot PIC 9(2) COMP.
       01 unpriced-count PIC 9(9) COMP VALUE 0.

      *    One bucket per party and algorithm, kept in key order
      *    (party type, party ID, algorithm) as it is built so the
      *    statement prints grouped without a sort step. Party type
      *    'O' is a BENCHHIST operator, 'R' a queue requestor.
       01 charge-table.
           05 charge-entry OCCURS 500 TIMES.
               10 cg-key.
                   15 cg-type PIC X(1).
                   15 cg-party PIC X(8).
                   15 cg-algo PIC X(2).
               10 cg-runs PIC 9(9) COMP.
               10 cg-nodes PIC 9(12) COMP.
               10 cg-cs PIC 9(12) COMP.
               10 cg-charge PIC 9(9)V99 COMP.
       01 charge-count PIC 9(3) COMP VALUE 0.
       01 ci PIC 9(3) COMP.
       01 cslot PIC 9(3) COMP.
       01 want-key.
           05 wk-type PIC X(1).
           05 wk-party PIC X(8).
           05 wk-algo PIC X(2).
       01 want-nodes PIC 9(9).
       01 want-cs PIC 9(9).

       01 file-eof PIC 9 COMP.
       01 charge-month PIC 9(6).
       01 charge-month-parts REDEFINES charge-month.
           05 cm-year PIC 9(4).
           05 cm-month PIC 9(2).
       01 month-reply PIC X(6) VALUE SPACES.
       01 today PIC 9(8).
       01 today-parts REDEFINES today.
           05 td-year PIC 9(4).
           05 td-month PIC 9(2).
           05 td-day PIC 9(2).

       01 hist-charged PIC 9(9) COMP VALUE 0.
       01 queue-charged PIC 9(9) COMP VALUE 0.
       01 except-count PIC 9(9) COMP VALUE 0.
       01 except-nodes PIC 9(12) COMP VALUE 0.
       01 except-reason PIC X(26).
       01 except-source PIC X(5).
       01 except-when PIC X(15).

       01 party-runs PIC 9(9) COMP.
       01 party-nodes PIC 9(12) COMP.
       01 party-cs PIC 9(12) COMP.
       01 party-charge PIC 9(9)V99 COMP.
       01 grand-charge PIC 9(11)V99 COMP VALUE 0.
       01 grand-runs PIC 9(9) COMP VALUE 0.
       01 detail-count PIC 9(9) COMP VALUE 0.
       01 prior-type PIC X(1).
       01 prior-party PIC X(8).

       01 report-line PIC X(80).
       01 disp-a PIC ZZZZZZZZ9.
       01 party-head.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ph-kind PIC X(10).
           05 ph-party PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ph-name PIC X(20).
       01 charge-line.
           05 FILLER PIC X(6) VALUE SPACES.
           05 cl-algo PIC X(2).
           05 FILLER PIC X(6) VALUE "  RUNS".
           05 cl-runs PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE "  NODES".
           05 cl-nodes PIC ZZZZZZZZZZZ9.
           05 FILLER PIC X(4) VALUE "  CS".
           05 cl-cs PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 cl-charge PIC ZZZ,ZZZ,ZZ9.99.
       01 total-line.
           05 FILLER PIC X(6) VALUE SPACES.
           05 tl-label PIC X(33).
           05 FILLER PIC X(14) VALUE SPACES.
           05 tl-charge PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 except-line.
           05 el-source PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 el-when PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 el-algo PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 el-party PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 el-nodes PIC ZZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 el-reason PIC X(26).

       01 feed-header.
           05 FILLER PIC X(2) VALUE "H ".
           05 fh-month PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE "TTTCHG".
       01 feed-detail.
           05 FILLER PIC X(2) VALUE "D ".
           05 fd-month PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 fd-type PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 fd-party PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 fd-algo PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 fd-runs PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 fd-nodes PIC 9(12).
           05 FILLER PIC X VALUE SPACE.
           05 fd-cs PIC 9(12).
           05 FILLER PIC X VALUE SPACE.
           05 fd-charge PIC 9(9)V99.
       01 feed-trailer.
           05 FILLER PIC X(2) VALUE "T ".
           05 ft-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 ft-charge PIC 9(11)V99.

       PROCEDURE DIVISION.
           MOVE 0 TO charge-count
           MOVE 0 TO except-count
           MOVE 0 TO except-nodes
           MOVE 0 TO grand-charge
           MOVE 0 TO grand-runs
           MOVE 0 TO detail-count
           MOVE 0 TO hist-charged
           MOVE 0 TO queue-charged
           MOVE 0 TO unpriced-count
           MOVE 0 TO overflow-count

           ACCEPT today FROM DATE YYYYMMDD
           IF td-month EQUAL 1
               COMPUTE cm-year = td-year - 1
               MOVE 12 TO cm-month
           ELSE
               MOVE td-year TO cm-year
               COMPUTE cm-month = td-month - 1
           END-IF
           DISPLAY "CHARGEBACK MONTH (YYYYMM, BLANK = LAST MONTH):"
           MOVE SPACES TO month-reply
           ACCEPT month-reply
           IF month-reply NOT EQUAL SPACES
               IF month-reply NUMERIC
                   AND month-reply(5:2) GREATER THAN "00"
                   AND month-reply(5:2) LESS THAN "13"
                   MOVE month-reply TO charge-month
               ELSE
                   DISPLAY "MONTH MUST BE YYYYMM; USING "
                       charge-month "."
               END-IF
           END-IF

           PERFORM load-registry
           PERFORM load-rate-table

           OPEN OUTPUT except-file
           IF except-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CHGEXCP, STATUS "
                   except-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "CHARGEBACK EXCEPTIONS -- RUNS NOT ATTRIBUTABLE TO "
               "OPERREG, MONTH " charge-month
               DELIMITED BY SIZE INTO report-line
           PERFORM write-except-line
           MOVE SPACES TO report-line
           PERFORM write-except-line
           MOVE "FROM  DATE/TIME       AL PARTY        NODES REASON"
               TO report-line
           PERFORM write-except-line

           PERFORM load-legacy-audit-records
           PERFORM charge-history-runs
           PERFORM charge-queue-requests

           IF except-count EQUAL 0
               MOVE "  NONE -- EVERY RUN IS ATTRIBUTED." TO report-line
               PERFORM write-except-line
           ELSE
               MOVE SPACES TO report-line
               PERFORM write-except-line
               MOVE SPACES TO report-line
               MOVE except-count TO disp-a
               STRING "UNATTRIBUTED RUNS: " disp-a
                   DELIMITED BY SIZE INTO report-line
               PERFORM write-except-line
           END-IF
           CLOSE except-file

           PERFORM price-charge-table
           PERFORM write-statement
           PERFORM write-finance-feed

           DISPLAY "CHGBACK: MONTH " charge-month ", " hist-charged
               " HISTORY RUN(S) AND " queue-charged
               " QUEUE REQUEST(S) CHARGED, " except-count
               " UNATTRIBUTED."
           IF overflow-count GREATER THAN 0
               DISPLAY "CHGBACK: AUDIT TABLE FULL -- " overflow-count
                   " LEGACY AUDIT RECORD(S) NOT TABLED; THEIR RUNS "
                   "ARE ON THE EXCEPTIONS PAGE."
           END-IF
           IF unpriced-count GREATER THAN 0
               DISPLAY "CHGBACK: " unpriced-count " BUCKET(S) HAD NO "
                   "CHGRATE ENTRY AND NO ** DEFAULT; CHARGED AT ZERO."
           END-IF
           IF except-count GREATER THAN 0
               OR unpriced-count GREATER THAN 0
               IF RETURN-CODE LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *    Every registered ID, active or not.
       load-registry.
           MOVE 0 TO oper-count
           OPEN INPUT oper-file
           IF oper-status NOT EQUAL "00"
               DISPLAY "CHGBACK: OPERREG NOT AVAILABLE; EVERY RUN "
                   "WILL BE AN EXCEPTION."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ oper-file INTO oper-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF oper-count EQUAL 300
                           DISPLAY "ERROR: MORE THAN 300 REGISTERED "
                               "OPERATORS; ABORTING."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO oper-count
                       MOVE op-id TO ot-id(oper-count)
                       MOVE op-name TO ot-name(oper-count)
               END-READ
           END-PERFORM
           CLOSE oper-file.

       load-rate-table.
           MOVE 0 TO rate-count
           OPEN INPUT rate-file
           IF rate-status NOT EQUAL "00"
               DISPLAY "CHGBACK: NO CHGRATE RATE TABLE; EVERY BUCKET "
                   "IS CHARGED AT ZERO."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ rate-file INTO rate-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF rt-mnode-rate NUMERIC
                           AND rt-minute-rate NUMERIC
                           AND rt-run-rate NUMERIC
                           IF rate-count EQUAL 20
                               DISPLAY "ERROR: MORE THAN 20 CHGRATE "
                                   "ENTRIES; ABORTING."
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO rate-count
                           MOVE rt-algo TO ra-algo(rate-count)
                           MOVE rt-mnode-rate
                               TO ra-mnode-rate(rate-count)
                           MOVE rt-minute-rate
                               TO ra-minute-rate(rate-count)
                           MOVE rt-run-rate TO ra-run-rate(rate-count)
                       ELSE
                           DISPLAY "CHGBACK: CHGRATE RECORD FOR "
                               rt-algo " IS NOT NUMERIC; IGNORED."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE rate-file.

       load-legacy-audit-records.
           OPEN INPUT audit-file
           IF audit-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ audit-file INTO audit-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF au-date(1:6) EQUAL charge-month
                           AND au-runid EQUAL SPACES
                           AND (au-algo EQUAL "NM" OR au-algo EQUAL
                               "AB" OR au-algo EQUAL "PA")
                           IF audit-count EQUAL 2000
                               ADD 1 TO overflow-count
                           ELSE
                               ADD 1 TO audit-count
                               MOVE audit-in TO ae-record(audit-count)
                               MOVE 0 TO ae-matched(audit-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE audit-file.

       charge-history-runs.
           OPEN INPUT hist-file
           IF hist-status NOT EQUAL "00"
               DISPLAY "CHGBACK: NO BENCHHIST; NO MEASURED RUNS TO "
                   "CHARGE."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ hist-file INTO hist-in
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF h-date NUMERIC
                           AND h-date(1:6) EQUAL charge-month
                           PERFORM charge-one-history-run
                       END-IF
               END-READ
           END-PERFORM
           CLOSE hist-file.

       charge-one-history-run.
           MOVE "HIST" TO except-source
           MOVE SPACES TO except-when
           STRING h-date " " h-time DELIMITED BY SIZE
               INTO except-when
           MOVE h-nodes TO want-nodes
           MOVE h-elapsed-cs TO want-cs
           MOVE "O" TO wk-type
           MOVE h-algo TO wk-algo
           IF hr-oper NOT EQUAL SPACES
               MOVE hr-oper TO wk-party
           ELSE
               PERFORM find-legacy-operator
               IF match-i EQUAL 0
                   MOVE SPACES TO wk-party
                   MOVE "NO RUN-ID OR AUDIT PARTNER" TO except-reason
                   PERFORM post-exception
                   EXIT PARAGRAPH
               END-IF
               MOVE ae-record(match-i) TO audit-in
               MOVE au-operator TO wk-party
           END-IF
           PERFORM check-registered
           IF oper-found EQUAL 0
               MOVE "NOT REGISTERED IN OPERREG" TO except-reason
               PERFORM post-exception
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO hist-charged
           PERFORM post-to-bucket.

      *    Same pairing BENCHXTR and BENCHRCN use for records from
      *    before run-ids: date and algorithm, time within 5 seconds,
      *    each audit record claimed once.
       find-legacy-operator.
           MOVE 0 TO match-i
           COMPUTE h-seconds = h-hh * 3600 + h-mm * 60 + h-ss
           PERFORM VARYING ai FROM 1 BY 1
               UNTIL ai > audit-count OR match-i NOT EQUAL 0
               IF ae-matched(ai) EQUAL 0
                   MOVE ae-record(ai) TO audit-in
                   IF au-date EQUAL h-date AND au-algo EQUAL h-algo
                       COMPUTE au-seconds =
                           au-hh * 3600 + au-mm * 60 + au-ss
                       COMPUTE time-gap = au-seconds - h-seconds
                       IF time-gap GREATER THAN -6
                           AND time-gap LESS THAN 6
                           MOVE ai TO match-i
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF match-i NOT EQUAL 0
               MOVE 1 TO ae-matched(match-i)
           END-IF.

      *    Only work TTQDRAIN finished in the month is chargeable;
      *    NEW and FAILED requests used no engine time.
       charge-queue-requests.
           OPEN INPUT queue-file
           IF queue-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ queue-file INTO queue-fields
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       IF q-status EQUAL "DONE"
                           AND q-done-date NUMERIC
                           AND q-done-date(1:6) EQUAL charge-month
                           PERFORM charge-one-request
                       END-IF
               END-READ
           END-PERFORM
           CLOSE queue-file.

       charge-one-request.
           MOVE "QUEUE" TO except-source
           MOVE SPACES TO except-when
           STRING q-done-date " " q-done-time DELIMITED BY SIZE
               INTO except-when
           MOVE q-nodes TO want-nodes
           MOVE 0 TO want-cs
           MOVE "R" TO wk-type
           MOVE q-requestor TO wk-party
           MOVE "NM" TO wk-algo
           PERFORM check-registered
           IF oper-found EQUAL 0
               MOVE "NOT REGISTERED IN OPERREG" TO except-reason
               PERFORM post-exception
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO queue-charged
           PERFORM post-to-bucket.

      *    Leaves the registry slot of wk-party in oper-found, or
      *    zero when it is not registered.
       check-registered.
           MOVE 0 TO oper-found
           IF wk-party EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING oi FROM 1 BY 1
               UNTIL oi > oper-count OR oper-found NOT EQUAL 0
               IF ot-id(oi) EQUAL wk-party
                   MOVE oi TO oper-found
               END-IF
           END-PERFORM.

       post-exception.
           ADD 1 TO except-count
           ADD want-nodes TO except-nodes
           MOVE except-source TO el-source
           MOVE except-when TO el-when
           MOVE wk-algo TO el-algo
           IF wk-party EQUAL SPACES
               MOVE "(NONE)" TO el-party
           ELSE
               MOVE wk-party TO el-party
           END-IF
           MOVE want-nodes TO el-nodes
           MOVE except-reason TO el-reason
           MOVE except-line TO report-line
           PERFORM write-except-line.

      *    Finds or inserts the bucket for want-key, keeping the
      *    table in key order.
       post-to-bucket.
           MOVE 0 TO cslot
           PERFORM VARYING ci FROM 1 BY 1
               UNTIL ci > charge-count OR cslot NOT EQUAL 0
               IF cg-key(ci) NOT LESS THAN want-key
                   MOVE ci TO cslot
               END-IF
           END-PERFORM
           IF cslot EQUAL 0 OR cg-key(cslot) NOT EQUAL want-key
               IF charge-count EQUAL 500
                   DISPLAY "ERROR: MORE THAN 500 CHARGEBACK BUCKETS; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF cslot EQUAL 0
                   COMPUTE cslot = charge-count + 1
               ELSE
                   PERFORM VARYING ci FROM charge-count BY -1
                       UNTIL ci < cslot
                       MOVE charge-entry(ci) TO charge-entry(ci + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO charge-count
               MOVE want-key TO cg-key(cslot)
               MOVE 0 TO cg-runs(cslot)
               MOVE 0 TO cg-nodes(cslot)
               MOVE 0 TO cg-cs(cslot)
               MOVE 0 TO cg-charge(cslot)
           END-IF
           ADD 1 TO cg-runs(cslot)
           ADD want-nodes TO cg-nodes(cslot)
           ADD want-cs TO cg-cs(cslot).

      *    Price per million nodes, per elapsed minute (6000
      *    centiseconds), and per run, rounded to the cent.
       price-charge-table.
           PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > charge-count
               MOVE 0 TO rate-slot
               PERFORM VARYING rti FROM 1 BY 1 UNTIL rti > rate-count
                   IF ra-algo(rti) EQUAL cg-algo(ci)
                       MOVE rti TO rate-slot
                   END-IF
               END-PERFORM
               IF rate-slot EQUAL 0
                   PERFORM VARYING rti FROM 1 BY 1
                       UNTIL rti > rate-count
                       IF ra-algo(rti) EQUAL "**"
                           MOVE rti TO rate-slot
                       END-IF
                   END-PERFORM
               END-IF
               IF rate-slot EQUAL 0
                   ADD 1 TO unpriced-count
                   MOVE 0 TO cg-charge(ci)
               ELSE
                   COMPUTE cg-charge(ci) ROUNDED =
                       cg-nodes(ci) * ra-mnode-rate(rate-slot)
                           / 1000000
                       + cg-cs(ci) * ra-minute-rate(rate-slot) / 6000
                       + cg-runs(ci) * ra-run-rate(rate-slot)
               END-IF
           END-PERFORM.

       write-statement.
           OPEN OUTPUT report-file
           IF report-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CHGREPT, STATUS "
                   report-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO report-line
           STRING "ENGINE-TIME CHARGEBACK STATEMENT, MONTH "
               charge-month DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line
           IF charge-count EQUAL 0
               MOVE "  NO CHARGEABLE RUNS IN THE MONTH." TO report-line
               PERFORM write-report-line
           END-IF

           MOVE SPACES TO prior-type
           MOVE SPACES TO prior-party
           PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > charge-count
               IF cg-type(ci) NOT EQUAL prior-type
                   OR cg-party(ci) NOT EQUAL prior-party
                   IF prior-party NOT EQUAL SPACES
                       PERFORM write-party-total
                   END-IF
                   PERFORM write-party-head
               END-IF
               MOVE cg-algo(ci) TO cl-algo
               MOVE cg-runs(ci) TO cl-runs
               MOVE cg-nodes(ci) TO cl-nodes
               MOVE cg-cs(ci) TO cl-cs
               MOVE cg-charge(ci) TO cl-charge
               MOVE charge-line TO report-line
               PERFORM write-report-line
               ADD cg-runs(ci) TO party-runs
               ADD cg-charge(ci) TO party-charge
               ADD cg-runs(ci) TO grand-runs
               ADD cg-charge(ci) TO grand-charge
           END-PERFORM
           IF prior-party NOT EQUAL SPACES
               PERFORM write-party-total
           END-IF

           MOVE "TOTAL CHARGED, ALL PARTIES" TO tl-label
           MOVE grand-charge TO tl-charge
           MOVE total-line TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           MOVE except-count TO disp-a
           STRING "UNATTRIBUTED RUNS NOT CHARGED: " disp-a
               " (SEE CHGEXCP)" DELIMITED BY SIZE INTO report-line
           PERFORM write-report-line
           CLOSE report-file.

       write-party-head.
           MOVE cg-type(ci) TO prior-type
           MOVE cg-party(ci) TO prior-party
           MOVE 0 TO party-runs
           MOVE 0 TO party-charge
           IF cg-type(ci) EQUAL "O"
               MOVE "OPERATOR  " TO ph-kind
           ELSE
               MOVE "REQUESTOR " TO ph-kind
           END-IF
           MOVE cg-party(ci) TO ph-party
           MOVE cg-party(ci) TO wk-party
           PERFORM check-registered
           MOVE SPACES TO ph-name
           IF oper-found NOT EQUAL 0
               MOVE ot-name(oper-found) TO ph-name
           END-IF
           MOVE party-head TO report-line
           PERFORM write-report-line.

       write-party-total.
           MOVE SPACES TO tl-label
           STRING "TOTAL FOR " prior-party DELIMITED BY SIZE
               INTO tl-label
           MOVE party-charge TO tl-charge
           MOVE total-line TO report-line
           PERFORM write-report-line
           MOVE SPACES TO report-line
           PERFORM write-report-line.

       write-finance-feed.
           OPEN OUTPUT feed-file
           IF feed-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN CHGFEED, STATUS "
                   feed-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE charge-month TO fh-month
           MOVE feed-header TO feed-record
           WRITE feed-record
           PERFORM VARYING ci FROM 1 BY 1 UNTIL ci > charge-count
               MOVE charge-month TO fd-month
               MOVE cg-type(ci) TO fd-type
               MOVE cg-party(ci) TO fd-party
               MOVE cg-algo(ci) TO fd-algo
               MOVE cg-runs(ci) TO fd-runs
               MOVE cg-nodes(ci) TO fd-nodes
               MOVE cg-cs(ci) TO fd-cs
               MOVE cg-charge(ci) TO fd-charge
               MOVE feed-detail TO feed-record
               WRITE feed-record
               ADD 1 TO detail-count
           END-PERFORM
           MOVE detail-count TO ft-count
           MOVE grand-charge TO ft-charge
           MOVE feed-trailer TO feed-record
           WRITE feed-record
           CLOSE feed-file.

       write-report-line.
           MOVE report-line TO report-record
           WRITE report-record.

       write-except-line.
           MOVE report-line TO except-record
           WRITE except-record.

       END PROGRAM CHGBACK.
