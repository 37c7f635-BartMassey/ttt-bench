      *    One CERTLDGR certification-ledger record, appended by
      *    CERTEVAL the run an operator first meets the trainee
      *    standard and never rewritten; OPERMNT lists the date. It
      *    carries the evidence the pass rested on -- the best run
      *    of consecutive full-strength draws as X and as O, and the
      *    best qualifying quiz percentage -- beside the standard in
      *    force that day (CERTDRAW and CERTQUIZ), so a later change
      *    to the standard does not blur what was required.
       01 cert-fields.
           05 ce-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ce-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ce-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ce-x-run PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ce-o-run PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ce-quiz-pct PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ce-draws-req PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 ce-quiz-req PIC 9(3).
