      *    One ENGCERTS engine-certificate record, appended by ENGCERT
      *    after every full sweep of TTTSOLDB and never rewritten: the
      *    date and time of the sweep, the supervisor who signed it
      *    off, how many database positions were swept, and for each
      *    engine (NM NegaMax, AB NegaMaxAB, PA NegaMaxPar, DL
      *    NegaMaxDL at full depth) how many positions it passed and
      *    whether it passed them all ('Y' certified, 'N' not). The
      *    latest record naming an engine certified is the sign-off
      *    an engine change needs before it goes live.
       01 engcert-fields.
           05 ec-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ec-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ec-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ec-positions PIC 9(5).
           05 ec-engine-entry OCCURS 4 TIMES.
               10 FILLER PIC X.
               10 ec-engine PIC X(2).
               10 FILLER PIC X.
               10 ec-pass PIC 9(5).
               10 FILLER PIC X.
               10 ec-certified PIC X(1).
