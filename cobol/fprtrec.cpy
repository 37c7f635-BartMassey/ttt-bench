      *    One BATTFPRT battery fingerprint record per (battery
      *    version, position name): the value and node count a cold-
      *    cache NegaMax search of that reference position is
      *    approved to return, with the date of the approval and the
      *    supervisor who gave it. The search is deterministic, so
      *    every battery line TTT writes must repeat these exactly
      *    until an engine change is accepted; TTT checks each line
      *    against them and BATTFPRT is the only writer.
       01 fprt-fields.
           05 fp-version PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 fp-name PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 fp-size PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 fp-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 fp-nodes PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 fp-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 fp-by PIC X(8).
