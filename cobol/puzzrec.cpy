      *    One PUZZLES record: a position where a human player's move
      *    in a PLAYLOG game lost value against the solution
      *    database, written by PUZZGEN and drilled by PUZQUIZ. The
      *    position is held in its canonical orientation (the same
      *    reduction TTCache and TTTSOLVE use), so a mistake made in
      *    any rotation or reflection counts as the same puzzle.
      *    pz-value is what the side to move gets with best play;
      *    pz-answers lists every move that keeps it, as row/column
      *    digit pairs with spaces after the last. pz-count is how
      *    many times the mistake was made; PUZZGEN numbers the
      *    puzzles most frequent first.
       01 puzzle-fields.
           05 pz-number PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 pz-size PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 pz-notation PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 pz-to-move PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 pz-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 pz-answers PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 pz-count PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 pz-last-game PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 pz-last-date PIC 9(8).
