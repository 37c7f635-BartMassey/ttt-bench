      *    One STRLADDR strength-ladder record per player STRLADDR
      *    calibrates, the whole dataset rewritten by each run: the
      *    random-move player ('RN'), NegaMaxDL at each depth PLAY
      *    offers ('01'-'08'), and full-strength NegaMax ('FL'). Each
      *    carries its games and win/draw/loss counts and rates
      *    against the whole field, its rating (a performance rating
      *    anchored so the random-move player rates 1000), the date
      *    and games per side the ladder was played at, and the DLSig
      *    fingerprint of the NegaMaxDL static scoring it was played
      *    with -- PLAY only shows ratings whose fingerprint matches
      *    the scoring in use. Ratings are from 3x3 play.
       01 ladder-fields.
           05 ld-level PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 ld-games PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ld-wins PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ld-draws PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ld-losses PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ld-win-pct PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ld-draw-pct PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ld-loss-pct PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ld-rating PIC S9(4) SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 ld-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ld-games-per PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ld-signature PIC 9(9).
