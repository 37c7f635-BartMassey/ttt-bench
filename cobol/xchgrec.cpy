      *    PLAYLOG interchange format, written by PLAYXEXP for the
      *    training vendor and read back by PLAYXIMP from them. Plain
      *    text, one record per line, every field fixed-width and
      *    separated by one space:
      *      H  file header -- the literal PLAYXCHG, the date the file
      *         was written, and the first and last game dates it
      *         covers (00000000/99999999 when not limited);
      *      G  one per game -- a game number (the sender's own), the
      *         date and time played, the X and O players, the board
      *         size (3 or 4), the engine strength (00 = full-strength
      *         search, 01-08 = search depth limit), and the result
      *         (X-WINS, O-WINS, or DRAW);
      *      M  one per move, in order -- move number, side (X or O),
      *         and the row and column played, both counted from 1;
      *      E  end of game -- the game number again and its move
      *         count;
      *      T  file trailer -- the number of games, the number of
      *         H/G/M/E records, and a checksum: the sum, modulo one
      *         billion, of the character ordinals (the character
      *         code plus one) of every record before the trailer,
      *         each taken as its 54 bytes padded with spaces (the
      *         RecSum rule).
      *    The engine's side is named ENGINE; the other player is
      *    the operator who played it, or HUMAN when the game was
      *    played before PLAY signed operators on. Vendor games with
      *    no ENGINE side are loaded with the human on X.
       01 xchg-header.
           05 xh-type PIC X(1) VALUE "H".
           05 FILLER PIC X VALUE SPACE.
           05 xh-tag PIC X(8) VALUE "PLAYXCHG".
           05 FILLER PIC X VALUE SPACE.
           05 xh-written PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 xh-from PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 xh-to PIC 9(8).
       01 xchg-game.
           05 xg-type PIC X(1) VALUE "G".
           05 FILLER PIC X VALUE SPACE.
           05 xg-game PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 xg-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 xg-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 xg-x-player PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 xg-o-player PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 xg-size PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 xg-strength PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 xg-result PIC X(6).
       01 xchg-move.
           05 xm-type PIC X(1) VALUE "M".
           05 FILLER PIC X VALUE SPACE.
           05 xm-move PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 xm-side PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 xm-r PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 xm-c PIC 9.
       01 xchg-end.
           05 xe-type PIC X(1) VALUE "E".
           05 FILLER PIC X VALUE SPACE.
           05 xe-game PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 xe-moves PIC 9(2).
       01 xchg-trailer.
           05 xt-type PIC X(1) VALUE "T".
           05 FILLER PIC X VALUE SPACE.
           05 xt-games PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 xt-records PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 xt-checksum PIC 9(9).
