      *    sits, so readers treat any lh-size other than '3'/'4' as
      *    the old layout -- size 3, full strength, and the result
      *    taken from its old position via log-header-old below.
      *    lh-operator is the OPERREG ID signed on to PLAY for the
      *    game; headers written before PLAY signed on carry blanks
      *    there, and such games belong to no operator, as do the
      *    vendor games PLAYXIMP loads (whose moves all carry zero
      *    values and node counts, like human moves).
       01 log-header-rec.
           05 lh-type PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 lh-depth PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 lh-result PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 lh-operator PIC X(8).
      *    The pre-size/strength header layout: everything through
      *    lh-human is unchanged, and the result sits where lh-size
      *    now starts.
