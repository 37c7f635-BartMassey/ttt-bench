      *    The one-record BOOK4CTL control sidecar for the TTTBOOK4
      *    4x4 opening book, in the SOLDBCTL convention: BOOK4BLD
      *    writes the record count and the depth in plies it built
      *    to, with bc-status 'B' (built, not yet verified); BOOK4VFY
      *    reconciles the book against it and sets 'V' (verified) or
      *    'F' (failed) with the date. Book4 answers from the book
      *    only while bc-status is 'V', so a build nobody has checked
      *    -- or one that failed its check -- is never used.
       01 book-ctl-fields.
           05 bc-count PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 bc-depth PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 bc-status PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 bc-build-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 bc-vfy-date PIC 9(8).
