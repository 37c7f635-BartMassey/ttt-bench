      *    One BKMANIF.yyyymmdd manifest record per catalogued dataset
      *    (bkupdefs.cpy) in the backup set SUITEBKP takes that day:
      *    when the set was taken, the dataset and its organization,
      *    whether it existed to be copied ('Y'/'N'), and the record
      *    count and additive checksum of the copy, taken exactly as
      *    BENCHCTL is kept -- the RecSum of every record over the
      *    dataset's record length, summed modulo one billion.
      *    SUITERST recounts each copy against these before it will
      *    restore anything.
       01 manifest-fields.
           05 mf-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 mf-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 mf-dataset PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 mf-kind PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 mf-present PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 mf-rec-len PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 mf-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 mf-sum PIC 9(9).
