      *    One QUIZRSLT record: a trainee's PUZQUIZ session, appended
      *    and never rewritten. qr-operator is the OPERREG ID the
      *    trainee signed on with; qr-asked and qr-correct give the
      *    score and qr-pct the whole-number percentage.
       01 quiz-result-fields.
           05 qr-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 qr-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 qr-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 qr-asked PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 qr-correct PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 qr-pct PIC 9(3).
