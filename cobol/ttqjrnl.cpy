      *    One QUEUEJRNL record: every TTQMNT change to a scoring-
      *    queue request, appended against its request number and
      *    never rewritten. qj-action is CANCEL, HOLD, RELEASE, or
      *    PRIORITY; the old and new status and priority show
      *    exactly what changed. TTQRPT reads the RELEASE records so
      *    time a request spent on hold is not charged to the
      *    drain's turnaround.
       01 queue-jrnl-fields.
           05 qj-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 qj-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 qj-reqno PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 qj-action PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 qj-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 qj-old-status PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 qj-new-status PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 qj-old-priority PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 qj-new-priority PIC 9.
