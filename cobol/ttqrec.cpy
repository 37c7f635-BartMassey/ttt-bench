      *    its own board size (3 or 4) and a full 4x4 cell block --
      *    cells beyond q-size stay 0 -- so a 4x4 request flows from
      *    submit through drain to inquiry without anything assuming
      *    nine cells. q-status is NEW, DONE, or FAILED, or -- set by
      *    TTQMNT -- HELD (kept back from the drain until released)
      *    or CANCEL (withdrawn for good). q-priority runs 1 (most
      *    urgent) to 9; TTQSUB queues at 5, and a record written
      *    before the field existed reads blank and is treated as 5.
      *    q-batch carries the batch ID of a TTQBULK file submission
      *    (spaces for a console TTQSUB request). q-deliv-date is the
      *    day TTQDLVR wrote a DONE result to the requestor's
      *    outbound file: 0 until then. A record written before
      *    delivery existed reads blank and is not delivered as it
      *    stands; TTQDRAIN sets it to 0 when it drains the request,
      *    so it becomes eligible for delivery once drained.
       01 queue-fields.
           05 q-reqno PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 q-done-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 q-done-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 q-priority PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 q-batch PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 q-deliv-date PIC 9(8).
