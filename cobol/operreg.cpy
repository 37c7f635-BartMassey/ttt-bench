      *    run for an ID that isn't registered and active). Roles:
      *    'S' supervisor (may run the reconcile mode and resume
      *    another operator's checkpoint), 'A' analyst (everything
      *    else), 'B' batch -- the designated ID a TTTPARM control
      *    card must name, since a card run has nobody to type a
      *    PIN; TTT refuses a card naming any other ID, and a batch
      *    ID has no supervisor rights and is refused at every
      *    console sign-on. op-active is 'Y' or 'N' -- operators are
      *    deactivated, never deleted, so old audit records keep a
      *    registry entry to resolve against.
      *    The PIN is held only in PinHash's protected form;
      *    op-pin-hash is spaces until a PIN is first set.
      *    op-pin-fails counts consecutive wrong PINs, op-locked is
      *    'Y' once they reach the PINTRIES site parameter (only a
      *    supervisor reset in OPERMNT clears it), and op-pin-date
      *    is the day the PIN was last chosen -- zero for a PIN a
      *    supervisor set, which must be changed at the next
      *    sign-on. Records written before PINs existed are 33
      *    bytes and read with these fields blank.
       01 oper-fields.
           05 op-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 op-role PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 op-active PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 op-pin-hash PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 op-pin-fails PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 op-locked PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 op-pin-date PIC 9(8).
