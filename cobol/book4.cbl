       IDENTIFICATION DIVISION.
       PROGRAM-ID. Book4.

      *    Zero-search lookup against the TTTBOOK4 4x4 opening book
      *    BOOK4BLD builds, the 4x4 counterpart of SolDB: the same
      *    parameters, the same canonicalize-read-translate steps,
      *    and the same rule that a miss of any kind reports found 0
      *    so the caller searches. The book holds every canonical
      *    position up to the depth it was built to, so a position
      *    deeper than that is simply not found. The book is used
      *    only while its BOOK4CTL control record says BOOK4VFY
      *    passed it ('V'); an unverified or failed build is left
      *    alone for the whole run. Not RECURSIVE, so the dataset
      *    stays open across CALLs within a run, as SolDB's does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT book-file ASSIGN TO "TTTBOOK4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS book-key
               FILE STATUS IS book-status.
           SELECT book-ctl-file ASSIGN TO "BOOK4CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS book-ctl-status.

       DATA DIVISION.
       FILE SECTION.
       FD book-file.
       01 book-record.
           05 book-key PIC 9(8).
           05 FILLER PIC X.
           05 book-value PIC S9 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 book-r PIC 9.
           05 FILLER PIC X.
           05 book-c PIC 9.
           05 FILLER PIC X.
           05 book-ply PIC 9(2).

       FD book-ctl-file.
       01 book-ctl-record PIC X(30).

       WORKING-STORAGE SECTION.
       01 book-status PIC X(2).
       01 book-ctl-status PIC X(2).
       COPY book4ctl.
      *    0 = not tried yet, 1 = open, 2 = unavailable this run.
       01 db-state PIC 9 COMP VALUE 0.

       LOCAL-STORAGE SECTION.
       01 canon-op PIC X(1).
       01 transform-id PIC 9 COMP.
       01 canon-state.
           05 canon-board-size PIC 9 COMP.
           05 canon-on-move PIC S9 COMP.
           05 canon-board.
               10 canon-b-row OCCURS 4 TIMES.
                   15 canon-b-elem PIC S9 COMP OCCURS 4 TIMES.
       01 xform-r-in PIC 9 COMP.
       01 xform-c-in PIC 9 COMP.
       01 xform-r-out PIC 9 COMP.
       01 xform-c-out PIC 9 COMP.
       01 canon-idx PIC 9(9) COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.

       LINKAGE SECTION.
       COPY state.
       01 out-value PIC S9 COMP.
       01 out-r PIC 9 COMP.
       01 out-c PIC 9 COMP.
       01 found PIC 9 COMP.

       PROCEDURE DIVISION USING
         BY REFERENCE state
         BY REFERENCE out-value
         BY REFERENCE out-r
         BY REFERENCE out-c
         BY REFERENCE found.

           MOVE 0 TO found
           IF board-size NOT EQUAL 4
               GOBACK
           END-IF
           IF db-state EQUAL 0
               PERFORM open-book
           END-IF
           IF db-state EQUAL 2
               GOBACK
           END-IF

           MOVE 'C' TO canon-op
           CALL "Canonicalize" USING
             BY REFERENCE state
             BY REFERENCE canon-op
             BY REFERENCE transform-id
             BY REFERENCE canon-state
             BY REFERENCE xform-r-in
             BY REFERENCE xform-c-in
             BY REFERENCE xform-r-out
             BY REFERENCE xform-c-out
               ON EXCEPTION
                   DISPLAY "ERROR: CANONICALIZE MODULE CALL FAILED; "
                       "ABORTING RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL

      *    TTTSOLVE's keying carried to sixteen cells: base-3 over
      *    the cells row-major (digit = value + 1), X to move in the
      *    low half, O to move offset by 43046721, one-origin.
           MOVE 0 TO canon-idx
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   COMPUTE canon-idx =
                       canon-idx * 3 + canon-b-elem(r, c) + 1
               END-PERFORM
           END-PERFORM
           IF canon-on-move EQUAL -1
               ADD 43046721 TO canon-idx
           END-IF
           ADD 1 TO canon-idx

           MOVE canon-idx TO book-key
           READ book-file
           IF book-status NOT EQUAL "00"
               GOBACK
           END-IF

           MOVE book-value TO out-value
           MOVE 0 TO out-r
           MOVE 0 TO out-c
           IF book-r NOT EQUAL 0
               MOVE 'I' TO canon-op
               MOVE book-r TO xform-r-in
               MOVE book-c TO xform-c-in
               CALL "Canonicalize" USING
                 BY REFERENCE state
                 BY REFERENCE canon-op
                 BY REFERENCE transform-id
                 BY REFERENCE canon-state
                 BY REFERENCE xform-r-in
                 BY REFERENCE xform-c-in
                 BY REFERENCE xform-r-out
                 BY REFERENCE xform-c-out
                   ON EXCEPTION
                       DISPLAY "ERROR: CANONICALIZE MODULE CALL "
                           "FAILED; ABORTING RUN."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-CALL
               MOVE xform-r-out TO out-r
               MOVE xform-c-out TO out-c
           END-IF
           MOVE 1 TO found
           GOBACK.

      *    The control record is checked once per run; without a
      *    verified build the book counts as absent.
       open-book.
           MOVE 2 TO db-state
           OPEN INPUT book-ctl-file
           IF book-ctl-status NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO bc-status
           READ book-ctl-file INTO book-ctl-fields
               AT END
                   MOVE SPACE TO bc-status
           END-READ
           CLOSE book-ctl-file
           IF bc-status NOT EQUAL 'V'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT book-file
           IF book-status EQUAL "00"
               MOVE 1 TO db-state
           END-IF.

       END PROGRAM Book4.
