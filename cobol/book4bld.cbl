       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK4BLD.

      *    Builder for the TTTBOOK4 4x4 opening book. The 4x4 game is
      *    far too large to enumerate the way TTTSOLVE enumerates
      *    3x3, but the early game is where every 4x4 request starts
      *    and where a full search costs most, so this job solves
      *    every canonical position reachable in the first N plies
      *    (N asked for at the console) with NegaMax and stores its
      *    value and best move, keyed exactly as Book4 looks them
      *    up. PLAY, TTQDRAIN, DECKBLD, and TTTANLZ then answer any
      *    of those positions without searching.
      *
      *    Positions are generated a ply at a time from the empty
      *    board: every position stored at ply p that is not already
      *    decided has each legal move played, the child reduced to
      *    its canonical orientation (so each family of rotations
      *    and reflections is solved once), and -- when the book
      *    does not hold it yet -- solved, stored, and queued for
      *    the next ply. The positions of the ply being expanded sit
      *    in the BOOKFRNT work dataset and the next ply's collect
      *    in BOOKNEXT, which is copied over BOOKFRNT between plies.
      *    The solves share NegaMax's transposition cache across the
      *    run, so the empty board costs the most and the rest
      *    mostly come from the cache.
      *
      *    The BOOK4CTL control record (book4ctl.cpy) is written
      *    with status 'B' and a count of zero before TTTBOOK4 is
      *    recreated, so a build that stops partway never leaves an
      *    earlier build's 'V' standing over a partial book, and is
      *    rewritten at the end with the final count, still 'B': the
      *    book is not used until BOOK4VFY has checked it and marked
      *    it verified.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT book-file ASSIGN TO "TTTBOOK4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS book-key
               FILE STATUS IS book-status.
           SELECT book-ctl-file ASSIGN TO "BOOK4CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS book-ctl-status.
           SELECT frontier-file ASSIGN TO "BOOKFRNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS frontier-status.
           SELECT next-file ASSIGN TO "BOOKNEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS next-status.

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

       FD frontier-file.
       01 frontier-record PIC 9(8).

       FD next-file.
       01 next-record PIC 9(8).

       WORKING-STORAGE SECTION.
       01 book-status PIC X(2).
       01 book-ctl-status PIC X(2).
       01 frontier-status PIC X(2).
       01 next-status PIC X(2).
       COPY state.
       COPY book4ctl.

       01 number-reply PIC X(5) VALUE SPACES.
       01 reply-ok PIC 9 COMP.
       01 reply-value PIC 9(9) COMP.
       01 reply-digits PIC 9 COMP.
       01 reply-char PIC X.
       01 reply-digit PIC 9.
       01 rx PIC 9 COMP.

       01 book-depth PIC 9(2) VALUE 4.
       01 ply PIC 9(2) COMP.
       01 child-ply PIC 9(2) COMP.
       01 file-eof PIC 9 COMP.
       01 stored-count PIC 9(7) COMP VALUE 0.
       01 ply-count PIC 9(7) COMP.
       01 disp-count PIC 9(7).
       01 disp-ply PIC 9(2).

       01 key-work PIC 9(9) COMP.
       01 cell-digit PIC 9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 mr PIC 9 COMP.
       01 mc PIC 9 COMP.
       01 game-v PIC S9 COMP.

       01 parent-state.
           05 parent-board-size PIC 9 COMP.
           05 parent-on-move PIC S9 COMP.
           05 parent-board.
               10 parent-row OCCURS 4 TIMES.
                   15 parent-elem PIC S9 COMP OCCURS 4 TIMES.

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

       01 v PIC S9 COMP.
       01 call-nodes PIC 9(9) COMP.
       01 best-r PIC 9 COMP.
       01 best-c PIC 9 COMP.

       PROCEDURE DIVISION.
           MOVE 0 TO stored-count
           MOVE 0 TO reply-ok
           PERFORM UNTIL reply-ok EQUAL 1
               DISPLAY "BOOK DEPTH IN PLIES (0-16, BLANK = 4):"
               MOVE SPACES TO number-reply
               ACCEPT number-reply
               IF number-reply EQUAL SPACES
                   MOVE 4 TO book-depth
                   MOVE 1 TO reply-ok
               ELSE
                   PERFORM parse-number-reply
                   IF reply-ok EQUAL 1 AND reply-value > 16
                       MOVE 0 TO reply-ok
                   END-IF
                   IF reply-ok EQUAL 1
                       MOVE reply-value TO book-depth
                   ELSE
                       DISPLAY "INVALID REPLY: ENTER A NUMBER OF "
                           "PLIES FROM 0 TO 16."
                   END-IF
               END-IF
           END-PERFORM

           ACCEPT bc-build-date FROM DATE YYYYMMDD
           MOVE 0 TO bc-count
           MOVE book-depth TO bc-depth
           MOVE 'B' TO bc-status
           MOVE 0 TO bc-vfy-date
           PERFORM write-book-control

      *    Creating the book empty, then reopening it for update, so
      *    each new child can be looked up before it is solved.
           OPEN OUTPUT book-file
           IF book-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE TTTBOOK4, STATUS "
                   book-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE book-file
           OPEN I-O book-file
           IF book-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN TTTBOOK4 FOR UPDATE, "
                   "STATUS " book-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 4 TO board-size
           MOVE 1 TO on-move
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           MOVE state TO canon-state
           MOVE 0 TO child-ply
           OPEN OUTPUT next-file
           IF next-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE WORK FILE BOOKNEXT, "
                   "STATUS " next-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM store-canon-position
           CLOSE next-file
           PERFORM promote-next-ply
           DISPLAY "BOOK4BLD: PLY 00 -- 0000001 POSITION(S) STORED."

           PERFORM VARYING ply FROM 0 BY 1 UNTIL ply NOT LESS THAN
               book-depth
               COMPUTE child-ply = ply + 1
               MOVE 0 TO ply-count
               OPEN INPUT frontier-file
               IF frontier-status NOT EQUAL "00"
                   DISPLAY "ERROR: CANNOT OPEN WORK FILE BOOKFRNT, "
                       "STATUS " frontier-status "; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT next-file
               IF next-status NOT EQUAL "00"
                   DISPLAY "ERROR: CANNOT CREATE WORK FILE BOOKNEXT, "
                       "STATUS " next-status "; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO file-eof
               PERFORM UNTIL file-eof EQUAL 1
                   READ frontier-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           PERFORM expand-one-position
                   END-READ
               END-PERFORM
               CLOSE frontier-file
               CLOSE next-file
               PERFORM promote-next-ply
               MOVE child-ply TO disp-ply
               MOVE ply-count TO disp-count
               DISPLAY "BOOK4BLD: PLY " disp-ply " -- " disp-count
                   " POSITION(S) STORED."
           END-PERFORM
           CLOSE book-file

           MOVE stored-count TO bc-count
           PERFORM write-book-control

           MOVE stored-count TO disp-count
           DISPLAY "BOOK4BLD: " disp-count " CANONICAL POSITION(S) "
               "TO PLY " book-depth " SOLVED AND STORED; RUN BOOK4VFY "
               "BEFORE THE BOOK IS USED."
           GOBACK.

       write-book-control.
           OPEN OUTPUT book-ctl-file
           IF book-ctl-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT WRITE BOOK4CTL, STATUS "
                   book-ctl-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE book-ctl-fields TO book-ctl-record
           WRITE book-ctl-record
           CLOSE book-ctl-file.

      *    Accepts leading digits followed only by spaces, leaving
      *    the number in reply-value and reply-ok saying whether
      *    the reply parsed at all.
       parse-number-reply.
           MOVE 1 TO reply-ok
           MOVE 0 TO reply-value
           MOVE 0 TO reply-digits
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > 5
               MOVE number-reply(rx:1) TO reply-char
               EVALUATE TRUE
                   WHEN reply-char NUMERIC
                       IF reply-digits LESS THAN rx - 1
      *                    A digit after a space is not a number.
                           MOVE 0 TO reply-ok
                       END-IF
                       MOVE reply-char TO reply-digit
                       COMPUTE reply-value =
                           reply-value * 10 + reply-digit
                       MOVE rx TO reply-digits
                   WHEN reply-char EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO reply-ok
               END-EVALUATE
           END-PERFORM
           IF reply-digits EQUAL 0
               MOVE 0 TO reply-ok
           END-IF.

      *    Decided positions are stored but never expanded: nothing
      *    follows a win or a full board.
       expand-one-position.
           MOVE frontier-record TO key-work
           PERFORM decode-key
           CALL "GameValue" USING BY REFERENCE state
                                  BY REFERENCE game-v
               ON EXCEPTION
                   DISPLAY "ERROR: GAMEVALUE MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           IF game-v NOT EQUAL -2
               EXIT PARAGRAPH
           END-IF
           MOVE state TO parent-state
           PERFORM VARYING mr FROM 1 BY 1 UNTIL mr > 4
               PERFORM VARYING mc FROM 1 BY 1 UNTIL mc > 4
                   IF parent-elem(mr, mc) EQUAL 0
                       MOVE parent-state TO state
                       MOVE on-move TO b-elem(mr, mc)
                       COMPUTE on-move = 0 - on-move
                       PERFORM consider-child
                   END-IF
               END-PERFORM
           END-PERFORM.

       consider-child.
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
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           PERFORM compute-canon-idx
           MOVE canon-idx TO book-key
           READ book-file
               INVALID KEY
                   PERFORM store-canon-position
                   ADD 1 TO ply-count
           END-READ.

      *    Solve the canonical orientation itself, so the stored best
      *    move is already in canonical coordinates, as TTTSOLVE
      *    stores them; the key goes on BOOKNEXT for expansion.
       store-canon-position.
           PERFORM compute-canon-idx
           MOVE 0 TO call-nodes
           CALL "NegaMax" USING BY REFERENCE canon-state
                                BY REFERENCE v
                                BY REFERENCE call-nodes
                                BY REFERENCE best-r
                                BY REFERENCE best-c
               ON EXCEPTION
                   DISPLAY "ERROR: NEGAMAX MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           MOVE SPACES TO book-record
           MOVE canon-idx TO book-key
           MOVE v TO book-value
           MOVE best-r TO book-r
           MOVE best-c TO book-c
           MOVE child-ply TO book-ply
           WRITE book-record
           IF book-status NOT EQUAL "00"
               DISPLAY "ERROR: WRITE TO TTTBOOK4 FAILED AT KEY "
                   book-key ", STATUS " book-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO stored-count
           MOVE canon-idx TO next-record
           WRITE next-record.

      *    The next ply's positions become the ones to expand.
       promote-next-ply.
           OPEN INPUT next-file
           IF next-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT OPEN WORK FILE BOOKNEXT, "
                   "STATUS " next-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT frontier-file
           IF frontier-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE WORK FILE BOOKFRNT, "
                   "STATUS " frontier-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ next-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       MOVE next-record TO frontier-record
                       WRITE frontier-record
               END-READ
           END-PERFORM
           CLOSE next-file
           CLOSE frontier-file.

      *    Book4's keying: base-3 over the sixteen cells row-major
      *    (digit = value + 1), X to move in the low half, O to move
      *    offset by 43046721, one-origin.
       compute-canon-idx.
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
           ADD 1 TO canon-idx.

      *    The same keying run backwards into state.
       decode-key.
           MOVE 4 TO board-size
           SUBTRACT 1 FROM key-work
           IF key-work NOT LESS THAN 43046721
               MOVE -1 TO on-move
               SUBTRACT 43046721 FROM key-work
           ELSE
               MOVE 1 TO on-move
           END-IF
           PERFORM VARYING r FROM 4 BY -1 UNTIL r < 1
               PERFORM VARYING c FROM 4 BY -1 UNTIL c < 1
                   COMPUTE cell-digit = FUNCTION MOD(key-work, 3)
                   COMPUTE key-work = key-work / 3
                   COMPUTE b-elem(r, c) = cell-digit - 1
               END-PERFORM
           END-PERFORM.

       END PROGRAM BOOK4BLD.
