       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLSig.

      *    Fingerprint of NegaMaxDL's static scoring, so a strength
      *    ladder calibrated against one version of the scoring can
      *    tell it is looking at another. A fixed set of undecided
      *    probe positions, on both board sizes, is scored by
      *    NegaMaxDL at depth 0 -- which is nothing but its static
      *    judgment -- and the scores are folded into one number,
      *    each weighted by its probe's place in the list. STRLADDR
      *    stores the fingerprint with the ladder it writes and PLAY
      *    recomputes it before showing the ladder's ratings, so any
      *    change to the scoring weights or the threat rules shows
      *    up as a stale ladder until the calibration is rerun.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY state.

       01 probe-table.
           05 FILLER PIC X(16) VALUE "X........".
           05 FILLER PIC X(16) VALUE ".X.......".
           05 FILLER PIC X(16) VALUE "....X....".
           05 FILLER PIC X(16) VALUE "X...O....".
           05 FILLER PIC X(16) VALUE "XX..O....".
           05 FILLER PIC X(16) VALUE "X.O.X....".
           05 FILLER PIC X(16) VALUE "XO..X..O.".
           05 FILLER PIC X(16) VALUE ".O.XX.O..".
           05 FILLER PIC X(16) VALUE "X...............".
           05 FILLER PIC X(16) VALUE ".....X..........".
           05 FILLER PIC X(16) VALUE "XX..O...O.......".
           05 FILLER PIC X(16) VALUE "X..O.XO...X.....".
       01 probe-entries REDEFINES probe-table.
           05 probe-notation PIC X(16) OCCURS 12 TIMES.
       01 pi PIC 9(2) COMP.

       01 note-op PIC X(1) VALUE 'U'.
       01 note-ok PIC 9 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 x-marks PIC 9(2) COMP.
       01 o-marks PIC 9(2) COMP.
       01 probe-depth PIC 9(2) COMP VALUE 0.
       01 probe-v PIC S9(3) COMP.
       01 probe-nodes PIC 9(9) COMP.
       01 probe-r PIC 9 COMP.
       01 probe-c PIC 9 COMP.

       LINKAGE SECTION.
       01 dl-signature PIC 9(9) COMP.

       PROCEDURE DIVISION USING
         BY REFERENCE dl-signature.

           MOVE 0 TO dl-signature
           PERFORM VARYING pi FROM 1 BY 1 UNTIL pi > 12
               PERFORM score-one-probe
           END-PERFORM
           GOBACK.

      *    The board size comes from the probe's length, and the side
      *    to move from its mark counts (X moves first).
       score-one-probe.
           IF probe-notation(pi)(10:1) EQUAL SPACE
               MOVE 3 TO board-size
           ELSE
               MOVE 4 TO board-size
           END-IF
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 4
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 4
                   MOVE 0 TO b-elem(r, c)
               END-PERFORM
           END-PERFORM
           CALL "BoardNote" USING BY REFERENCE state
                                  BY REFERENCE note-op
                                  BY REFERENCE probe-notation(pi)
                                  BY REFERENCE note-ok
               ON EXCEPTION
                   DISPLAY "ERROR: BOARDNOTE MODULE CALL FAILED; "
                       "ABORTING RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           MOVE 0 TO x-marks
           MOVE 0 TO o-marks
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > board-size
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > board-size
                   EVALUATE b-elem(r, c)
                       WHEN 1
                           ADD 1 TO x-marks
                       WHEN -1
                           ADD 1 TO o-marks
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           IF x-marks GREATER THAN o-marks
               MOVE -1 TO on-move
           ELSE
               MOVE 1 TO on-move
           END-IF
           MOVE 0 TO probe-nodes
           CALL "NegaMaxDL" USING BY REFERENCE state
                                  BY REFERENCE probe-v
                                  BY REFERENCE probe-nodes
                                  BY REFERENCE probe-depth
                                  BY REFERENCE probe-r
                                  BY REFERENCE probe-c
               ON EXCEPTION
                   DISPLAY "ERROR: NEGAMAXDL MODULE CALL FAILED; "
                       "ABORTING RUN."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL
           COMPUTE dl-signature =
               dl-signature + pi * (probe-v + 500).

       END PROGRAM DLSig.
