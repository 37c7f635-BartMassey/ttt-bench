      *    reply at once, play moves for either side, and step
      *    backward and forward freely through the line being
      *    explored. Answers come from the TTTSOLDB solution
      *    database (or, on 4x4, the TTTBOOK4 opening book) when
      *    it holds the position and from a NegaMax search
      *    otherwise, so a deck mismatch or a lost training game can
      *    be picked apart here instead of rekeying boards into
      *    TTT's one-position-per-invocation lookup mode.
               ON EXCEPTION
                   MOVE 0 TO sol-found
           END-CALL
           MOVE "DB" TO reply-source
           IF sol-found EQUAL 0 AND board-size EQUAL 4
               MOVE "BOOK" TO reply-source
               CALL "Book4" USING BY REFERENCE state
                                  BY REFERENCE sol-v
                                  BY REFERENCE sol-r
                                  BY REFERENCE sol-c
                                  BY REFERENCE sol-found
                   ON EXCEPTION
                       MOVE 0 TO sol-found
               END-CALL
           END-IF
           IF sol-found EQUAL 1
               COMPUTE reply-v = 0 - sol-v
           ELSE
               MOVE 0 TO call-nodes
               CALL "NegaMax" USING BY REFERENCE state
