       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITEBKP.

      *    Suite-wide backup: copies every dataset in the backup
      *    catalogue (bkupdefs.cpy) to a backup set dated today --
      *    BENCHHIST to BENCHHIST.yyyymmdd and so on, the naming
      *    BENCHARC uses for its archives -- and writes the set's
      *    BKMANIF.yyyymmdd manifest with each dataset's record count
      *    and additive checksum in the BENCHCTL convention, so
      *    SUITERST can prove a copy intact before restoring it.
      *    BENCHARC protects the two history files against growth;
      *    this protects the whole suite against a bad night, a
      *    queue drain gone wrong, or a hand edit. Indexed datasets
      *    are copied out in key order to sequential copies.
      *
      *    A dataset not present tonight is entered in the manifest
      *    as absent rather than failing the run. The manifest is
      *    emptied first and written only after the last copy is
      *    complete, so a set cut short never carries a manifest that
      *    claims more than it holds; a rerun on the same day simply
      *    replaces the set. No prompts: TTTNIGHT runs this as the
      *    first step of the nightly chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Live datasets and their copies are assigned by data name,
      *    as BENCHARC's archives are, since one pass walks the
      *    whole catalogue.
           SELECT live-file ASSIGN TO live-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS live-status.
           SELECT copy-file ASSIGN TO copy-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS copy-status.
           SELECT manifest-file ASSIGN TO manifest-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-status.
           SELECT site-file ASSIGN TO "SITEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sp-key
               FILE STATUS IS site-status.
           SELECT sol-file ASSIGN TO "TTTSOLDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sol-key
               FILE STATUS IS sol-status.
           SELECT book-file ASSIGN TO "TTTBOOK4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS book-key
               FILE STATUS IS book-status.

       DATA DIVISION.
       FILE SECTION.
       FD live-file.
       01 live-record PIC X(537).

       FD copy-file.
       01 copy-record PIC X(537).

       FD manifest-file.
       01 manifest-record PIC X(53).

       FD site-file.
       01 site-record.
           05 sp-key PIC X(8).
           05 FILLER PIC X(35).

       FD sol-file.
       01 sol-record.
           05 sol-key PIC 9(5).
           05 FILLER PIC X(7).

       FD book-file.
       01 book-record.
           05 book-key PIC 9(8).
           05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01 live-status PIC X(2).
       01 copy-status PIC X(2).
       01 manifest-status PIC X(2).
       01 site-status PIC X(2).
       01 sol-status PIC X(2).
       01 book-status PIC X(2).
       01 idx-status PIC X(2).
       COPY bkupdefs.
       COPY bkmanrec.

       01 live-name PIC X(9).
       01 copy-name PIC X(18).
       01 manifest-name PIC X(16).

      *    What each dataset's copy came to, written to the manifest
      *    once the whole set is taken.
       01 set-table.
           05 set-entry OCCURS 36 TIMES.
               10 se-present PIC X(1).
               10 se-count PIC 9(9) COMP.
               10 se-sum PIC 9(9) COMP.
       01 di PIC 9(2) COMP.
       01 file-eof PIC 9 COMP.
       01 copied-count PIC 9(2) VALUE 0.
       01 absent-count PIC 9(2) VALUE 0.
       01 record-total PIC 9(9) VALUE 0.

      *    RecSum takes at most 100 bytes at a time, so longer
      *    records are summed in 100-byte pieces; the sum is the same
      *    as over the whole record.
       01 copy-area PIC X(537).
       01 chunk-at PIC 9(3) COMP.
       01 chunk-len PIC 9(3) COMP.
       01 sum-work PIC X(100).
       01 sum-len PIC 9(3) COMP.
       01 rec-sum PIC 9(9) COMP.

       01 today PIC 9(8).
       01 now-time PIC 9(6).
       01 time-raw PIC 9(8).
       01 time-parts REDEFINES time-raw.
           05 time-hh PIC 9(2).
           05 time-mm PIC 9(2).
           05 time-ss PIC 9(2).
           05 time-cc PIC 9(2).

       PROCEDURE DIVISION.
           ACCEPT today FROM DATE YYYYMMDD
           ACCEPT time-raw FROM TIME
           COMPUTE now-time =
               time-hh * 10000 + time-mm * 100 + time-ss
           MOVE SPACES TO manifest-name
           STRING "BKMANIF." today DELIMITED BY SIZE
               INTO manifest-name
           OPEN OUTPUT manifest-file
           IF manifest-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE " manifest-name
                   ", STATUS " manifest-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE manifest-file

           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               PERFORM back-up-one-dataset
           END-PERFORM

           OPEN OUTPUT manifest-file
           IF manifest-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE " manifest-name
                   ", STATUS " manifest-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING di FROM 1 BY 1 UNTIL di > backup-def-count
               MOVE today TO mf-date
               MOVE now-time TO mf-time
               MOVE bd-dataset(di) TO mf-dataset
               MOVE bd-kind(di) TO mf-kind
               MOVE se-present(di) TO mf-present
               MOVE bd-rec-len(di) TO mf-rec-len
               MOVE se-count(di) TO mf-count
               MOVE se-sum(di) TO mf-sum
               MOVE manifest-fields TO manifest-record
               WRITE manifest-record
           END-PERFORM
           CLOSE manifest-file

           DISPLAY "SUITEBKP: BACKUP SET " today " TAKEN -- "
               copied-count " DATASET(S), " record-total
               " RECORD(S) COPIED; " absent-count " NOT PRESENT."
           DISPLAY "SUITEBKP: MANIFEST IS " manifest-name "."
           GOBACK.

       back-up-one-dataset.
           MOVE 'Y' TO se-present(di)
           MOVE 0 TO se-count(di)
           MOVE 0 TO se-sum(di)
           MOVE SPACES TO copy-name
           STRING bd-dataset(di) DELIMITED BY SPACE
               "." today DELIMITED BY SIZE
               INTO copy-name
           IF bd-kind(di) EQUAL 'I'
               PERFORM copy-out-indexed
           ELSE
               PERFORM copy-out-sequential
           END-IF
           IF se-present(di) EQUAL 'Y'
               ADD 1 TO copied-count
               ADD se-count(di) TO record-total
               DISPLAY "SUITEBKP: " bd-dataset(di) " -> " copy-name
                   " " se-count(di) " RECORD(S)"
           ELSE
               ADD 1 TO absent-count
               DISPLAY "SUITEBKP: " bd-dataset(di) " NOT PRESENT; "
                   "ENTERED IN THE MANIFEST AS ABSENT."
           END-IF.

       copy-out-sequential.
           MOVE bd-dataset(di) TO live-name
           OPEN INPUT live-file
           IF live-status NOT EQUAL "00"
               MOVE 'N' TO se-present(di)
               EXIT PARAGRAPH
           END-IF
           PERFORM open-copy-output
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               READ live-file
                   AT END
                       MOVE 1 TO file-eof
                   NOT AT END
                       MOVE live-record TO copy-area
                       PERFORM write-copy-record
               END-READ
           END-PERFORM
           CLOSE live-file
           CLOSE copy-file.

       copy-out-indexed.
           EVALUATE bd-dataset(di)
               WHEN "SITEPARM"
                   OPEN INPUT site-file
                   MOVE site-status TO idx-status
               WHEN "TTTSOLDB"
                   OPEN INPUT sol-file
                   MOVE sol-status TO idx-status
               WHEN "TTTBOOK4"
                   OPEN INPUT book-file
                   MOVE book-status TO idx-status
               WHEN OTHER
                   DISPLAY "ERROR: NO INDEXED FILE DEFINED FOR "
                       bd-dataset(di) "; ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF idx-status NOT EQUAL "00"
               MOVE 'N' TO se-present(di)
               EXIT PARAGRAPH
           END-IF
           PERFORM open-copy-output
           MOVE 0 TO file-eof
           PERFORM UNTIL file-eof EQUAL 1
               PERFORM read-indexed-record
               IF file-eof EQUAL 0
                   PERFORM write-copy-record
               END-IF
           END-PERFORM
           EVALUATE bd-dataset(di)
               WHEN "SITEPARM"
                   CLOSE site-file
               WHEN "TTTSOLDB"
                   CLOSE sol-file
               WHEN "TTTBOOK4"
                   CLOSE book-file
           END-EVALUATE
           CLOSE copy-file.

      *    Next record of the indexed dataset in key order, into
      *    copy-area.
       read-indexed-record.
           EVALUATE bd-dataset(di)
               WHEN "SITEPARM"
                   READ site-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           MOVE site-record TO copy-area
                   END-READ
               WHEN "TTTSOLDB"
                   READ sol-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           MOVE sol-record TO copy-area
                   END-READ
               WHEN "TTTBOOK4"
                   READ book-file
                       AT END
                           MOVE 1 TO file-eof
                       NOT AT END
                           MOVE book-record TO copy-area
                   END-READ
           END-EVALUATE.

       open-copy-output.
           OPEN OUTPUT copy-file
           IF copy-status NOT EQUAL "00"
               DISPLAY "ERROR: CANNOT CREATE " copy-name ", STATUS "
                   copy-status "; ABORTING."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Writes copy-area to the backup copy and folds it into the
      *    dataset's count and checksum.
       write-copy-record.
           MOVE copy-area TO copy-record
           WRITE copy-record
           ADD 1 TO se-count(di)
           MOVE 1 TO chunk-at
           PERFORM UNTIL chunk-at > bd-rec-len(di)
               COMPUTE chunk-len = bd-rec-len(di) - chunk-at + 1
               IF chunk-len GREATER THAN 100
                   MOVE 100 TO chunk-len
               END-IF
               MOVE SPACES TO sum-work
               MOVE copy-area(chunk-at:chunk-len) TO sum-work
               MOVE chunk-len TO sum-len
               PERFORM call-recsum
               COMPUTE se-sum(di) =
                   FUNCTION MOD(se-sum(di) + rec-sum, 1000000000)
               ADD chunk-len TO chunk-at
           END-PERFORM.

       call-recsum.
           CALL "RecSum" USING BY REFERENCE sum-work
                               BY REFERENCE sum-len
                               BY REFERENCE rec-sum
               ON EXCEPTION
                   DISPLAY "ERROR: RECSUM MODULE CALL FAILED; "
                       "ABORTING."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-CALL.

       END PROGRAM SUITEBKP.
