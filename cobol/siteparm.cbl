       IDENTIFICATION DIVISION.
       PROGRAM-ID. SiteParm.

      *    Reads one site setting for the caller: the SITEPARM value
      *    for param-key when one is on file and inside the range the
      *    sitedefs catalogue allows, otherwise the catalogue's
      *    built-in value. found comes back 1 for a SITEPARM value, 0
      *    for the built-in, and 9 when the key is not in the
      *    catalogue at all (param-value is then left alone). A
      *    stored value outside its range is reported and ignored,
      *    so a bad hand edit can never reach a program. The dataset
      *    is opened and closed on every call -- settings are read a
      *    handful of times per run, and SITEMNT may change them
      *    between runs of the same menu session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-file ASSIGN TO "SITEPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sp-key
               FILE STATUS IS site-status.

       DATA DIVISION.
       FILE SECTION.
       FD site-file.
       01 site-record.
           05 sp-key PIC X(8).
           05 FILLER PIC X.
           05 sp-value PIC 9(9).
           05 FILLER PIC X.
           05 sp-by PIC X(8).
           05 FILLER PIC X.
           05 sp-date PIC 9(8).
           05 FILLER PIC X.
           05 sp-time PIC 9(6).

       WORKING-STORAGE SECTION.
       01 site-status PIC X(2).
       COPY sitedefs.

       LOCAL-STORAGE SECTION.
       01 di PIC 9(2) COMP.
       01 def-slot PIC 9(2) COMP.

       LINKAGE SECTION.
       01 param-key PIC X(8).
       01 param-value PIC 9(9) COMP.
       01 found PIC 9 COMP.

       PROCEDURE DIVISION USING
         BY REFERENCE param-key
         BY REFERENCE param-value
         BY REFERENCE found.

           MOVE 9 TO found
           MOVE 0 TO def-slot
           PERFORM VARYING di FROM 1 BY 1
               UNTIL di > site-def-count OR def-slot NOT EQUAL 0
               IF sd-key(di) EQUAL param-key
                   MOVE di TO def-slot
               END-IF
           END-PERFORM
           IF def-slot EQUAL 0
               GOBACK
           END-IF
           MOVE 0 TO found
           MOVE sd-default(def-slot) TO param-value

           OPEN INPUT site-file
           IF site-status NOT EQUAL "00"
               GOBACK
           END-IF
           MOVE param-key TO sp-key
           READ site-file
           IF site-status EQUAL "00"
               IF sp-value NUMERIC
                   AND sp-value NOT LESS THAN sd-min(def-slot)
                   AND sp-value NOT GREATER THAN sd-max(def-slot)
                   MOVE sp-value TO param-value
                   MOVE 1 TO found
               ELSE
                   DISPLAY "SITEPARM " param-key " VALUE IGNORED "
                       "(OUTSIDE " sd-min(def-slot) "-"
                       sd-max(def-slot) "); USING "
                       sd-default(def-slot) "."
               END-IF
           END-IF
           CLOSE site-file
           GOBACK.

       END PROGRAM SiteParm.
