       DATA DIVISION.
       FILE SECTION.
       FD play-log-file.
       01 play-log-record PIC X(49).

       WORKING-STORAGE SECTION.
       01 play-log-status PIC X(2).
