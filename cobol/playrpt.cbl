       DATA DIVISION.
       FILE SECTION.
       FD play-log-file.
       01 play-log-record PIC X(49).

       FD report-file.
       01 report-record PIC X(80).
