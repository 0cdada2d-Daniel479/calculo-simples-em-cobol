       DATA DIVISION.
       FILE SECTION.
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-BALMST.
       01  BAL-RECORD              PIC X(40).
       FD  SOMA-STMT.
