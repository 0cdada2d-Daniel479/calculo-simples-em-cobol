       FD  SOMA-RUNREG.
       01  RUN-RECORD              PIC X(125).
       FD  SOMA-HIST.
       01  HST-RECORD              PIC X(78).
       FD  SOMA-RJCT.
       01  RJT-RECORD              PIC X(94).
       FD  SOMA-ARCG.
       01  ARG-RECORD              PIC X(98).
       FD  SOMA-MSTR.
