       FD  SOMA-BALLCK.
       01  BLK-RECORD              PIC X(28).
       FD  SOMA-OPER.
       01  OPR-RECORD              PIC X(48).
       FD  SOMA-MLOG.
       01  MLG-RECORD              PIC X(81).
       WORKING-STORAGE SECTION.
