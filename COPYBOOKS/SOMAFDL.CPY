      *           totals under and the feed file name to read. The
      *           SOMARCY resubmit feed (SOMARESB.DAT) is listed here
      *           like any branch feed, so a night's corrections can
      *           never be forgotten off the merge. SOMACSV adds a
      *           branch's converted delimited feed the first time it
      *           accepts one, so those need no hand-made entry, and
      *           SOMAWHS adds its future-dated release feed
      *           (SOMAWHRF.DAT, branch "WHSE") the same way.
      ******************************************************************
       01  FDL-LINE.
           05  FDL-BRANCH-ID       PIC X(08).
