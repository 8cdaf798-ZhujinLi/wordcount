      * run (and the partition merge) appends to wcrunlog.dat: one
      * line per run with start/end stamps, elapsed seconds, the
      * summary counters, the reconciliation verdict and the return
      * code; a run reversed by wordbko adds a BACKOUT line, text in
      * place of the counters. Prints the last N runs side by side to
      * wcops.rpt, with the elapsed-time change over the window, so
      * batch-window planning can rest on figures instead of
      * guesswork. N is the first command-line parameter (default 10,
      * at most 50).

       identification division.
       program-id. wordops.
