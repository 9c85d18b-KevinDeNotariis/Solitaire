      *> the trend totals reconciling after compaction but are NOT
      *> runs: consumers that walk per-run datasets (reconciliation,
      *> run-master load, rule compare) must skip them. SPACE on
      *> ordinary run records. L marks a run record rebuilt from the
      *> run's sealed ledger by SOLITAIRE_STAT_RECOVER after its own
      *> write was lost - an ordinary run in every other respect;
      *> its proof report (STATRCVR.RPT) says which fields were
      *> proven and which were left to confirm.
           02 SO-ROLLUP-FLAG PIC X.
