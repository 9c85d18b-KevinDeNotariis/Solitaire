      *>***************************************************************
      *> RMAUDIT - record layout for the permanent run-master
      *> correction audit (RMAUDIT.DAT, SEQUENTIAL, append only). One
      *> record per applied change, written by SOLITAIRE_RUNMAST_BATCH
      *> and SOLITAIRE_RUNMAST_MAINT, and rolled forward over a
      *> reloaded master by SOLITAIRE_MASTER_RELOAD. Who cannot be
      *> captured in a batch step, but when, what and why can - the
      *> job's report and scheduler records carry the submitter. The
      *> before/after images are raw copies of the run-master record;
      *> their length must track runmast.cpy. AFTER holds "*DELETED"
      *> in its first bytes for a delete.
      *>***************************************************************
       01 AUDIT-RECORD.
           02 AUD-DATE   PIC 9(8).
           02 AUD-TIME   PIC 9(6).
      *> C = correct, D = delete.
           02 AUD-FUNC   PIC X.
           02 AUD-REASON PIC X(8).
           02 AUD-BEFORE PIC X(351).
           02 AUD-AFTER  PIC X(351).
