      *>***************************************************************
      *> DSCAT - record layout for the indexed dataset catalog
      *> (DSCAT.DAT), one record per dataset keyed on its name. Every
      *> program that creates a per-run or dated dataset enters it
      *> here when it seals it, so the sweeps (SOLITAIRE_VERIFY,
      *> SOLITAIRE_ARCHIVE, SOLITAIRE_EXTRACT) find the files from
      *> the catalog instead of walking run ids on the stat history -
      *> which loses them once SOLITAIRE_STAT_ROLLUP condenses their
      *> month. Writers open the catalog I-O / update / close per
      *> dataset; SOLITAIRE_DSCAT_INVENTORY reports on the estate.
      *>***************************************************************
       01 DSCAT-RECORD.
           02 DC-DSN PIC X(30).
      *> Run the dataset belongs to; SPACES for estate-wide datasets
      *> (the unsuffixed pair, dated archives, extracts, master
      *> backups, monitoring hand-offs).
           02 DC-RUN-ID PIC X(8).
      *> LEDGER    per-game ledger            GAMELOG[_<run-id>].DAT
      *> MOVELOG   move audit trail           MOVELOG[_<run-id>].DAT
      *> LEDGARCH  archived ledger records    GAMELOG_ARCH_<date>.DAT
      *> MOVEARCH  archived move records      MOVELOG_ARCH_<date>.DAT
      *> STATARCH  consumed stat detail       STATHIST_ARCH_<date>.DAT
      *> EXTRACT   delimited extract          GAMELOG.CSV, STATHIST.CSV
      *> SOLVLOG   per-game solvability       SOLVLOG[_<run-id>].DAT
      *> MSTRBKP   indexed-master backup      <master>_BKP_<date>.DAT
      *> EVTFWD    monitoring hand-off        EVTFWD_<date><time>.DAT
      *> CTLCARD   generated control card     CTLCARD_<run-id>.DAT
      *> Extracts and control cards carry no integrity trailer (the
      *> "seal" count is the records written); every other type is
      *> sealed and checked by SOLITAIRE_VERIFY.
           02 DC-TYPE PIC X(8).
      *> PROGRAM-ID that created the dataset.
           02 DC-PROGRAM PIC X(24).
           02 DC-CREATE-DATE PIC 9(8).
      *> Data records under the last integrity trailer written (rows
      *> for an extract), and the date it was written. Space held is
      *> DC-SEAL-COUNT times DC-RECORD-LEN.
           02 DC-SEAL-COUNT PIC 9(8).
           02 DC-SEAL-DATE PIC 9(8).
           02 DC-RECORD-LEN PIC 9(4).
      *> Last SOLITAIRE_VERIFY pass over the dataset and what it found
      *> (SEALED, UNSEALED, BROKEN or ABSENT); zero/SPACES if never.
           02 DC-VERIFY-DATE PIC 9(8).
           02 DC-VERIFY-STATE PIC X(8).
      *> Last SOLITAIRE_ARCHIVE pass that split the dataset; zero if
      *> never.
           02 DC-ARCHIVE-DATE PIC 9(8).
           02 FILLER PIC X(18).
