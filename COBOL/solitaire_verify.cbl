
      *>Standalone integrity sweep over the whole data estate: the
      *>stat history, the unsuffixed GAMELOG.DAT / MOVELOG.DAT pair,
      *>and every dataset on the dataset catalog (DSCAT.DAT, see
      *>dscat.cpy) - each named run's GAMELOG_<run-id>.DAT /
      *>MOVELOG_<run-id>.DAT pair, matrix cells included, the dated
      *>archives - so a run's files stay swept after its stat record
      *>is rolled up - and the other sealed datasets: solvability
      *>logs, indexed-master backups (against their mstrbkp.cpy
      *>trailer) and monitoring hand-offs. Each dataset is reported
      *>as one of:
      *>  SEALED   - last record is an integrity trailer and its
      *>             record count and hash totals match the data
      *>  UNSEALED - no trailer at all (written before sealing
      *>are skipped, exactly as every reader does. RETURN-CODE 8
      *>when anything is BROKEN, 4 when anything is UNSEALED, 0 for
      *>a clean estate - run this ahead of any downstream step that
      *>matters. Every BROKEN and UNSEALED dataset is also put on the
      *>monitoring event feed (EVENTS.DAT, see eventrec.cpy). The
      *>date and state found are stamped on each dataset's catalog
      *>entry; a catalog that cannot be read leaves only the stat
      *>history and the unsuffixed pair swept, with RETURN-CODE at
      *>least 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           *>Dated stat-history archive written by
           *>SOLITAIRE_STAT_ROLLUP - stat-history layout and seal.
           SELECT STAT-ARCH-FILE ASSIGN DYNAMIC WS-STAT-ARCH-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-ARCH-STATUS.

           *>Per-game solvability log written by
           *>SOLITAIRE_SOLVABILITY.
           SELECT SOLV-FILE ASSIGN DYNAMIC WS-SOLV-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOLV-FILE-STATUS.

           *>Indexed-master backups written by
           *>SOLITAIRE_MASTER_UNLOAD - RUNMAST images are 351 bytes,
           *>MOVEIDX and DECKPROF images 38.
           SELECT BKP-LONG-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT BKP-SHORT-FILE ASSIGN DYNAMIC WS-BKP-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           *>Monitoring hand-off written by SOLITAIRE_EVENT_FORWARD.
           SELECT FWD-FILE ASSIGN DYNAMIC WS-FWD-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-FILE-STATUS.

           *>Dataset catalog - read in key order, each entry's
           *>verification stamped back with REWRITE.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

           *>Monitoring event feed - opened EXTEND / written / closed
           *>per event.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           02 AU-FROM-PILE   PIC 99.
           02 AU-TO-PILE     PIC 99.

       FD  STAT-ARCH-FILE.
       01 STAT-ARCH-RECORD PIC X(352).

       FD  SOLV-FILE.
       01 SOLV-RECORD.
           02 SV-RUN-ID   PIC X(8).
           02 SV-GAME-NUM PIC 9(6).
           02 FILLER      PIC X(22).

       FD  BKP-LONG-FILE.
       01 BKP-LONG-RECORD PIC X(351).

       FD  BKP-SHORT-FILE.
       01 BKP-SHORT-RECORD PIC X(38).

       FD  FWD-FILE.
       01 FWD-LINE PIC X(160).

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-STAT-FILE-STATUS   PIC XX.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-AUDIT-FILE-STATUS  PIC XX.
           01 WS-EVENT-FILE-STATUS  PIC XX.
           01 WS-STAT-ARCH-STATUS   PIC XX.
           01 WS-CAT-STATUS         PIC XX.
           01 WS-SOLV-FILE-STATUS   PIC XX.
           01 WS-BKP-FILE-STATUS    PIC XX.
           01 WS-FWD-FILE-STATUS    PIC XX.

           01 WS-LEDGER-DSN PIC X(30) VALUE "GAMELOG.DAT".
           01 WS-AUDIT-DSN  PIC X(30) VALUE "MOVELOG.DAT".
           01 WS-STAT-ARCH-DSN PIC X(30).
           01 WS-SOLV-DSN   PIC X(30).
           01 WS-BKP-DSN    PIC X(30).
           01 WS-FWD-DSN    PIC X(30).

           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-VFY-T-COUNT  PIC 9(8).
           01 WS-VFY-T-HASH-1 PIC 9(8).
           01 WS-VFY-T-HASH-2 PIC 9(8).
           *>Run the dataset in hand belongs to - SPACES for the
           *>stat history, the unsuffixed pair and the archives.
           01 WS-VFY-RUN-ID   PIC X(8).
           *>What REPORT_DATASET_STATE (or the ABSENT branch) found,
           *>for the catalog stamp; SPACES for a dataset not checked.
           01 WS-VFY-STATE    PIC X(8).
           01 WS-RAW-GAMES    PIC 9(6).
           01 WS-RAW-SEQ      PIC 9(8).

           *>Master backup in hand - the image read, and the key hash
           *>of one record (see mstrbkp.cpy: the key leads every
           *>master record).
           01 WS-BKP-IMAGE  PIC X(351).
           01 WS-BKP-KEY-LEN PIC 99.
           01 WS-HASH-KEY   PIC X(20).
           01 WS-HASH-POS   PIC 99.
           01 WS-REC-HASH   PIC 9(8).
           COPY "mstrbkp.cpy".

           *>Event for the monitoring feed.
           01 WS-EV-TIME-RAW PIC 9(8).
           01 WS-EV-SEVERITY PIC 9.
           01 WS-EV-CODE     PIC X(8).
           01 WS-EV-TEXT     PIC X(80).

           *>Catalog sweep. The unsuffixed pair is always swept;
           *>when the catalog holds it, it is swept (and stamped)
           *>from there instead.
           01 WS-TODAY-YYYYMMDD PIC 9(8).
           01 WS-CAT-EOF PIC X VALUE "N".
               88 WS-CAT-EOF-YES VALUE "Y".
           01 WS-CAT-SHORT PIC X VALUE "N".
               88 WS-CAT-SHORT-YES VALUE "Y".
           01 WS-PLAIN-LG-SEEN PIC X VALUE "N".
           01 WS-PLAIN-AU-SEEN PIC X VALUE "N".
           01 WS-CAT-SWEPT PIC 9(6) VALUE 0.

           *>Estate tally.
           01 WS-SEALED-COUNT   PIC 9(4) VALUE 0.

           DISPLAY "============ DATASET INTEGRITY SWEEP ============"

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WS-VFY-RUN-ID
           PERFORM VERIFY_STAT_HISTORY

           PERFORM VERIFY_CATALOGED_DATASETS

           MOVE SPACES TO WS-VFY-RUN-ID
           IF WS-PLAIN-LG-SEEN = "N" THEN
               MOVE "GAMELOG.DAT" TO WS-LEDGER-DSN
               PERFORM VERIFY_LEDGER_DATASET
           END-IF
           IF WS-PLAIN-AU-SEEN = "N" THEN
               MOVE "MOVELOG.DAT" TO WS-AUDIT-DSN
               PERFORM VERIFY_AUDIT_DATASET
           END-IF

           DISPLAY " "
           DISPLAY "SEALED " WS-SEALED-COUNT
            "  UNSEALED " WS-UNSEALED-COUNT
            "  BROKEN " WS-BROKEN-COUNT
            "  ABSENT " WS-ABSENT-COUNT
           DISPLAY "CATALOGED DATASETS SWEPT " WS-CAT-SWEPT
           IF WS-CAT-SHORT-YES THEN
               DISPLAY "*** DATASET CATALOG NOT FULLY READ - PER-RUN "
                "DATASETS MAY BE UNSWEPT ***"
           END-IF
           DISPLAY "================================================="

           IF WS-BROKEN-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNSEALED-COUNT > 0 OR WS-CAT-SHORT-YES THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       STOP RUN.

      *>******************** Stat history sweep ***********************

       VERIFY_STAT_HISTORY.
           OPEN INPUT STAT-HIST-FILE
                       ADD 1 TO WS-VFY-COUNT
                       COMPUTE WS-VFY-HASH-1 = FUNCTION
                        MOD(WS-VFY-HASH-1 + SO-NUM-GAMES, 100000000)
                   END-IF
           END-READ.

      *>A rollup's dated archive of consumed detail - raw image, so
      *>the games for the hash come out by position (statrec.cpy
      *>cols 17-22).
       VERIFY_STAT_ARCHIVE.
           OPEN INPUT STAT-ARCH-FILE
           IF WS-STAT-ARCH-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-STAT-ARCH-DSN) " ABSENT"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VFY-STATE
           ELSE
               PERFORM INIT_TRAILER_VERIFY
               MOVE "N" TO WS-VFY-EOF
               PERFORM VERIFY_STAT_ARCHIVE_LOOP UNTIL WS-VFY-EOF-YES
               CLOSE STAT-ARCH-FILE
               MOVE WS-STAT-ARCH-DSN TO WS-VFY-DSN
               MOVE 1 TO WS-VFY-HASHES
               PERFORM REPORT_DATASET_STATE
           END-IF.

       VERIFY_STAT_ARCHIVE_LOOP.
           READ STAT-ARCH-FILE
               AT END
                   MOVE "Y" TO WS-VFY-EOF
               NOT AT END
                   IF STAT-ARCH-RECORD(1:8) = "*TRAILER" THEN
                       MOVE "Y" TO WS-VFY-T-SEEN
                       MOVE "Y" TO WS-VFY-LAST-T
                       MOVE STAT-ARCH-RECORD(9:8) TO WS-VFY-T-COUNT
                       MOVE STAT-ARCH-RECORD(17:8) TO WS-VFY-T-HASH-1
                   ELSE
                       MOVE "N" TO WS-VFY-LAST-T
                       ADD 1 TO WS-VFY-COUNT
                       MOVE STAT-ARCH-RECORD(17:6) TO WS-RAW-GAMES
                       COMPUTE WS-VFY-HASH-1 = FUNCTION
                        MOD(WS-VFY-HASH-1 + WS-RAW-GAMES, 100000000)
                   END-IF
           END-READ.

      *>***************************************************************

      *>******************** Catalog sweep ****************************
      *>Every cataloged dataset that carries an integrity trailer is
      *>verified and its catalog entry stamped with today's date and
      *>the state found. Extracts carry a row-count TRAILER line, not
      *>a seal, and control cards carry none; both are passed over.

       VERIFY_CATALOGED_DATASETS.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) NOT AVAILABLE - "
                "STATUS " WS-CAT-STATUS " - ONLY THE STAT HISTORY "
                "AND THE UNSUFFIXED PAIR ARE SWEPT"
               MOVE "Y" TO WS-CAT-SHORT
           ELSE
               MOVE "N" TO WS-CAT-EOF
               PERFORM VERIFY_CATALOG_LOOP UNTIL WS-CAT-EOF-YES
               CLOSE DSCAT-FILE
           END-IF.

       VERIFY_CATALOG_LOOP.
           READ DSCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
           END-READ
           IF NOT WS-CAT-EOF-YES THEN
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG READ FAILED - STATUS "
                    WS-CAT-STATUS " - SWEEP CUT SHORT"
                   MOVE "Y" TO WS-CAT-SHORT
                   MOVE "Y" TO WS-CAT-EOF
               ELSE
                   PERFORM VERIFY_CATALOG_ENTRY
               END-IF
           END-IF.

       VERIFY_CATALOG_ENTRY.
           MOVE DC-RUN-ID TO WS-VFY-RUN-ID
           MOVE SPACES TO WS-VFY-STATE
           EVALUATE DC-TYPE
               WHEN "LEDGER"
               WHEN "LEDGARCH"
                   MOVE DC-DSN TO WS-LEDGER-DSN
                   PERFORM VERIFY_LEDGER_DATASET
               WHEN "MOVELOG"
               WHEN "MOVEARCH"
                   MOVE DC-DSN TO WS-AUDIT-DSN
                   PERFORM VERIFY_AUDIT_DATASET
               WHEN "STATARCH"
                   MOVE DC-DSN TO WS-STAT-ARCH-DSN
                   PERFORM VERIFY_STAT_ARCHIVE
               WHEN "SOLVLOG"
                   MOVE DC-DSN TO WS-SOLV-DSN
                   PERFORM VERIFY_SOLV_DATASET
               WHEN "MSTRBKP"
                   MOVE DC-DSN TO WS-BKP-DSN
                   PERFORM VERIFY_MASTER_BACKUP
               WHEN "EVTFWD"
                   MOVE DC-DSN TO WS-FWD-DSN
                   PERFORM VERIFY_HAND_OFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DC-DSN = "GAMELOG.DAT" THEN
               MOVE "Y" TO WS-PLAIN-LG-SEEN
           END-IF
           IF DC-DSN = "MOVELOG.DAT" THEN
               MOVE "Y" TO WS-PLAIN-AU-SEEN
           END-IF
           IF WS-VFY-STATE NOT = SPACES THEN
               ADD 1 TO WS-CAT-SWEPT
               MOVE WS-TODAY-YYYYMMDD TO DC-VERIFY-DATE
               MOVE WS-VFY-STATE TO DC-VERIFY-STATE
               REWRITE DSCAT-RECORD
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(DC-DSN) " FAILED - STATUS " WS-CAT-STATUS
               END-IF
           END-IF.


      *>******************** Dataset pair sweep ***********************

       VERIFY_LEDGER_DATASET.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-LEDGER-DSN) " ABSENT"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VFY-STATE
           ELSE
               PERFORM INIT_TRAILER_VERIFY
               MOVE "N" TO WS-VFY-EOF
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-AUDIT-DSN) " ABSENT"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VFY-STATE
           ELSE
               PERFORM INIT_TRAILER_VERIFY
               MOVE "N" TO WS-VFY-EOF

      *>***************************************************************

      *>******************** Other sealed datasets ********************

      *>Solvability log - same seal as the ledger: count and sum of
      *>game numbers.
       VERIFY_SOLV_DATASET.
           OPEN INPUT SOLV-FILE
           IF WS-SOLV-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-SOLV-DSN) " ABSENT"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VFY-STATE
           ELSE
               PERFORM INIT_TRAILER_VERIFY
               MOVE "N" TO WS-VFY-EOF
               PERFORM VERIFY_SOLV_LOOP UNTIL WS-VFY-EOF-YES
               CLOSE SOLV-FILE
               MOVE WS-SOLV-DSN TO WS-VFY-DSN
               MOVE 1 TO WS-VFY-HASHES
               PERFORM REPORT_DATASET_STATE
           END-IF.

       VERIFY_SOLV_LOOP.
           READ SOLV-FILE
               AT END
                   MOVE "Y" TO WS-VFY-EOF
               NOT AT END
                   IF SV-RUN-ID = "*TRAILER" THEN
                       MOVE "Y" TO WS-VFY-T-SEEN
                       MOVE "Y" TO WS-VFY-LAST-T
                       MOVE SOLV-RECORD(9:8) TO WS-VFY-T-COUNT
                       MOVE SOLV-RECORD(17:8) TO WS-VFY-T-HASH-1
                   ELSE
                       MOVE "N" TO WS-VFY-LAST-T
                       ADD 1 TO WS-VFY-COUNT
                       COMPUTE WS-VFY-HASH-1 = FUNCTION
                        MOD(WS-VFY-HASH-1 + SV-GAME-NUM, 100000000)
                   END-IF
           END-READ.

      *>Indexed-master backup - the master is named by the dataset
      *>(<master>_BKP_<date>.DAT), which fixes the image length and
      *>the key length hashed, exactly as SOLITAIRE_MASTER_RELOAD
      *>checks it. A trailer that is not numeric counts as data
      *>after the last trailer.
       VERIFY_MASTER_BACKUP.
           EVALUATE TRUE
               WHEN WS-BKP-DSN(1:8) = "RUNMAST_"
                   MOVE 16 TO WS-BKP-KEY-LEN
                   OPEN INPUT BKP-LONG-FILE
               WHEN WS-BKP-DSN(1:8) = "MOVEIDX_"
                   MOVE 20 TO WS-BKP-KEY-LEN
                   OPEN INPUT BKP-SHORT-FILE
               WHEN OTHER
                   MOVE 8 TO WS-BKP-KEY-LEN
                   OPEN INPUT BKP-SHORT-FILE
           END-EVALUATE
           IF WS-BKP-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-BKP-DSN) " ABSENT"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VFY-STATE
           ELSE
               PERFORM INIT_TRAILER_VERIFY
               MOVE "N" TO WS-VFY-EOF
               PERFORM VERIFY_BACKUP_LOOP UNTIL WS-VFY-EOF-YES
               IF WS-BKP-KEY-LEN = 16 THEN
                   CLOSE BKP-LONG-FILE
               ELSE
                   CLOSE BKP-SHORT-FILE
               END-IF
               MOVE WS-BKP-DSN TO WS-VFY-DSN
               MOVE 1 TO WS-VFY-HASHES
               PERFORM REPORT_DATASET_STATE
           END-IF.

       VERIFY_BACKUP_LOOP.
           MOVE SPACES TO WS-BKP-IMAGE
           IF WS-BKP-KEY-LEN = 16 THEN
               READ BKP-LONG-FILE
                   AT END
                       MOVE "Y" TO WS-VFY-EOF
                   NOT AT END
                       MOVE BKP-LONG-RECORD TO WS-BKP-IMAGE
               END-READ
           ELSE
               READ BKP-SHORT-FILE
                   AT END
                       MOVE "Y" TO WS-VFY-EOF
                   NOT AT END
                       MOVE BKP-SHORT-RECORD TO WS-BKP-IMAGE
               END-READ
           END-IF
           IF NOT WS-VFY-EOF-YES THEN
               IF WS-BKP-IMAGE(1:8) = "*TRAILER" THEN
                   MOVE "Y" TO WS-VFY-T-SEEN
                   MOVE "Y" TO WS-VFY-LAST-T
                   MOVE WS-BKP-IMAGE(1:38) TO BKP-TRAILER
                   IF BT-COUNT IS NOT NUMERIC
                    OR BT-KEY-HASH IS NOT NUMERIC THEN
                       MOVE "N" TO WS-VFY-LAST-T
                   ELSE
                       MOVE BT-COUNT TO WS-VFY-T-COUNT
                       MOVE BT-KEY-HASH TO WS-VFY-T-HASH-1
                   END-IF
               ELSE
                   MOVE "N" TO WS-VFY-LAST-T
                   ADD 1 TO WS-VFY-COUNT
                   PERFORM HASH_BACKUP_KEY
               END-IF
           END-IF.

      *>See mstrbkp.cpy.
       HASH_BACKUP_KEY.
           MOVE WS-BKP-IMAGE(1:WS-BKP-KEY-LEN) TO WS-HASH-KEY
           MOVE 0 TO WS-REC-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
            UNTIL WS-HASH-POS > WS-BKP-KEY-LEN
               COMPUTE WS-REC-HASH = WS-REC-HASH + WS-HASH-POS *
                FUNCTION ORD(WS-HASH-KEY(WS-HASH-POS:1))
           END-PERFORM
           COMPUTE WS-VFY-HASH-1 =
            FUNCTION MOD(WS-VFY-HASH-1 + WS-REC-HASH, 100000000).

      *>Monitoring hand-off - delimited lines led by the 8-digit
      *>event sequence, sealed by "*TRAILER|count|sequence sum".
       VERIFY_HAND_OFF.
           OPEN INPUT FWD-FILE
           IF WS-FWD-FILE-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-FWD-DSN) " ABSENT"
               ADD 1 TO WS-ABSENT-COUNT
               MOVE "ABSENT" TO WS-VFY-STATE
           ELSE
               PERFORM INIT_TRAILER_VERIFY
               MOVE "N" TO WS-VFY-EOF
               PERFORM VERIFY_HAND_OFF_LOOP UNTIL WS-VFY-EOF-YES
               CLOSE FWD-FILE
               MOVE WS-FWD-DSN TO WS-VFY-DSN
               MOVE 1 TO WS-VFY-HASHES
               PERFORM REPORT_DATASET_STATE
           END-IF.

       VERIFY_HAND_OFF_LOOP.
           MOVE SPACES TO FWD-LINE
           READ FWD-FILE
               AT END
                   MOVE "Y" TO WS-VFY-EOF
               NOT AT END
                   IF FWD-LINE(1:9) = "*TRAILER|" THEN
                       MOVE "Y" TO WS-VFY-T-SEEN
                       MOVE "Y" TO WS-VFY-LAST-T
                       MOVE FWD-LINE(10:8) TO WS-VFY-T-COUNT
                       MOVE FWD-LINE(19:8) TO WS-VFY-T-HASH-1
                   ELSE
                       MOVE "N" TO WS-VFY-LAST-T
                       ADD 1 TO WS-VFY-COUNT
                       MOVE FWD-LINE(1:8) TO WS-RAW-SEQ
                       COMPUTE WS-VFY-HASH-1 = FUNCTION
                        MOD(WS-VFY-HASH-1 + WS-RAW-SEQ, 100000000)
                   END-IF
           END-READ.

      *>***************************************************************

      *>********************* Reporting section ***********************

       INIT_TRAILER_VERIFY.
                   DISPLAY FUNCTION TRIM(WS-VFY-DSN) " UNSEALED ("
                    WS-VFY-COUNT " RECORD(S), NO TRAILER)"
                   ADD 1 TO WS-UNSEALED-COUNT
                   MOVE "UNSEALED" TO WS-VFY-STATE
                   MOVE SPACES TO WS-EV-TEXT
                   STRING FUNCTION TRIM(WS-VFY-DSN) DELIMITED BY SIZE
                       " UNSEALED (" DELIMITED BY SIZE
                       WS-VFY-COUNT DELIMITED BY SIZE
                       " RECORD(S), NO TRAILER)" DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   MOVE 4 TO WS-EV-SEVERITY
                   MOVE "UNSEALED" TO WS-EV-CODE
                   PERFORM LOG_EVENT
               WHEN WS-VFY-LAST-T = "N"
                   DISPLAY FUNCTION TRIM(WS-VFY-DSN) " BROKEN "
                    "(DATA AFTER THE LAST TRAILER)"
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "BROKEN" TO WS-VFY-STATE
                   MOVE SPACES TO WS-EV-TEXT
                   STRING FUNCTION TRIM(WS-VFY-DSN) DELIMITED BY SIZE
                       " BROKEN (DATA AFTER THE LAST TRAILER)"
                       DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   MOVE 8 TO WS-EV-SEVERITY
                   MOVE "BROKEN" TO WS-EV-CODE
                   PERFORM LOG_EVENT
               WHEN WS-VFY-COUNT NOT = WS-VFY-T-COUNT
                OR WS-VFY-HASH-1 NOT = WS-VFY-T-HASH-1
                OR (WS-VFY-HASHES = 2
                    "(COUNTED " WS-VFY-COUNT " SEALED "
                    WS-VFY-T-COUNT ")"
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "BROKEN" TO WS-VFY-STATE
                   MOVE SPACES TO WS-EV-TEXT
                   STRING FUNCTION TRIM(WS-VFY-DSN) DELIMITED BY SIZE
                       " BROKEN (COUNTED " DELIMITED BY SIZE
                       WS-VFY-COUNT DELIMITED BY SIZE
                       " SEALED " DELIMITED BY SIZE
                       WS-VFY-T-COUNT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   MOVE 8 TO WS-EV-SEVERITY
                   MOVE "BROKEN" TO WS-EV-CODE
                   PERFORM LOG_EVENT
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-VFY-DSN) " SEALED ("
                    WS-VFY-COUNT " RECORD(S))"
                   ADD 1 TO WS-SEALED-COUNT
                   MOVE "SEALED" TO WS-VFY-STATE
           END-EVALUATE.

      *>***************************************************************

      *>********************* Event feed section **********************
      *>The feed only repeats what the sweep already reports: failing
      *>to write it is shown on the console but never changes the RC.

       LOG_EVENT.
           ACCEPT WS-EV-TIME-RAW FROM TIME
           OPEN EXTEND EVENT-FILE
           IF WS-EVENT-FILE-STATUS = "05"
            OR WS-EVENT-FILE-STATUS = "35" THEN
               OPEN OUTPUT EVENT-FILE
           END-IF
           IF WS-EVENT-FILE-STATUS = "00" THEN
               MOVE SPACES TO EVENT-RECORD
               ACCEPT EV-DATE FROM DATE YYYYMMDD
               MOVE WS-EV-TIME-RAW(1:6) TO EV-TIME
               MOVE "SOLITAIRE_VERIFY" TO EV-PROGRAM
               MOVE WS-VFY-RUN-ID TO EV-RUN-ID
               MOVE WS-EV-SEVERITY TO EV-SEVERITY
               MOVE WS-EV-CODE TO EV-CODE
               MOVE WS-EV-TEXT TO EV-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "EVENT FEED (EVENTS.DAT) UNWRITABLE - STATUS "
                WS-EVENT-FILE-STATUS
           END-IF.

      *>***************************************************************
