      *>                          R - keep only the run ids listed
      *>  record 1, cols 2-4  = N (days), mode D only
      *>  records 2..n        = one run id to keep each, mode R only
      *>The unsuffixed GAMELOG.DAT / MOVELOG.DAT pair AND every
      *>ledger and move log on the dataset catalog (DSCAT.DAT, see
      *>dscat.cpy - each named run's GAMELOG_<run-id>.DAT /
      *>MOVELOG_<run-id>.DAT, matrix cells included, whether or not
      *>the run is still on the stat history) are each split into a
      *>retained file (copied back over
      *>the original, same scratch-and-copy pattern as the
      *>checkpoint-resume reconciliation in SOLITAIRE_PLAY_N_GAMES)
      *>and a dated archive file
      *>(GAMELOG_ARCH_<yyyymmdd>.DAT / MOVELOG_ARCH_<yyyymmdd>.DAT),
      *>then a disposition report of kept/archived counts per run id
      *>is printed so nothing leaves the system without a trail.
      *>Each run with records archived is also put on the monitoring
      *>event feed (EVENTS.DAT, see eventrec.cpy).
      *>A record's run date comes from its run's stat-history record,
      *>or - for a run no longer there (rolled up by
      *>SOLITAIRE_STAT_ROLLUP) - from the creation date of its
      *>cataloged datasets; in mode D a run id with neither is KEPT
      *>(never silently archived) and called out on the report.
      *>Each dataset split has its new seal count and the archive
      *>date stamped on its catalog entry, and the dated archives
      *>are cataloged themselves. A catalog that cannot be read
      *>leaves only the unsuffixed pair split, RETURN-CODE at least
      *>4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.

           *>Monitoring event feed - opened EXTEND / written / closed
           *>per event, like the job error log.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           *>Dataset catalog - source of the datasets to split and
           *>of run dates for runs gone from the stat history.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERR-FILE.
       01 ERR-LINE PIC X(100).

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CTL-FILE-STATUS        PIC XX.
           01 WS-STAT-FILE-STATUS       PIC XX.
           01 WS-CUTOFF-DATE    PIC 9(8).

           *>Per-run-id disposition: run date (from the stat
           *>history - WS-RET-HAS-DATE "Y" - or else the dataset
           *>catalog - "C"), keep/archive decision, and kept/archived
           *>counts for each dataset. Entries are added from the
           *>stat history, the mode R keep list, the catalog, and any
           *>run ids met only on the data files themselves.
           01 WS-RET-COUNT PIC 9(3) VALUE 0.
           01 WS-RET-TABLE.
               02 WS-RET-ENTRY OCCURS 200 TIMES INDEXED BY RX.
           01 WS-LEDGER-ARCH-DSN PIC X(30).
           01 WS-AUDIT-ARCH-DSN  PIC X(30).

           *>Input dataset currently being split - each cataloged
           *>ledger and move log, then the unsuffixed pair if the
           *>catalog did not hold it.
           01 WS-LEDGER-IN-DSN PIC X(30) VALUE "GAMELOG.DAT".
           01 WS-AUDIT-IN-DSN  PIC X(30) VALUE "MOVELOG.DAT".

           *>Dataset catalog. WS-RESEALED is set once a retained file
           *>has been copied back and sealed, so only a completed
           *>split is stamped on its entry.
           01 WS-CAT-STATUS   PIC XX.
           01 WS-CAT-EOF PIC X VALUE "N".
               88 WS-CAT-EOF-YES VALUE "Y".
           01 WS-CAT-SHORT PIC X VALUE "N".
               88 WS-CAT-SHORT-YES VALUE "Y".
           01 WS-RESEALED PIC X VALUE "N".
               88 WS-RESEALED-YES VALUE "Y".
           01 WS-PLAIN-LG-SEEN PIC X VALUE "N".
           01 WS-PLAIN-AU-SEEN PIC X VALUE "N".
           01 WS-CAT-DSN      PIC X(30).
           01 WS-CAT-TYPE     PIC X(8).
           01 WS-CAT-COUNT    PIC 9(8).
           01 WS-CAT-REC-LEN  PIC 9(4).

           *>Hard I/O error handling, same scheme as
           *>SOLITAIRE_PLAY_N_GAMES: every failed OPEN/READ/WRITE
           01 WS-SPLIT-FAILED PIC X VALUE "N".
               88 WS-SPLIT-FAILED-YES VALUE "Y".

           *>Event for the monitoring feed.
           01 WS-EVENT-FILE-STATUS PIC XX.
           01 WS-EV-TIME-RAW PIC 9(8).
           01 WS-EV-TEXT     PIC X(80).

           *>Totals for the disposition report.
           01 WS-TOT-LG-KEPT PIC 9(8) VALUE 0.
           01 WS-TOT-LG-ARCH PIC 9(8) VALUE 0.

           PERFORM LOAD_RUN_DATES

           PERFORM LOAD_CATALOG_DATES

           PERFORM DECIDE_DISPOSITIONS
               VARYING RX FROM 1 BY 1 UNTIL RX > WS-RET-COUNT

           *>Every ledger and move log on the catalog, then the
           *>unsuffixed pair (blank/legacy run id records and any
           *>pre-split concatenations) when the catalog did not
           *>hold it. Run ids met for the first time on a data file
           *>join the table mid-sweep and are classified there.
           PERFORM SPLIT_CATALOGED_DATASETS

           IF WS-PLAIN-LG-SEEN = "N" THEN
               MOVE "GAMELOG.DAT" TO WS-LEDGER-IN-DSN
               PERFORM SPLIT_LEDGER
           END-IF
           IF WS-PLAIN-AU-SEEN = "N" THEN
               MOVE "MOVELOG.DAT" TO WS-AUDIT-IN-DSN
               PERFORM SPLIT_AUDIT_TRAIL
           END-IF

           PERFORM SEAL_ARCHIVES

           PERFORM CATALOG_ARCHIVES

           PERFORM PRINT_DISPOSITION_REPORT

           PERFORM LOG_ARCHIVED_EVENT
               VARYING RX FROM 1 BY 1 UNTIL RX > WS-RET-COUNT

           *>0 clean, 4 when the catalog could not be read (per-run
           *>datasets left unsplit), 8 when any open/read/write
           *>failed - records may be lost, so the scheduler must hold
           *>dependent steps.
           IF WS-CAT-SHORT-YES AND WS-JOB-SEVERITY < 4 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF
           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.
                   END-IF
           END-READ.

      *>A run rolled up off the stat history still has its datasets
      *>on the catalog: date it by their newest creation date (an
      *>entry with no known creation date dates nothing). A
      *>stat-history date always wins. No catalog is not an error
      *>here - the sweep reports it.
       LOAD_CATALOG_DATES.
           OPEN INPUT DSCAT-FILE
           IF WS-CAT-STATUS = "00" THEN
               MOVE "N" TO WS-CAT-EOF
               PERFORM LOAD_CATALOG_DATES_LOOP UNTIL WS-CAT-EOF-YES
                OR (WS-CAT-STATUS NOT = "00"
                    AND WS-CAT-STATUS NOT = "10")
               CLOSE DSCAT-FILE
           END-IF.

       LOAD_CATALOG_DATES_LOOP.
           READ DSCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   IF (DC-TYPE = "LEDGER" OR DC-TYPE = "MOVELOG")
                    AND DC-RUN-ID NOT = SPACES
                    AND DC-CREATE-DATE > 0 THEN
                       MOVE DC-RUN-ID TO WS-LOOKUP-RUN-ID
                       PERFORM FIND_RETENTION_ENTRY
                       IF WS-LOOKUP-IX > 0 THEN
                           IF WS-RET-HAS-DATE(WS-LOOKUP-IX) = "N"
                            OR (WS-RET-HAS-DATE(WS-LOOKUP-IX) = "C"
                             AND DC-CREATE-DATE >
                                 WS-RET-RUN-DATE(WS-LOOKUP-IX)) THEN
                               MOVE DC-CREATE-DATE TO
                                WS-RET-RUN-DATE(WS-LOOKUP-IX)
                               MOVE "C" TO
                                WS-RET-HAS-DATE(WS-LOOKUP-IX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>***************************************************************

      *>****************** Disposition table section ******************
       DECIDE_DISPOSITIONS.
           IF WS-RETN-BY-DAYS THEN
               IF WS-RET-HAS-DATE(RX) = "N" THEN
                   *>No stat record and no cataloged dataset, so no
                   *>date - never archive blind; keep and call it
                   *>out on the report.
                   MOVE "Y" TO WS-RET-KEEP(RX)
               ELSE
                   IF WS-RET-RUN-DATE(RX) >= WS-CUTOFF-DATE THEN
      *>and are copied back over the original; records past
      *>retention go to the dated archive file.

       SPLIT_LEDGER.
           MOVE "N" TO WS-REWRITE-ERR-LOGGED
           MOVE "N" TO WS-SPLIT-FAILED
           MOVE "N" TO WS-RESEALED
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO LEDGER FILE " FUNCTION
               MOVE WS-LEDGER-IN-DSN TO WS-ERR-FILE-NAME
               MOVE WS-LEDGER-FILE-STATUS TO WS-ERR-IO-STATUS
               PERFORM LOG_ARCHIVE_ERROR
           ELSE
               MOVE "Y" TO WS-RESEALED
           END-IF.

      *>***************************************************************
       SPLIT_AUDIT_TRAIL.
           MOVE "N" TO WS-REWRITE-ERR-LOGGED
           MOVE "N" TO WS-SPLIT-FAILED
           MOVE "N" TO WS-RESEALED
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO AUDIT FILE " FUNCTION
               MOVE WS-AUDIT-IN-DSN TO WS-ERR-FILE-NAME
               MOVE WS-AUDIT-FILE-STATUS TO WS-ERR-IO-STATUS
               PERFORM LOG_ARCHIVE_ERROR
           ELSE
               MOVE "Y" TO WS-RESEALED
           END-IF.

      *>***************************************************************

      *>****************** Dataset catalog section ********************
      *>The catalog is read in key order and every ledger and move
      *>log on it is split; a completed split stamps the entry with
      *>the retained file's new seal count and today as seal and
      *>archive date. Archives, stat archives and extracts on the
      *>catalog are not split. A catalog update that fails is shown
      *>on the console but never changes the RC - the split itself
      *>has been done and sealed.

       SPLIT_CATALOGED_DATASETS.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) NOT AVAILABLE - "
                "STATUS " WS-CAT-STATUS " - ONLY THE UNSUFFIXED "
                "PAIR IS SPLIT"
               MOVE "Y" TO WS-CAT-SHORT
           ELSE
               MOVE "N" TO WS-CAT-EOF
               PERFORM SPLIT_CATALOG_LOOP UNTIL WS-CAT-EOF-YES
               CLOSE DSCAT-FILE
           END-IF.

       SPLIT_CATALOG_LOOP.
           READ DSCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
           END-READ
           IF NOT WS-CAT-EOF-YES THEN
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG READ FAILED - STATUS "
                    WS-CAT-STATUS " - SPLIT CUT SHORT"
                   MOVE "Y" TO WS-CAT-SHORT
                   MOVE "Y" TO WS-CAT-EOF
               ELSE
                   PERFORM SPLIT_CATALOG_ENTRY
               END-IF
           END-IF.

       SPLIT_CATALOG_ENTRY.
           MOVE "N" TO WS-RESEALED
           EVALUATE DC-TYPE
               WHEN "LEDGER"
                   MOVE DC-DSN TO WS-LEDGER-IN-DSN
                   PERFORM SPLIT_LEDGER
                   MOVE WS-LG-TRAIL-COUNT TO WS-CAT-COUNT
               WHEN "MOVELOG"
                   MOVE DC-DSN TO WS-AUDIT-IN-DSN
                   PERFORM SPLIT_AUDIT_TRAIL
                   MOVE WS-AU-TRAIL-COUNT TO WS-CAT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DC-DSN = "GAMELOG.DAT" THEN
               MOVE "Y" TO WS-PLAIN-LG-SEEN
           END-IF
           IF DC-DSN = "MOVELOG.DAT" THEN
               MOVE "Y" TO WS-PLAIN-AU-SEEN
           END-IF
           IF WS-RESEALED-YES THEN
               MOVE WS-CAT-COUNT TO DC-SEAL-COUNT
               MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
               MOVE WS-TODAY-YYYYMMDD TO DC-ARCHIVE-DATE
               REWRITE DSCAT-RECORD
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(DC-DSN) " FAILED - STATUS " WS-CAT-STATUS
               END-IF
           END-IF.

      *>Today's archives, once sealed, go on the catalog as well (a
      *>second pass the same day refreshes their seal count).
       CATALOG_ARCHIVES.
           IF WS-LGA-TRAIL-COUNT > 0 THEN
               MOVE WS-LEDGER-ARCH-DSN TO WS-CAT-DSN
               MOVE "LEDGARCH" TO WS-CAT-TYPE
               MOVE WS-LGA-TRAIL-COUNT TO WS-CAT-COUNT
               MOVE 24 TO WS-CAT-REC-LEN
               PERFORM CATALOG_DATASET
           END-IF
           IF WS-AUA-TRAIL-COUNT > 0 THEN
               MOVE WS-AUDIT-ARCH-DSN TO WS-CAT-DSN
               MOVE "MOVEARCH" TO WS-CAT-TYPE
               MOVE WS-AUA-TRAIL-COUNT TO WS-CAT-COUNT
               MOVE 34 TO WS-CAT-REC-LEN
               PERFORM CATALOG_DATASET
           END-IF.

       CATALOG_DATASET.
           OPEN I-O DSCAT-FILE
           IF WS-CAT-STATUS = "35" THEN
               OPEN OUTPUT DSCAT-FILE
               CLOSE DSCAT-FILE
               OPEN I-O DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               DISPLAY "DATASET CATALOG (DSCAT.DAT) UNAVAILABLE - "
                "STATUS " WS-CAT-STATUS " - " FUNCTION
                TRIM(WS-CAT-DSN) " NOT CATALOGED"
           ELSE
               MOVE WS-CAT-DSN TO DC-DSN
               READ DSCAT-FILE
                   INVALID KEY
                       MOVE SPACES TO DSCAT-RECORD
                       MOVE WS-CAT-DSN TO DC-DSN
                       MOVE SPACES TO DC-RUN-ID
                       MOVE WS-CAT-TYPE TO DC-TYPE
                       MOVE "SOLITAIRE_ARCHIVE" TO DC-PROGRAM
                       MOVE WS-TODAY-YYYYMMDD TO DC-CREATE-DATE
                       MOVE WS-CAT-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
                       MOVE WS-CAT-REC-LEN TO DC-RECORD-LEN
                       MOVE 0 TO DC-VERIFY-DATE
                       MOVE 0 TO DC-ARCHIVE-DATE
                       WRITE DSCAT-RECORD
                   NOT INVALID KEY
                       MOVE WS-CAT-COUNT TO DC-SEAL-COUNT
                       MOVE WS-TODAY-YYYYMMDD TO DC-SEAL-DATE
                       REWRITE DSCAT-RECORD
               END-READ
               IF WS-CAT-STATUS NOT = "00" THEN
                   DISPLAY "DATASET CATALOG UPDATE FOR " FUNCTION
                    TRIM(WS-CAT-DSN) " FAILED - STATUS "
                    WS-CAT-STATUS
               END-IF
               CLOSE DSCAT-FILE
           END-IF.

      *>***************************************************************
           IF WS-RETN-BY-DAYS AND WS-RET-HAS-DATE(RX) = "N" THEN
               DISPLAY "  NOTE: NO STAT HISTORY DATE - KEPT, NOT "
                "ARCHIVED"
           END-IF
           IF WS-RETN-BY-DAYS AND WS-RET-HAS-DATE(RX) = "C" THEN
               DISPLAY "  NOTE: NOT ON STAT HISTORY - DATED FROM THE "
                "DATASET CATALOG"
           END-IF.

      *>***************************************************************

      *>********************* Event feed section **********************
      *>One event per run that had records moved to today's archives.
      *>Severity follows the job: when a pass failed (see
      *>LOG_ARCHIVE_ERROR) the counts may include records of a pass
      *>whose original was left untouched, so the event says so at 8.
      *>The feed only repeats what the job reports: failing to write
      *>it is shown on the console but never changes the RC.

       LOG_ARCHIVED_EVENT.
           IF WS-RET-LG-ARCH(RX) > 0 OR WS-RET-AU-ARCH(RX) > 0 THEN
               MOVE SPACES TO WS-EV-TEXT
               STRING "ARCHIVED LEDGER " DELIMITED BY SIZE
                   WS-RET-LG-ARCH(RX) DELIMITED BY SIZE
                   " AUDIT " DELIMITED BY SIZE
                   WS-RET-AU-ARCH(RX) DELIMITED BY SIZE
                   " RECORD(S) TO THE " DELIMITED BY SIZE
                   WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                   " ARCHIVES" DELIMITED BY SIZE
                   INTO WS-EV-TEXT
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
                   MOVE "SOLITAIRE_ARCHIVE" TO EV-PROGRAM
                   MOVE WS-RET-RUN-ID(RX) TO EV-RUN-ID
                   MOVE WS-JOB-SEVERITY TO EV-SEVERITY
                   MOVE "ARCHIVED" TO EV-CODE
                   MOVE WS-EV-TEXT TO EV-TEXT
                   WRITE EVENT-RECORD
                   CLOSE EVENT-FILE
               ELSE
                   DISPLAY "EVENT FEED (EVENTS.DAT) UNWRITABLE - "
                    "STATUS " WS-EVENT-FILE-STATUS
               END-IF
           END-IF.

      *>***************************************************************
