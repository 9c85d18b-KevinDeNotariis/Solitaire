       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_DSCAT_INVENTORY.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Inventory of the data estate from the dataset catalog
      *>(DSCAT.DAT, see dscat.cpy), written to DSCATINV.RPT:
      *>  - every catalog entry with its run id, seal count, last
      *>    verification and archive dates, and whether the dataset
      *>    is still PRESENT or MISSING,
      *>  - exceptions: catalog entries whose dataset is missing,
      *>    datasets with no owner (a run id found on none of the
      *>    run registry, the stat history, the run master or the
      *>    run requests, and not one of the engine's scratch run
      *>    ids - RERUN of SOLITAIRE_GAME_RERUN, SAMPLE of
      *>    SOLITAIRE_REPRO_AUDIT - which are owned by those
      *>    programs), and
      *>    per-run ledgers / move logs that exist but were never
      *>    cataloged (found by trying GAMELOG_<run-id>.DAT /
      *>    MOVELOG_<run-id>.DAT for every known run id and the
      *>    unsuffixed pair),
      *>  - space held per run: datasets, records and bytes (seal
      *>    count times record length) of the datasets present, the
      *>    estate-wide datasets (unsuffixed pair, dated archives,
      *>    extracts) on a line of their own, the scratch run ids
      *>    flagged with their owning program, and a grand total.
      *>PARM col 1 = E (enrol): uncataloged ledgers and move logs
      *>found are entered on the catalog - owner and creation date
      *>from the run's registry / history / run-master entry, seal
      *>count from the dataset's last integrity trailer (records
      *>counted, no seal date, when it has none). This brings the
      *>files of runs played before the catalog existed under the
      *>sweeps. Without the PARM the catalog is only read.
      *>RETURN-CODE 8 when the catalog cannot be read, 4 when any
      *>exception is listed (an uncataloged dataset just enrolled
      *>is not one), 0 when catalog and estate agree.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSCAT-FILE ASSIGN TO "DSCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-DSN
               FILE STATUS IS WS-CAT-STATUS.

           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT RUNMAST-FILE ASSIGN TO "RUNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RUNMAST-STATUS.

           *>Run requests (see SOLITAIRE_RUN_INTAKE) - a scheduled
           *>run owns its control card before it is registered.
           SELECT REQ-FILE ASSIGN TO "RUNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           *>Presence probes, ASSIGN DYNAMIC on the dataset in hand.
           *>Any dataset is probed through the ledger layout (OPEN
           *>only); the move-log layout is read when a move log is
           *>enrolled.
           SELECT LEDGER-PROBE-FILE ASSIGN DYNAMIC WS-PROBE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

           SELECT AUDIT-PROBE-FILE ASSIGN DYNAMIC WS-PROBE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.

           SELECT INV-RPT-FILE ASSIGN TO "DSCATINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DSCAT-FILE.
       COPY "dscat.cpy".

       FD  REG-FILE.
       01 REG-RECORD.
           02 RR-RUN-ID      PIC X(8).
           02 RR-RUN-DATE    PIC 9(8).
           02 RR-START-TIME  PIC 9(6).
           02 RR-NUM-GAMES   PIC 9(6).
           02 RR-SEED-MODE   PIC X.
           02 RR-MATCH-RULE  PIC X.
           02 RR-END-TIME    PIC 9(6).
           02 RR-GAMES-DONE  PIC 9(6).
           02 RR-ABORT-COUNT PIC 9(6).
           02 RR-STATUS      PIC X(8).

       FD  STAT-HIST-FILE.
       COPY "statrec.cpy".

       FD  RUNMAST-FILE.
       COPY "runmast.cpy".

      *>Only the columns SOLITAIRE_RUN_INTAKE owns are needed.
       FD  REQ-FILE.
       01 REQ-RECORD.
           02 FILLER        PIC X(98).
           02 RQ-RUN-ID     PIC X(8).
           02 RQ-STATE      PIC X(10).
           02 RQ-STATE-DATE PIC X(8).
           02 FILLER        PIC X(40).

       FD  LEDGER-PROBE-FILE.
       01 LEDGER-PROBE-RECORD PIC X(24).

       FD  AUDIT-PROBE-FILE.
       01 AUDIT-PROBE-RECORD PIC X(34).

       FD  INV-RPT-FILE.
       01 INV-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CAT-STATUS       PIC XX.
           01 WS-REG-FILE-STATUS  PIC XX.
           01 WS-STAT-FILE-STATUS PIC XX.
           01 WS-RUNMAST-STATUS   PIC XX.
           01 WS-REQ-FILE-STATUS  PIC XX.
           01 WS-PROBE-STATUS     PIC XX.
           01 WS-RPT-FILE-STATUS  PIC XX.

           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".
           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-RM-EOF PIC X VALUE "N".
               88 WS-RM-EOF-YES VALUE "Y".
           01 WS-REQ-EOF PIC X VALUE "N".
               88 WS-REQ-EOF-YES VALUE "Y".
           01 WS-CAT-EOF PIC X VALUE "N".
               88 WS-CAT-EOF-YES VALUE "Y".
           01 WS-PROBE-EOF PIC X VALUE "N".
               88 WS-PROBE-EOF-YES VALUE "Y".

           01 WS-PARM-CARD PIC X(80) VALUE SPACES.
           01 WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
               02 PARM-MODE PIC X.
               02 FILLER    PIC X(79).
           01 WS-ENROL PIC X VALUE "N".
               88 WS-ENROL-YES VALUE "Y".

           01 WS-TODAY-YYYYMMDD PIC 9(8).

           *>Every run id known to own datasets, with the date and
           *>the first source it was found on (registry, then stat
           *>history, then run master). Monthly rollups own nothing.
           01 WS-OWN-COUNT PIC 9(3) VALUE 0.
           01 WS-OWN-TABLE.
               02 WS-OWN-ENTRY OCCURS 200 TIMES INDEXED BY OX.
                   03 WS-OWN-RUN-ID   PIC X(8).
                   03 WS-OWN-RUN-DATE PIC 9(8).
                   03 WS-OWN-SOURCE   PIC X(8).
           01 WS-OWN-OVERFLOW PIC X VALUE "N".
           01 WS-LOOKUP-RUN-ID   PIC X(8).
           01 WS-LOOKUP-RUN-DATE PIC 9(8).
           01 WS-LOOKUP-SOURCE   PIC X(8).
           01 WS-OWN-FOUND PIC X VALUE "N".
               88 WS-OWN-FOUND-YES VALUE "Y".
           01 WS-OWN-IX PIC 9(3).
           01 WS-SWEEP-IX PIC 9(3).

           *>Scratch run ids the engine is called under by the
           *>re-play programs, and the program that owns each. Their
           *>move logs are emptied and refilled on every re-play, so
           *>no run record ever names them.
           01 WS-SCRATCH-TABLE.
               02 FILLER PIC X(32)
                   VALUE "RERUN   SOLITAIRE_GAME_RERUN    ".
               02 FILLER PIC X(32)
                   VALUE "SAMPLE  SOLITAIRE_REPRO_AUDIT   ".
           01 WS-SCRATCH-IDS REDEFINES WS-SCRATCH-TABLE.
               02 WS-SCRATCH-ENTRY OCCURS 2 TIMES INDEXED BY KX.
                   03 WS-SCRATCH-RUN-ID  PIC X(8).
                   03 WS-SCRATCH-PROGRAM PIC X(24).
           01 WS-SCRATCH-FOUND PIC X VALUE "N".
               88 WS-SCRATCH-FOUND-YES VALUE "Y".
           01 WS-SCRATCH-OWNER PIC X(24).

           *>Space held per run id (SPACES = estate-wide datasets).
           01 WS-SPC-COUNT PIC 9(3) VALUE 0.
           01 WS-SPC-TABLE.
               02 WS-SPC-ENTRY OCCURS 200 TIMES INDEXED BY SX.
                   03 WS-SPC-RUN-ID   PIC X(8).
                   03 WS-SPC-DATASETS PIC 9(4).
                   03 WS-SPC-RECORDS  PIC 9(12).
                   03 WS-SPC-BYTES    PIC 9(14).
           01 WS-SPC-OVERFLOW PIC X VALUE "N".
           01 WS-SPC-FOUND PIC X VALUE "N".
               88 WS-SPC-FOUND-YES VALUE "Y".
           01 WS-SPC-BYTES-ONE PIC 9(12).
           01 WS-SPC-LABEL     PIC X(8).

           *>The dataset in hand.
           01 WS-PROBE-DSN PIC X(30).
           01 WS-PRESENT PIC X VALUE "N".
               88 WS-PRESENT-YES VALUE "Y".
           01 WS-PRESENCE PIC X(7).
           01 WS-OWNER    PIC X(8).
           01 WS-EXC-TEXT PIC X(60).

           *>Uncataloged-dataset check and enrolment.
           01 WS-UNC-RUN-ID   PIC X(8).
           01 WS-UNC-RUN-DATE PIC 9(8).
           01 WS-UNC-SOURCE   PIC X(8).
           01 WS-UNC-TYPE     PIC X(8).
           01 WS-EN-COUNT     PIC 9(8).
           01 WS-EN-T-COUNT   PIC 9(8).
           01 WS-EN-T-SEEN    PIC X.
           01 WS-EN-BUFFER    PIC X(34).

           *>Totals and exception counters.
           01 WS-CAT-ENTRIES   PIC 9(6) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
           01 WS-ORPHAN-COUNT  PIC 9(6) VALUE 0.
           01 WS-UNCAT-COUNT   PIC 9(6) VALUE 0.
           01 WS-ENROLLED      PIC 9(6) VALUE 0.
           01 WS-TOT-DATASETS  PIC 9(4) VALUE 0.
           01 WS-TOT-RECORDS   PIC 9(12) VALUE 0.
           01 WS-TOT-BYTES     PIC 9(14) VALUE 0.
           01 WS-EXCEPTIONS    PIC 9(6) VALUE 0.

           01 WS-RPT-DETAIL PIC X(132).

       PROCEDURE DIVISION.

           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           IF PARM-MODE = "E" THEN
               MOVE "Y" TO WS-ENROL
           END-IF
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN OUTPUT INV-RPT-FILE
           MOVE "SOLITAIRE DATASET CATALOG INVENTORY"
            TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "INVENTORY DATE " DELIMITED BY SIZE
               WS-TODAY-YYYYMMDD DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           IF WS-ENROL-YES THEN
               MOVE "  MODE ENROL - UNCATALOGED DATASETS ARE ENTERED"
                TO WS-RPT-DETAIL(24:)
           ELSE
               MOVE "  MODE REPORT ONLY" TO WS-RPT-DETAIL(24:)
           END-IF
           MOVE WS-RPT-DETAIL TO INV-RPT-LINE
           WRITE INV-RPT-LINE

           PERFORM LOAD_RUN_REGISTRY
           PERFORM LOAD_STAT_HISTORY
           PERFORM LOAD_RUN_MASTER
           PERFORM LOAD_RUN_REQUESTS

           PERFORM OPEN_CATALOG

           IF WS-CAT-STATUS = "00" THEN
               PERFORM LIST_CATALOG
               PERFORM LIST_EXCEPTIONS
               PERFORM CHECK_UNCATALOGED_DATASETS
               CLOSE DSCAT-FILE
               PERFORM WRITE_SPACE_SECTION
               PERFORM WRITE_INVENTORY_SUMMARY
           END-IF
           CLOSE INV-RPT-FILE

           IF WS-CAT-STATUS NOT = "00" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTIONS > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

       STOP RUN.

      *>*********************** Owner section *************************
      *>Run ids that own datasets, from every place a run is
      *>recorded - the registry (driver runs), the stat history
      *>(matrix cells too), the run master (which keeps a run after
      *>its month is rolled up) and the run requests (a run
      *>scheduled but not yet played). None of the four missing is
      *>an error here; it only narrows what counts as an owner.

       LOAD_RUN_REGISTRY.
           OPEN INPUT REG-FILE
           IF WS-REG-FILE-STATUS NOT = "00" THEN
               MOVE "NOTE: NO RUN REGISTRY (RUNREG.DAT) - NOT USED "
                & "FOR OWNERS" TO INV-RPT-LINE
               WRITE INV-RPT-LINE
           ELSE
               MOVE "N" TO WS-REG-EOF
               PERFORM LOAD_RUN_REGISTRY_LOOP UNTIL WS-REG-EOF-YES
               CLOSE REG-FILE
           END-IF.

       LOAD_RUN_REGISTRY_LOOP.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   MOVE RR-RUN-ID TO WS-LOOKUP-RUN-ID
                   MOVE RR-RUN-DATE TO WS-LOOKUP-RUN-DATE
                   MOVE "REGISTRY" TO WS-LOOKUP-SOURCE
                   PERFORM NOTE_OWNER
           END-READ.

       LOAD_STAT_HISTORY.
           OPEN INPUT STAT-HIST-FILE
           IF WS-STAT-FILE-STATUS NOT = "00" THEN
               MOVE "NOTE: NO STAT HISTORY (STATHIST.DAT) - NOT USED "
                & "FOR OWNERS" TO INV-RPT-LINE
               WRITE INV-RPT-LINE
           ELSE
               MOVE "N" TO WS-STAT-EOF
               PERFORM LOAD_STAT_HISTORY_LOOP UNTIL WS-STAT-EOF-YES
               CLOSE STAT-HIST-FILE
           END-IF.

       LOAD_STAT_HISTORY_LOOP.
           READ STAT-HIST-FILE
               AT END
                   MOVE "Y" TO WS-STAT-EOF
               NOT AT END
                   *>Trailer bytes tested first - see
                   *>SOLITAIRE_ARCHIVE LOAD_RUN_DATES_LOOP.
                   IF STAT-OUT-RECORD(1:8) NOT = "*TRAILER"
                    AND SO-ROLLUP-FLAG NOT = "R" THEN
                       MOVE SO-RUN-ID TO WS-LOOKUP-RUN-ID
                       MOVE SO-RUN-DATE TO WS-LOOKUP-RUN-DATE
                       MOVE "HISTORY" TO WS-LOOKUP-SOURCE
                       PERFORM NOTE_OWNER
                   END-IF
           END-READ.

       LOAD_RUN_MASTER.
           OPEN INPUT RUNMAST-FILE
           IF WS-RUNMAST-STATUS NOT = "00" THEN
               MOVE "NOTE: RUN MASTER (RUNMAST.DAT) NOT AVAILABLE - "
                & "NOT USED FOR OWNERS" TO INV-RPT-LINE
               WRITE INV-RPT-LINE
           ELSE
               MOVE "N" TO WS-RM-EOF
               PERFORM LOAD_RUN_MASTER_LOOP UNTIL WS-RM-EOF-YES
               CLOSE RUNMAST-FILE
           END-IF.

       LOAD_RUN_MASTER_LOOP.
           READ RUNMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RM-EOF
               NOT AT END
                   MOVE RM-RUN-ID TO WS-LOOKUP-RUN-ID
                   MOVE RM-RUN-DATE TO WS-LOOKUP-RUN-DATE
                   MOVE "RUNMAST" TO WS-LOOKUP-SOURCE
                   PERFORM NOTE_OWNER
           END-READ.

      *>A rejected request never gets a control card, and its run
      *>id may be one already in use - it owns nothing.
       LOAD_RUN_REQUESTS.
           OPEN INPUT REQ-FILE
           IF WS-REQ-FILE-STATUS NOT = "00" THEN
               MOVE "NOTE: NO RUN REQUESTS (RUNREQ.DAT) - NOT USED "
                & "FOR OWNERS" TO INV-RPT-LINE
               WRITE INV-RPT-LINE
           ELSE
               MOVE "N" TO WS-REQ-EOF
               PERFORM LOAD_RUN_REQUESTS_LOOP UNTIL WS-REQ-EOF-YES
               CLOSE REQ-FILE
           END-IF.

       LOAD_RUN_REQUESTS_LOOP.
           MOVE SPACES TO REQ-RECORD
           READ REQ-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   IF RQ-RUN-ID NOT = SPACES
                    AND RQ-STATE NOT = "REJECTED" THEN
                       MOVE RQ-RUN-ID TO WS-LOOKUP-RUN-ID
                       IF RQ-STATE-DATE IS NUMERIC THEN
                           MOVE RQ-STATE-DATE TO WS-LOOKUP-RUN-DATE
                       ELSE
                           MOVE 0 TO WS-LOOKUP-RUN-DATE
                       END-IF
                       MOVE "REQUEST" TO WS-LOOKUP-SOURCE
                       PERFORM NOTE_OWNER
                   END-IF
           END-READ.

      *>Casual runs under the blank run id own the unsuffixed pair,
      *>which is estate-wide - they are not entered.
       NOTE_OWNER.
           IF WS-LOOKUP-RUN-ID NOT = SPACES THEN
               PERFORM FIND_OWNER
               IF NOT WS-OWN-FOUND-YES THEN
                   IF WS-OWN-COUNT >= 200 THEN
                       MOVE "Y" TO WS-OWN-OVERFLOW
                   ELSE
                       ADD 1 TO WS-OWN-COUNT
                       SET OX TO WS-OWN-COUNT
                       MOVE WS-LOOKUP-RUN-ID TO WS-OWN-RUN-ID(OX)
                       MOVE WS-LOOKUP-RUN-DATE TO WS-OWN-RUN-DATE(OX)
                       MOVE WS-LOOKUP-SOURCE TO WS-OWN-SOURCE(OX)
                   END-IF
               END-IF
           END-IF.

      *>WS-OWN-IX returns the entry for WS-LOOKUP-RUN-ID (0 when
      *>the run id owns nothing).
       FIND_OWNER.
           MOVE "N" TO WS-OWN-FOUND
           MOVE 0 TO WS-OWN-IX
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > WS-OWN-COUNT
            OR WS-OWN-FOUND-YES
               IF WS-OWN-RUN-ID(OX) = WS-LOOKUP-RUN-ID THEN
                   MOVE "Y" TO WS-OWN-FOUND
                   SET WS-OWN-IX TO OX
               END-IF
           END-PERFORM.

      *>***************************************************************

      *>*********************** Catalog section ***********************

       OPEN_CATALOG.
           IF WS-ENROL-YES THEN
               OPEN I-O DSCAT-FILE
               IF WS-CAT-STATUS = "35" THEN
                   OPEN OUTPUT DSCAT-FILE
                   CLOSE DSCAT-FILE
                   OPEN I-O DSCAT-FILE
               END-IF
           ELSE
               OPEN INPUT DSCAT-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "DATASET CATALOG (DSCAT.DAT) NOT AVAILABLE - "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   WS-CAT-STATUS DELIMITED BY SIZE
                   " - NO INVENTORY" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO INV-RPT-LINE
               WRITE INV-RPT-LINE
               DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           END-IF.

      *>Position at the first entry for a fresh pass in key order.
       RESTART_CATALOG.
           MOVE "N" TO WS-CAT-EOF
           MOVE LOW-VALUES TO DC-DSN
           START DSCAT-FILE KEY IS >= DC-DSN
               INVALID KEY
                   MOVE "Y" TO WS-CAT-EOF
           END-START.

      *>Stops on a READ error too (status other than 00/10 fires
      *>neither AT END nor NOT AT END); the pass is then short and
      *>said so.
       READ_CATALOG_NEXT.
           READ DSCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
           END-READ
           IF NOT WS-CAT-EOF-YES AND WS-CAT-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "*** DATASET CATALOG READ FAILED - STATUS "
                   DELIMITED BY SIZE
                   WS-CAT-STATUS DELIMITED BY SIZE
                   " - LIST INCOMPLETE ***" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO INV-RPT-LINE
               WRITE INV-RPT-LINE
               ADD 1 TO WS-EXCEPTIONS
               MOVE "Y" TO WS-CAT-EOF
           END-IF.

       PROBE_DATASET.
           OPEN INPUT LEDGER-PROBE-FILE
           IF WS-PROBE-STATUS = "00" THEN
               MOVE "Y" TO WS-PRESENT
               MOVE "PRESENT" TO WS-PRESENCE
               CLOSE LEDGER-PROBE-FILE
           ELSE
               MOVE "N" TO WS-PRESENT
               MOVE "MISSING" TO WS-PRESENCE
           END-IF.

      *>Owner of the current catalog entry: ESTATE for estate-wide
      *>datasets, SCRATCH for an engine scratch run id (owning
      *>program in WS-SCRATCH-OWNER), the source the run id was
      *>found on, else NONE.
       FIND_ENTRY_OWNER.
           IF DC-RUN-ID = SPACES THEN
               MOVE "ESTATE" TO WS-OWNER
           ELSE
               MOVE DC-RUN-ID TO WS-LOOKUP-RUN-ID
               PERFORM FIND_SCRATCH_OWNER
               IF WS-SCRATCH-FOUND-YES THEN
                   MOVE "SCRATCH" TO WS-OWNER
               ELSE
                   PERFORM FIND_OWNER
                   IF WS-OWN-FOUND-YES THEN
                       MOVE WS-OWN-SOURCE(WS-OWN-IX) TO WS-OWNER
                   ELSE
                       MOVE "NONE" TO WS-OWNER
                   END-IF
               END-IF
           END-IF.

      *>WS-SCRATCH-OWNER returns the program owning scratch run id
      *>WS-LOOKUP-RUN-ID (SPACES when it is not a scratch id).
       FIND_SCRATCH_OWNER.
           MOVE "N" TO WS-SCRATCH-FOUND
           MOVE SPACES TO WS-SCRATCH-OWNER
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 2
            OR WS-SCRATCH-FOUND-YES
               IF WS-SCRATCH-RUN-ID(KX) = WS-LOOKUP-RUN-ID THEN
                   MOVE "Y" TO WS-SCRATCH-FOUND
                   MOVE WS-SCRATCH-PROGRAM(KX) TO WS-SCRATCH-OWNER
               END-IF
           END-PERFORM.

      *>***************************************************************

      *>******************** Catalog listing section ******************

       LIST_CATALOG.
           MOVE SPACES TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE "CATALOGED DATASETS" TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE "DATASET                        RUN ID   TYPE     "
            & "CREATED BY               CREATED  RECORDS  VERIFIED "
            & "STATE    ARCHIVED FILE" TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           PERFORM RESTART_CATALOG
           PERFORM LIST_CATALOG_LOOP UNTIL WS-CAT-EOF-YES.

       LIST_CATALOG_LOOP.
           PERFORM READ_CATALOG_NEXT
           IF NOT WS-CAT-EOF-YES THEN
               PERFORM LIST_CATALOG_ENTRY
           END-IF.

       LIST_CATALOG_ENTRY.
           ADD 1 TO WS-CAT-ENTRIES
           MOVE DC-DSN TO WS-PROBE-DSN
           PERFORM PROBE_DATASET
           MOVE SPACES TO WS-RPT-DETAIL
           STRING DC-DSN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-CREATE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-SEAL-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-VERIFY-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-VERIFY-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-ARCHIVE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRESENCE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           IF WS-PRESENT-YES THEN
               MOVE DC-RUN-ID TO WS-LOOKUP-RUN-ID
               COMPUTE WS-SPC-BYTES-ONE =
                DC-SEAL-COUNT * DC-RECORD-LEN
               PERFORM NOTE_SPACE
           END-IF.

      *>***************************************************************

      *>********************** Exceptions section *********************

       LIST_EXCEPTIONS.
           MOVE SPACES TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE "EXCEPTIONS" TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           PERFORM RESTART_CATALOG
           PERFORM LIST_EXCEPTIONS_LOOP UNTIL WS-CAT-EOF-YES.

       LIST_EXCEPTIONS_LOOP.
           PERFORM READ_CATALOG_NEXT
           IF NOT WS-CAT-EOF-YES THEN
               PERFORM CHECK_ENTRY_EXCEPTIONS
           END-IF.

       CHECK_ENTRY_EXCEPTIONS.
           MOVE DC-DSN TO WS-PROBE-DSN
           PERFORM PROBE_DATASET
           IF NOT WS-PRESENT-YES THEN
               ADD 1 TO WS-MISSING-COUNT
               ADD 1 TO WS-EXCEPTIONS
               MOVE "CATALOGED, DATASET MISSING" TO WS-EXC-TEXT
               PERFORM WRITE_EXCEPTION_LINE
           END-IF
           PERFORM FIND_ENTRY_OWNER
           IF WS-OWNER = "NONE" THEN
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-EXCEPTIONS
               MOVE "NO OWNER - NOT ON REGISTRY, HISTORY, RUN MASTER "
                & "OR REQUESTS" TO WS-EXC-TEXT
               PERFORM WRITE_EXCEPTION_LINE
           END-IF.

       WRITE_EXCEPTION_LINE.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-PROBE-DSN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DC-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-TEXT DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO INV-RPT-LINE
           WRITE INV-RPT-LINE.

      *>***************************************************************

      *>****************** Uncataloged dataset section ****************
      *>The ledger and move log every known run id would have, and
      *>the unsuffixed pair, are looked up on the catalog; one that
      *>exists on disk but not on the catalog is listed, and in
      *>enrol mode entered.

       CHECK_UNCATALOGED_DATASETS.
           MOVE SPACES TO WS-UNC-RUN-ID
           MOVE 0 TO WS-UNC-RUN-DATE
           MOVE SPACES TO WS-UNC-SOURCE
           MOVE "GAMELOG.DAT" TO WS-PROBE-DSN
           MOVE "LEDGER" TO WS-UNC-TYPE
           PERFORM CHECK_UNCATALOGED
           MOVE "MOVELOG.DAT" TO WS-PROBE-DSN
           MOVE "MOVELOG" TO WS-UNC-TYPE
           PERFORM CHECK_UNCATALOGED
           PERFORM CHECK_RUN_DATASETS
               VARYING WS-SWEEP-IX FROM 1 BY 1
               UNTIL WS-SWEEP-IX > WS-OWN-COUNT.

       CHECK_RUN_DATASETS.
           MOVE WS-OWN-RUN-ID(WS-SWEEP-IX) TO WS-UNC-RUN-ID
           MOVE WS-OWN-RUN-DATE(WS-SWEEP-IX) TO WS-UNC-RUN-DATE
           MOVE WS-OWN-SOURCE(WS-SWEEP-IX) TO WS-UNC-SOURCE
           MOVE SPACES TO WS-PROBE-DSN
           STRING "GAMELOG_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNC-RUN-ID) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-PROBE-DSN
           MOVE "LEDGER" TO WS-UNC-TYPE
           PERFORM CHECK_UNCATALOGED
           MOVE SPACES TO WS-PROBE-DSN
           STRING "MOVELOG_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNC-RUN-ID) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-PROBE-DSN
           MOVE "MOVELOG" TO WS-UNC-TYPE
           PERFORM CHECK_UNCATALOGED.

       CHECK_UNCATALOGED.
           MOVE WS-PROBE-DSN TO DC-DSN
           READ DSCAT-FILE
               INVALID KEY
                   PERFORM PROBE_DATASET
                   IF WS-PRESENT-YES THEN
                       PERFORM REPORT_UNCATALOGED
                   END-IF
           END-READ.

       REPORT_UNCATALOGED.
           MOVE SPACES TO DSCAT-RECORD
           MOVE WS-UNC-RUN-ID TO DC-RUN-ID
           IF WS-ENROL-YES THEN
               PERFORM ENROL_DATASET
           ELSE
               ADD 1 TO WS-UNCAT-COUNT
               ADD 1 TO WS-EXCEPTIONS
               MOVE "NOT CATALOGED - RUN WITH PARM E TO ENROL"
                TO WS-EXC-TEXT
               PERFORM WRITE_EXCEPTION_LINE
           END-IF.

      *>The seal count is the last integrity trailer's; a dataset
      *>that was never sealed is entered with its counted records
      *>and no seal date, so SOLITAIRE_VERIFY shows it UNSEALED.
       ENROL_DATASET.
           MOVE 0 TO WS-EN-COUNT
           MOVE 0 TO WS-EN-T-COUNT
           MOVE "N" TO WS-EN-T-SEEN
           MOVE "N" TO WS-PROBE-EOF
           IF WS-UNC-TYPE = "LEDGER" THEN
               OPEN INPUT LEDGER-PROBE-FILE
               PERFORM COUNT_LEDGER_LOOP UNTIL WS-PROBE-EOF-YES
                OR (WS-PROBE-STATUS NOT = "00"
                    AND WS-PROBE-STATUS NOT = "10")
               CLOSE LEDGER-PROBE-FILE
           ELSE
               OPEN INPUT AUDIT-PROBE-FILE
               PERFORM COUNT_AUDIT_LOOP UNTIL WS-PROBE-EOF-YES
                OR (WS-PROBE-STATUS NOT = "00"
                    AND WS-PROBE-STATUS NOT = "10")
               CLOSE AUDIT-PROBE-FILE
           END-IF
           MOVE SPACES TO DSCAT-RECORD
           MOVE WS-PROBE-DSN TO DC-DSN
           MOVE WS-UNC-RUN-ID TO DC-RUN-ID
           MOVE WS-UNC-TYPE TO DC-TYPE
           IF WS-UNC-TYPE = "LEDGER" THEN
               MOVE 24 TO DC-RECORD-LEN
               *>Driver runs are registered; a run id known only
               *>from the history or run master is a matrix cell.
               IF WS-UNC-SOURCE = "HISTORY"
                OR WS-UNC-SOURCE = "RUNMAST" THEN
                   MOVE "SOLITAIRE_MATRIX" TO DC-PROGRAM
               ELSE
                   MOVE "SOLITAIRE_PLAY_N_GAMES" TO DC-PROGRAM
               END-IF
           ELSE
               MOVE 34 TO DC-RECORD-LEN
               MOVE "SOLITAIRE" TO DC-PROGRAM
           END-IF
           MOVE WS-UNC-RUN-DATE TO DC-CREATE-DATE
           IF WS-EN-T-SEEN = "Y" THEN
               MOVE WS-EN-T-COUNT TO DC-SEAL-COUNT
               MOVE WS-UNC-RUN-DATE TO DC-SEAL-DATE
           ELSE
               MOVE WS-EN-COUNT TO DC-SEAL-COUNT
               MOVE 0 TO DC-SEAL-DATE
           END-IF
           MOVE 0 TO DC-VERIFY-DATE
           MOVE 0 TO DC-ARCHIVE-DATE
           WRITE DSCAT-RECORD
           IF WS-CAT-STATUS = "00" THEN
               ADD 1 TO WS-ENROLLED
               MOVE "NOT CATALOGED - ENROLLED" TO WS-EXC-TEXT
               PERFORM WRITE_EXCEPTION_LINE
               MOVE DC-RUN-ID TO WS-LOOKUP-RUN-ID
               COMPUTE WS-SPC-BYTES-ONE =
                DC-SEAL-COUNT * DC-RECORD-LEN
               PERFORM NOTE_SPACE
           ELSE
               ADD 1 TO WS-UNCAT-COUNT
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO WS-EXC-TEXT
               STRING "NOT CATALOGED - ENROL FAILED, STATUS "
                   DELIMITED BY SIZE
                   WS-CAT-STATUS DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM WRITE_EXCEPTION_LINE
           END-IF.

       COUNT_LEDGER_LOOP.
           READ LEDGER-PROBE-FILE
               AT END
                   MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   MOVE LEDGER-PROBE-RECORD TO WS-EN-BUFFER
                   PERFORM COUNT_ENROL_RECORD
           END-READ.

       COUNT_AUDIT_LOOP.
           READ AUDIT-PROBE-FILE
               AT END
                   MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   MOVE AUDIT-PROBE-RECORD TO WS-EN-BUFFER
                   PERFORM COUNT_ENROL_RECORD
           END-READ.

       COUNT_ENROL_RECORD.
           IF WS-EN-BUFFER(1:8) = "*TRAILER" THEN
               MOVE "Y" TO WS-EN-T-SEEN
               MOVE WS-EN-BUFFER(9:8) TO WS-EN-T-COUNT
           ELSE
               ADD 1 TO WS-EN-COUNT
           END-IF.

      *>***************************************************************

      *>********************* Space per run section *******************

       NOTE_SPACE.
           MOVE "N" TO WS-SPC-FOUND
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SPC-COUNT
            OR WS-SPC-FOUND-YES
               IF WS-SPC-RUN-ID(SX) = WS-LOOKUP-RUN-ID THEN
                   MOVE "Y" TO WS-SPC-FOUND
                   ADD 1 TO WS-SPC-DATASETS(SX)
                   ADD DC-SEAL-COUNT TO WS-SPC-RECORDS(SX)
                   ADD WS-SPC-BYTES-ONE TO WS-SPC-BYTES(SX)
               END-IF
           END-PERFORM
           IF NOT WS-SPC-FOUND-YES THEN
               IF WS-SPC-COUNT >= 200 THEN
                   MOVE "Y" TO WS-SPC-OVERFLOW
               ELSE
                   ADD 1 TO WS-SPC-COUNT
                   SET SX TO WS-SPC-COUNT
                   MOVE WS-LOOKUP-RUN-ID TO WS-SPC-RUN-ID(SX)
                   MOVE 1 TO WS-SPC-DATASETS(SX)
                   MOVE DC-SEAL-COUNT TO WS-SPC-RECORDS(SX)
                   MOVE WS-SPC-BYTES-ONE TO WS-SPC-BYTES(SX)
               END-IF
           END-IF
           ADD 1 TO WS-TOT-DATASETS
           ADD DC-SEAL-COUNT TO WS-TOT-RECORDS
           ADD WS-SPC-BYTES-ONE TO WS-TOT-BYTES.

       WRITE_SPACE_SECTION.
           MOVE SPACES TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE "SPACE HELD PER RUN (DATASETS PRESENT)"
            TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE "RUN ID DATASETS       RECORDS          BYTES"
            TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           PERFORM WRITE_SPACE_LINE
               VARYING SX FROM 1 BY 1 UNTIL SX > WS-SPC-COUNT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "TOTAL      " DELIMITED BY SIZE
               WS-TOT-DATASETS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOT-RECORDS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOT-BYTES DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO INV-RPT-LINE
           WRITE INV-RPT-LINE.

       WRITE_SPACE_LINE.
           IF WS-SPC-RUN-ID(SX) = SPACES THEN
               MOVE "(ESTATE)" TO WS-SPC-LABEL
           ELSE
               MOVE WS-SPC-RUN-ID(SX) TO WS-SPC-LABEL
           END-IF
           MOVE WS-SPC-RUN-ID(SX) TO WS-LOOKUP-RUN-ID
           PERFORM FIND_SCRATCH_OWNER
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-SPC-LABEL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SPC-DATASETS(SX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SPC-RECORDS(SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SPC-BYTES(SX) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           IF WS-SCRATCH-FOUND-YES THEN
               STRING "  SCRATCH OF " DELIMITED BY SIZE
                   WS-SCRATCH-OWNER DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL(51:)
           END-IF
           MOVE WS-RPT-DETAIL TO INV-RPT-LINE
           WRITE INV-RPT-LINE.

      *>***************************************************************

      *>********************** Summary section ************************

       WRITE_INVENTORY_SUMMARY.
           IF WS-OWN-OVERFLOW = "Y" THEN
               MOVE "NOTE: OWNER TABLE FULL - RUN IDS PAST 200 SHOW "
                & "AS NO OWNER AND ARE NOT CHECKED FOR UNCATALOGED "
                & "DATASETS" TO INV-RPT-LINE
               WRITE INV-RPT-LINE
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           IF WS-SPC-OVERFLOW = "Y" THEN
               MOVE "NOTE: SPACE TABLE FULL - RUNS PAST 200 COUNTED "
                & "IN THE TOTAL ONLY" TO INV-RPT-LINE
               WRITE INV-RPT-LINE
           END-IF
           MOVE SPACES TO INV-RPT-LINE
           WRITE INV-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "CATALOG ENTRIES " DELIMITED BY SIZE
               WS-CAT-ENTRIES DELIMITED BY SIZE
               "  MISSING " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               "  NO OWNER " DELIMITED BY SIZE
               WS-ORPHAN-COUNT DELIMITED BY SIZE
               "  UNCATALOGED " DELIMITED BY SIZE
               WS-UNCAT-COUNT DELIMITED BY SIZE
               "  ENROLLED " DELIMITED BY SIZE
               WS-ENROLLED DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO INV-RPT-LINE
           WRITE INV-RPT-LINE

           DISPLAY "DATASET INVENTORY COMPLETE - ENTRIES "
            WS-CAT-ENTRIES " MISSING " WS-MISSING-COUNT
            " NO OWNER " WS-ORPHAN-COUNT
            " UNCATALOGED " WS-UNCAT-COUNT
            " ENROLLED " WS-ENROLLED
           DISPLAY "REPORT WRITTEN TO DSCATINV.RPT".
