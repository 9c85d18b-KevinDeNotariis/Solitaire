       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLITAIRE_STAT_RECOVER.
       AUTHOR. KEVIN DE NOTARIIS.
       DATE-WRITTEN. OCTOBER 15TH 2026.

      *>Rebuilds the stat-history record of a run that finished but
      *>whose STATHIST.DAT write was lost (SOLITAIRE_OPS_MONITOR's
      *>"HISTORY MISSING"), from the run's sealed ledger instead of
      *>replaying the whole run.
      *>PARM:
      *>  cols 1-8   run id (required - the unsuffixed GAMELOG.DAT
      *>             pair is never registered, so cannot be proven)
      *>  cols 9-16  deck profile the operator states the run played,
      *>             used only when the run's own records cannot
      *>             prove it; DECKCFG states the anonymous
      *>             DECKCFG.DAT deck (profile SPACES)
      *>Every field of the rebuilt record is taken from evidence and
      *>its source printed on the report:
      *>  SO-STAT          LG-FINAL-K of every GAMELOG_<run-id>.DAT
      *>                   row, after the ledger's integrity trailer
      *>                   is checked (last trailer, count and hash)
      *>  SO-NUM-GAMES,    the run's last RUNREG.DAT entry, which
      *>  abort count,     must be COMPLETE and agree with the ledger
      *>  match rule       (rows + aborts = games); corroborated by
      *>                   CHKPOINT_<run-id>.DAT when it still holds
      *>                   the run and by its RUNSTART event
      *>  SO-RUN-DATE      the run's RUNDONE event (EVENTS.DAT), else
      *>                   derived from the registry entry's date and
      *>                   start/end times (CONFIRM)
      *>  SO-DECK-PROFILE  the checkpoint or the RUNSTART event(s);
      *>                   else the PARM, or SPACES, flagged CONFIRM
      *>  SO-DECK-SIZE     the profile's DECKPROF.DAT entry; for the
      *>                   anonymous deck the CURRENT DECKCFG.DAT,
      *>                   flagged CONFIRM - it may have changed since
      *>The record is marked SO-ROLLUP-FLAG "L" (recovered from the
      *>ledger - see statrec.cpy), appended with a fresh cumulative
      *>integrity trailer, and the history is then re-read and its
      *>seal checked again. Nothing is written when the ledger is
      *>missing, unsealed or broken, when the registry and ledger
      *>disagree, when the history fails its own trailer, already
      *>holds the run, or has a monthly rollup that could contain
      *>it. The before/after proof goes to STATRCVR.RPT and the
      *>recovery onto the monitoring event feed (EVENTS.DAT).
      *>RETURN-CODE 0 recovered and every field proven, 4 recovered
      *>with fields to CONFIRM (or nothing to recover - the history
      *>already holds the run), 8 not recovered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-HIST-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           *>Per-run-id dataset naming, same convention as
           *>SOLITAIRE_PLAY_N_GAMES' BUILD_DATASET_NAMES.
           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT CHK-FILE ASSIGN DYNAMIC WS-CHK-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHK-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT DECKPROF-FILE ASSIGN TO "DECKPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-PROFILE-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT CFG-FILE ASSIGN TO "DECKCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           *>Read for the run's RUNSTART/RUNDONE evidence, then
           *>opened EXTEND / written / closed for the recovery event.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT RECOVER-RPT-FILE ASSIGN TO "STATRCVR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STAT-HIST-FILE.
       COPY "statrec.cpy".
       *>Same cumulative trailer as SOLITAIRE_PLAY_N_GAMES writes.
       01 STAT-TRAILER-RECORD.
           02 SOT-TAG   PIC X(8).
           02 SOT-COUNT PIC 9(8).
           02 SOT-HASH  PIC 9(8).
           02 FILLER    PIC X(328).

       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
           02 LG-GAME-NUM PIC 9(6).
           02 LG-FINAL-K  PIC 99.
           02 LG-SEED     PIC 9(8).
           02 LG-RUN-ID   PIC X(8).
       01 LEDGER-TRAILER-RECORD.
           02 LGR-TAG   PIC X(8).
           02 LGR-COUNT PIC 9(8).
           02 LGR-HASH  PIC 9(8).

       *>Mirrors SOLITAIRE_PLAY_N_GAMES' CHK-RECORD.
       FD  CHK-FILE.
       01 CHK-RECORD.
           02 CHK-PLAY_N_GAMES_IND PIC 9(6).
           02 CHK-SEED-BASE         PIC 9(8).
           02 CHK-RUN-ID            PIC X(8).
           02 CHK-DECK-ABORT-COUNT  PIC 9(6).
           02 CHK-STAT-TABLE.
               03 CHK-STAT PIC 9(6) OCCURS 52 TIMES.
           02 CHK-MATCH-RULE        PIC X.
           02 CHK-DECK-PROFILE      PIC X(8).
           02 CHK-SEED-MODE         PIC X.

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

       FD  DECKPROF-FILE.
       COPY "deckprof.cpy".

       FD  CFG-FILE.
       01 CFG-RECORD PIC X(6).

       FD  EVENT-FILE.
       COPY "eventrec.cpy".

       FD  RECOVER-RPT-FILE.
       01 RECOVER-RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-STAT-FILE-STATUS   PIC XX.
           01 WS-LEDGER-FILE-STATUS PIC XX.
           01 WS-CHK-FILE-STATUS    PIC XX.
           01 WS-REG-FILE-STATUS    PIC XX.
           01 WS-PROF-STATUS        PIC XX.
           01 WS-CFG-FILE-STATUS    PIC XX.
           01 WS-EVENT-FILE-STATUS  PIC XX.
           01 WS-RPT-FILE-STATUS    PIC XX.

           01 WS-PARM-CARD PIC X(80) VALUE SPACES.
           01 WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
               02 PARM-RUN-ID       PIC X(8).
               02 PARM-DECK-PROFILE PIC X(8).
               02 FILLER            PIC X(64).

           01 WS-RUN-ID PIC X(8).
           01 WS-STATED-PROFILE PIC X(8).
           01 WS-PROFILE-STATED PIC X VALUE "N".
               88 WS-PROFILE-STATED-YES VALUE "Y".

           01 WS-LEDGER-DSN PIC X(24).
           01 WS-CHK-DSN    PIC X(24).

           01 WS-TODAY PIC 9(8).

           *>The run's last registry entry - the attempt whose ledger
           *>is on disk (a later attempt would have its own entry).
           01 WS-REG-FOUND PIC X VALUE "N".
               88 WS-REG-FOUND-YES VALUE "Y".
           01 WS-REG-EOF PIC X VALUE "N".
               88 WS-REG-EOF-YES VALUE "Y".
           01 WS-REG-ENTRY.
               02 WS-RG-RUN-ID      PIC X(8).
               02 WS-RG-RUN-DATE    PIC 9(8).
               02 WS-RG-START-TIME  PIC 9(6).
               02 WS-RG-NUM-GAMES   PIC 9(6).
               02 WS-RG-SEED-MODE   PIC X.
               02 WS-RG-MATCH-RULE  PIC X.
               02 WS-RG-END-TIME    PIC 9(6).
               02 WS-RG-GAMES-DONE  PIC 9(6).
               02 WS-RG-ABORT-COUNT PIC 9(6).
               02 WS-RG-STATUS      PIC X(8).

           *>Stat history before (and, re-read, after) the append.
           01 WS-STAT-EOF PIC X VALUE "N".
               88 WS-STAT-EOF-YES VALUE "Y".
           01 WS-HIST-AVAIL PIC X VALUE "N".
               88 WS-HIST-AVAIL-YES VALUE "Y".
           01 WS-HIST-COUNT  PIC 9(8) VALUE 0.
           01 WS-HIST-HASH   PIC 9(8) VALUE 0.
           01 WS-HIST-T-SEEN PIC X VALUE "N".
           01 WS-HIST-LAST-T PIC X VALUE "N".
           01 WS-HIST-T-COUNT PIC 9(8) VALUE 0.
           01 WS-HIST-T-HASH  PIC 9(8) VALUE 0.
           01 WS-HIST-RUN-SEEN PIC X VALUE "N".
               88 WS-HIST-RUN-SEEN-YES VALUE "Y".
           01 WS-HIST-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-BEFORE-COUNT PIC 9(8) VALUE 0.
           01 WS-BEFORE-HASH  PIC 9(8) VALUE 0.
           01 WS-BEFORE-SEAL  PIC X(8).
           01 WS-AFTER-COUNT  PIC 9(8) VALUE 0.
           01 WS-AFTER-HASH   PIC 9(8) VALUE 0.

           *>Months the history already holds a rollup for - a run in
           *>one of them may be inside the rollup, not lost.
           01 WS-ROLLUP-COUNT PIC 9(3) VALUE 0.
           01 WS-ROLLUP-TABLE.
               02 WS-ROLLUP-MONTH PIC 9(6) OCCURS 240 TIMES
                   INDEXED BY UX.
           01 WS-CHECK-MONTH PIC 9(6).
           01 WS-MONTH-ROLLED PIC X VALUE "N".
               88 WS-MONTH-ROLLED-YES VALUE "Y".

           *>Ledger verification and the rebuilt distribution.
           01 WS-LEDGER-EOF PIC X VALUE "N".
               88 WS-LEDGER-EOF-YES VALUE "Y".
           01 WS-LG-COUNT   PIC 9(8) VALUE 0.
           01 WS-LG-HASH    PIC 9(8) VALUE 0.
           01 WS-LG-T-SEEN  PIC X VALUE "N".
           01 WS-LG-LAST-T  PIC X VALUE "N".
           01 WS-LG-T-COUNT PIC 9(8) VALUE 0.
           01 WS-LG-T-HASH  PIC 9(8) VALUE 0.
           01 WS-LG-FOREIGN PIC 9(8) VALUE 0.
           01 WS-LG-BAD-K   PIC 9(8) VALUE 0.
           01 WS-LG-MAX-K   PIC 99 VALUE 0.
           01 WS-LG-READ-ERR PIC X VALUE "N".
               88 WS-LG-READ-ERR-YES VALUE "Y".
           01 WS-RCV-STAT-TABLE.
               02 WS-RCV-STAT PIC 9(6) VALUE 0 OCCURS 52 TIMES
                   INDEXED BY KX.
           01 WS-EXPECTED-ROWS PIC 9(8).

           *>Checkpoint evidence (only when it still holds this run).
           01 WS-CHK-AVAIL PIC X VALUE "N".
               88 WS-CHK-AVAIL-YES VALUE "Y".
           01 WS-CK-GAME-IND     PIC 9(6).
           01 WS-CK-ABORT-COUNT  PIC 9(6).
           01 WS-CK-MATCH-RULE   PIC X.
           01 WS-CK-DECK-PROFILE PIC X(8).

           *>Event feed evidence - the last attempt's RUNSTART (and
           *>any RESUMED after it) and its RUNDONE.
           01 WS-EVENT-EOF PIC X VALUE "N".
               88 WS-EVENT-EOF-YES VALUE "Y".
           01 WS-EVT-START-SEEN PIC X VALUE "N".
               88 WS-EVT-START-SEEN-YES VALUE "Y".
           01 WS-EVT-PROFILE     PIC X(8).
           01 WS-EVT-RULE        PIC X.
           01 WS-EVT-CONFLICT PIC X VALUE "N".
               88 WS-EVT-CONFLICT-YES VALUE "Y".
           01 WS-EVT-DONE-SEEN PIC X VALUE "N".
               88 WS-EVT-DONE-SEEN-YES VALUE "Y".
           01 WS-EVT-DONE-DATE PIC 9(8).
           01 WS-EVT-HEAD      PIC X(80).
           01 WS-EVT-TAIL      PIC X(80).
           01 WS-EVT-DECK-TEXT PIC X(80).
           01 WS-EVT-THIS-PROFILE PIC X(8).
           01 WS-EVT-THIS-RULE    PIC X.
           01 WS-EVT-PARSED PIC X VALUE "N".
               88 WS-EVT-PARSED-YES VALUE "Y".

           *>The recovered values, their sources and proof state.
           01 WS-RCV-RUN-DATE     PIC 9(8).
           01 WS-RCV-DECK-PROFILE PIC X(8).
           01 WS-RCV-VALUES       PIC 99.
           01 WS-RCV-DECK-SIZE    PIC 99.
           01 WS-SRC-NUM-GAMES    PIC X(60).
           01 WS-SRC-ABORTS       PIC X(60).
           01 WS-SRC-RULE         PIC X(60).
           01 WS-SRC-RUN-DATE     PIC X(60).
           01 WS-SRC-PROFILE      PIC X(60).
           01 WS-SRC-DECK-SIZE    PIC X(60).
           01 WS-CONFIRM-COUNT PIC 9 VALUE 0.
           01 WS-PROFILE-PROVEN PIC X VALUE "N".
               88 WS-PROFILE-PROVEN-YES VALUE "Y".
           01 WS-DATE-INT PIC 9(8).
           01 WS-FIELD-STATE PIC X(8).

           01 WS-APPEND-OK PIC X VALUE "N".
               88 WS-APPEND-OK-YES VALUE "Y".

           01 WS-REFUSE-TEXT PIC X(100).
           01 WS-REFUSE-RC   PIC 9 VALUE 0.

           01 WS-EV-TIME-RAW PIC 9(8).
           01 WS-EV-TEXT PIC X(80).

           01 WS-JOB-SEVERITY PIC 9 VALUE 0.

           01 WS-RPT-DETAIL PIC X(132).
           01 WS-K-NUM PIC 99.
           01 WS-K-ED PIC Z9.

       PROCEDURE DIVISION.

           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE PARM-RUN-ID TO WS-RUN-ID
           IF WS-RUN-ID = SPACES THEN
               DISPLAY "RUN ID REQUIRED - PARM COLS 1-8 (THE "
                "UNSUFFIXED GAMELOG.DAT PAIR IS NOT REGISTERED AND "
                "CANNOT BE RECOVERED)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-DECK-PROFILE NOT = SPACES THEN
               MOVE "Y" TO WS-PROFILE-STATED
               IF PARM-DECK-PROFILE = "DECKCFG" THEN
                   MOVE SPACES TO WS-STATED-PROFILE
               ELSE
                   MOVE PARM-DECK-PROFILE TO WS-STATED-PROFILE
               END-IF
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM BUILD_DATASET_NAMES

           OPEN OUTPUT RECOVER-RPT-FILE
           PERFORM WRITE_REPORT_HEADING

           PERFORM FIND_REGISTRY_ENTRY
           PERFORM CHECK_STAT_HISTORY
           PERFORM VERIFY_LEDGER
           PERFORM CHECK_LEDGER_AGAINST_REGISTRY
           PERFORM READ_CHECKPOINT
           PERFORM SCAN_RUN_EVENTS

           PERFORM SETTLE_COUNTS_AND_RULE
           PERFORM SETTLE_RUN_DATE
           PERFORM CHECK_ROLLED_UP_MONTHS
           PERFORM SETTLE_DECK_PROFILE
           PERFORM SETTLE_DECK_SIZE

           PERFORM BUILD_RECOVERED_RECORD
           PERFORM REPORT_RECOVERED_FIELDS
           PERFORM REPORT_DISTRIBUTION

           PERFORM APPEND_STAT_RECORD
           IF WS-APPEND-OK-YES THEN
               PERFORM PROVE_STAT_HISTORY
           END-IF
           IF WS-APPEND-OK-YES THEN
               PERFORM LOG_RECOVERY_EVENT
           END-IF

           PERFORM WRITE_RECOVERY_SUMMARY
           CLOSE RECOVER-RPT-FILE

           MOVE WS-JOB-SEVERITY TO RETURN-CODE

       STOP RUN.

      *>****************** Dataset naming section *********************
      *>Mirrors BUILD_DATASET_NAMES in SOLITAIRE_PLAY_N_GAMES.

       BUILD_DATASET_NAMES.
           MOVE SPACES TO WS-LEDGER-DSN
           STRING "GAMELOG_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-LEDGER-DSN
           MOVE SPACES TO WS-CHK-DSN
           STRING "CHKPOINT_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CHK-DSN.

      *>***************************************************************

      *>********************** Evidence section ***********************

       FIND_REGISTRY_ENTRY.
           OPEN INPUT REG-FILE
           IF WS-REG-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "RUN REGISTRY (RUNREG.DAT) NOT AVAILABLE - "
                   DELIMITED BY SIZE
                   "STATUS " DELIMITED BY SIZE
                   WS-REG-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF
           PERFORM FIND_REGISTRY_LOOP UNTIL WS-REG-EOF-YES
           CLOSE REG-FILE
           IF NOT WS-REG-FOUND-YES THEN
               MOVE "RUN NOT IN THE RUN REGISTRY (RUNREG.DAT)"
                TO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "REGISTRY   ENTRY DATE " DELIMITED BY SIZE
               WS-RG-RUN-DATE DELIMITED BY SIZE
               " START " DELIMITED BY SIZE
               WS-RG-START-TIME DELIMITED BY SIZE
               " END " DELIMITED BY SIZE
               WS-RG-END-TIME DELIMITED BY SIZE
               "  GAMES " DELIMITED BY SIZE
               WS-RG-NUM-GAMES DELIMITED BY SIZE
               " DONE " DELIMITED BY SIZE
               WS-RG-GAMES-DONE DELIMITED BY SIZE
               " ABORTS " DELIMITED BY SIZE
               WS-RG-ABORT-COUNT DELIMITED BY SIZE
               "  SEED MODE " DELIMITED BY SIZE
               WS-RG-SEED-MODE DELIMITED BY SIZE
               " RULE " DELIMITED BY SIZE
               WS-RG-MATCH-RULE DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               WS-RG-STATUS DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE

           *>A RUNNING entry is resumed from its checkpoint, a FAILED
           *>one resubmitted - only a finished run has a complete
           *>ledger to rebuild from.
           IF WS-RG-STATUS NOT = "COMPLETE" THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "REGISTRY SHOWS " DELIMITED BY SIZE
                   WS-RG-STATUS DELIMITED BY SPACE
                   ", NOT COMPLETE - RESUME OR RESUBMIT THE RUN"
                   DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF.

       FIND_REGISTRY_LOOP.
           READ REG-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   IF RR-RUN-ID = WS-RUN-ID THEN
                       MOVE "Y" TO WS-REG-FOUND
                       MOVE REG-RECORD TO WS-REG-ENTRY
                   END-IF
           END-READ.

      *>Before totals, seal state, and whether the run (or a rollup
      *>that may hold it) is already there.
       CHECK_STAT_HISTORY.
           OPEN INPUT STAT-HIST-FILE
           IF WS-STAT-FILE-STATUS = "00" THEN
               MOVE "Y" TO WS-HIST-AVAIL
               MOVE "N" TO WS-STAT-EOF
               PERFORM CHECK_STAT_HISTORY_LOOP UNTIL WS-STAT-EOF-YES
               CLOSE STAT-HIST-FILE
           ELSE
               IF WS-STAT-FILE-STATUS NOT = "35" THEN
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "STATHIST.DAT NOT READABLE - STATUS "
                       DELIMITED BY SIZE
                       WS-STAT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               END-IF
           END-IF
           MOVE WS-HIST-COUNT TO WS-BEFORE-COUNT
           MOVE WS-HIST-HASH TO WS-BEFORE-HASH

           EVALUATE TRUE
               WHEN NOT WS-HIST-AVAIL-YES
                   MOVE "ABSENT" TO WS-BEFORE-SEAL
               WHEN WS-HIST-T-SEEN = "N"
                   MOVE "UNSEALED" TO WS-BEFORE-SEAL
               WHEN WS-HIST-LAST-T = "N"
                OR WS-HIST-COUNT NOT = WS-HIST-T-COUNT
                OR WS-HIST-HASH NOT = WS-HIST-T-HASH
                   MOVE "BROKEN" TO WS-BEFORE-SEAL
               WHEN OTHER
                   MOVE "SEALED" TO WS-BEFORE-SEAL
           END-EVALUATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "BEFORE     STATHIST.DAT " DELIMITED BY SIZE
               WS-BEFORE-SEAL DELIMITED BY SIZE
               " - RECORDS " DELIMITED BY SIZE
               WS-BEFORE-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               WS-BEFORE-HASH DELIMITED BY SIZE
               "  TRAILER COUNT " DELIMITED BY SIZE
               WS-HIST-T-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               WS-HIST-T-HASH DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE

           *>Resealing a damaged history would hide the damage.
           IF WS-BEFORE-SEAL = "BROKEN" THEN
               MOVE "STATHIST.DAT FAILS ITS INTEGRITY TRAILER - RUN "
                & "SOLITAIRE_VERIFY AND REPAIR IT FIRST"
                TO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF
           IF WS-HIST-RUN-SEEN-YES THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "STATHIST.DAT ALREADY HOLDS THE RUN (DATED "
                   DELIMITED BY SIZE
                   WS-HIST-RUN-DATE DELIMITED BY SIZE
                   ") - NOTHING TO RECOVER" DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               MOVE 4 TO WS-REFUSE-RC
               PERFORM REFUSE_RECOVERY
           END-IF.

       CHECK_STAT_HISTORY_LOOP.
           READ STAT-HIST-FILE
               AT END
                   MOVE "Y" TO WS-STAT-EOF
               NOT AT END
                   IF STAT-OUT-RECORD(1:8) = "*TRAILER" THEN
                       MOVE "Y" TO WS-HIST-T-SEEN
                       MOVE "Y" TO WS-HIST-LAST-T
                       MOVE SOT-COUNT TO WS-HIST-T-COUNT
                       MOVE SOT-HASH TO WS-HIST-T-HASH
                   ELSE
                       MOVE "N" TO WS-HIST-LAST-T
                       ADD 1 TO WS-HIST-COUNT
                       COMPUTE WS-HIST-HASH = FUNCTION
                        MOD(WS-HIST-HASH + SO-NUM-GAMES, 100000000)
                       PERFORM NOTE_HISTORY_RECORD
                   END-IF
           END-READ
           IF WS-STAT-FILE-STATUS NOT = "00"
            AND WS-STAT-FILE-STATUS NOT = "10" THEN
               MOVE "Y" TO WS-STAT-EOF
               MOVE "N" TO WS-HIST-LAST-T
           END-IF.

      *>Same join as SOLITAIRE_OPS_MONITOR: a record for the run
      *>dated on or after its registry entry is this run's.
       NOTE_HISTORY_RECORD.
           IF SO-ROLLUP-FLAG = "R" THEN
               IF WS-ROLLUP-COUNT < 240 THEN
                   ADD 1 TO WS-ROLLUP-COUNT
                   MOVE SO-RUN-DATE(1:6)
                    TO WS-ROLLUP-MONTH(WS-ROLLUP-COUNT)
               END-IF
           ELSE
               IF SO-RUN-ID = WS-RUN-ID
                AND SO-RUN-DATE >= WS-RG-RUN-DATE THEN
                   MOVE "Y" TO WS-HIST-RUN-SEEN
                   MOVE SO-RUN-DATE TO WS-HIST-RUN-DATE
               END-IF
           END-IF.

      *>Seal check (last trailer) and the rebuilt distribution in one
      *>pass - nothing is written unless the seal holds.
       VERIFY_LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING FUNCTION TRIM(WS-LEDGER-DSN) DELIMITED BY SIZE
                   " NOT AVAILABLE - STATUS " DELIMITED BY SIZE
                   WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF
           PERFORM VERIFY_LEDGER_LOOP UNTIL WS-LEDGER-EOF-YES
           CLOSE LEDGER-FILE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "LEDGER     " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LEDGER-DSN) DELIMITED BY SIZE
               " - ROWS " DELIMITED BY SIZE
               WS-LG-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               WS-LG-HASH DELIMITED BY SIZE
               "  TRAILER COUNT " DELIMITED BY SIZE
               WS-LG-T-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               WS-LG-T-HASH DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE

           EVALUATE TRUE
               WHEN WS-LG-READ-ERR-YES
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING FUNCTION TRIM(WS-LEDGER-DSN)
                       DELIMITED BY SIZE
                       " READ ERROR - STATUS " DELIMITED BY SIZE
                       WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               WHEN WS-LG-T-SEEN = "N"
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING FUNCTION TRIM(WS-LEDGER-DSN)
                       DELIMITED BY SIZE
                       " IS NOT SEALED (NO INTEGRITY TRAILER)"
                       DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               WHEN WS-LG-LAST-T = "N"
                OR WS-LG-COUNT NOT = WS-LG-T-COUNT
                OR WS-LG-HASH NOT = WS-LG-T-HASH
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING FUNCTION TRIM(WS-LEDGER-DSN)
                       DELIMITED BY SIZE
                       " FAILS ITS INTEGRITY TRAILER" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               WHEN WS-LG-FOREIGN > 0
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING FUNCTION TRIM(WS-LEDGER-DSN)
                       DELIMITED BY SIZE
                       " HOLDS " DELIMITED BY SIZE
                       WS-LG-FOREIGN DELIMITED BY SIZE
                       " ROW(S) OF ANOTHER RUN ID" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               WHEN WS-LG-BAD-K > 0
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING FUNCTION TRIM(WS-LEDGER-DSN)
                       DELIMITED BY SIZE
                       " HOLDS " DELIMITED BY SIZE
                       WS-LG-BAD-K DELIMITED BY SIZE
                       " ROW(S) WITH A FINAL K OUTSIDE 1-52"
                       DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               WHEN OTHER
                   MOVE "           LEDGER SEAL VERIFIED"
                    TO RECOVER-RPT-LINE
                   WRITE RECOVER-RPT-LINE
           END-EVALUATE.

       VERIFY_LEDGER_LOOP.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   IF LGR-TAG = "*TRAILER" THEN
                       MOVE "Y" TO WS-LG-T-SEEN
                       MOVE "Y" TO WS-LG-LAST-T
                       MOVE LGR-COUNT TO WS-LG-T-COUNT
                       MOVE LGR-HASH TO WS-LG-T-HASH
                   ELSE
                       MOVE "N" TO WS-LG-LAST-T
                       ADD 1 TO WS-LG-COUNT
                       COMPUTE WS-LG-HASH = FUNCTION
                        MOD(WS-LG-HASH + LG-GAME-NUM, 100000000)
                       PERFORM COUNT_LEDGER_ROW
                   END-IF
           END-READ
           IF WS-LEDGER-FILE-STATUS NOT = "00"
            AND WS-LEDGER-FILE-STATUS NOT = "10" THEN
               MOVE "Y" TO WS-LEDGER-EOF
               MOVE "Y" TO WS-LG-READ-ERR
           END-IF.

       COUNT_LEDGER_ROW.
           EVALUATE TRUE
               WHEN LG-RUN-ID NOT = WS-RUN-ID
                   ADD 1 TO WS-LG-FOREIGN
               WHEN LG-FINAL-K IS NOT NUMERIC
                   ADD 1 TO WS-LG-BAD-K
               WHEN LG-FINAL-K < 1 OR LG-FINAL-K > 52
                   ADD 1 TO WS-LG-BAD-K
               WHEN OTHER
                   ADD 1 TO WS-RCV-STAT(LG-FINAL-K)
                   IF LG-FINAL-K > WS-LG-MAX-K THEN
                       MOVE LG-FINAL-K TO WS-LG-MAX-K
                   END-IF
           END-EVALUATE.

      *>Every game is either a ledger row or a deck abort - a ledger
      *>short of that has been archived or truncated.
       CHECK_LEDGER_AGAINST_REGISTRY.
           IF WS-RG-GAMES-DONE NOT = WS-RG-NUM-GAMES THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "REGISTRY SHOWS " DELIMITED BY SIZE
                   WS-RG-GAMES-DONE DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-RG-NUM-GAMES DELIMITED BY SIZE
                   " GAMES DONE ON A COMPLETE ENTRY" DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF
           COMPUTE WS-EXPECTED-ROWS =
            WS-RG-NUM-GAMES - WS-RG-ABORT-COUNT
           IF WS-LG-COUNT NOT = WS-EXPECTED-ROWS THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "LEDGER HOLDS " DELIMITED BY SIZE
                   WS-LG-COUNT DELIMITED BY SIZE
                   " ROWS, REGISTRY GAMES LESS ABORTS IS "
                   DELIMITED BY SIZE
                   WS-EXPECTED-ROWS DELIMITED BY SIZE
                   " - LEDGER INCOMPLETE OR ARCHIVED"
                   DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF
           MOVE "           LEDGER ROWS + REGISTRY ABORTS = REGISTRY "
            & "GAMES" TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE.

      *>SOLITAIRE_PLAY_N_GAMES empties the checkpoint at normal end,
      *>so it usually holds nothing; used only when it is this run's.
       READ_CHECKPOINT.
           OPEN INPUT CHK-FILE
           IF WS-CHK-FILE-STATUS = "00" THEN
               READ CHK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-RUN-ID = WS-RUN-ID THEN
                           MOVE "Y" TO WS-CHK-AVAIL
                           MOVE CHK-PLAY_N_GAMES_IND TO WS-CK-GAME-IND
                           MOVE CHK-DECK-ABORT-COUNT
                            TO WS-CK-ABORT-COUNT
                           MOVE CHK-MATCH-RULE TO WS-CK-MATCH-RULE
                           MOVE CHK-DECK-PROFILE TO WS-CK-DECK-PROFILE
                       END-IF
               END-READ
               CLOSE CHK-FILE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-CHK-AVAIL-YES THEN
               STRING "CHECKPOINT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHK-DSN) DELIMITED BY SIZE
                   " - GAME " DELIMITED BY SIZE
                   WS-CK-GAME-IND DELIMITED BY SIZE
                   " ABORTS " DELIMITED BY SIZE
                   WS-CK-ABORT-COUNT DELIMITED BY SIZE
                   " RULE " DELIMITED BY SIZE
                   WS-CK-MATCH-RULE DELIMITED BY SIZE
                   " DECK PROFILE '" DELIMITED BY SIZE
                   WS-CK-DECK-PROFILE DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           ELSE
               STRING "CHECKPOINT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHK-DSN) DELIMITED BY SIZE
                   " - EMPTY OR NOT THIS RUN'S (RESET AT RUN END)"
                   DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE.

      *>Events from the run's own attempt: dated on or after its
      *>registry entry. A STARTED event opens a fresh attempt (a
      *>FAILED run resubmitted the same day reuses the entry); a
      *>RESUMED one must play the same deck and rule.
       SCAN_RUN_EVENTS.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-FILE-STATUS = "00" THEN
               PERFORM SCAN_RUN_EVENTS_LOOP UNTIL WS-EVENT-EOF-YES
               CLOSE EVENT-FILE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-EVT-START-SEEN-YES THEN
               STRING "EVENTS     RUNSTART RULE " DELIMITED BY SIZE
                   WS-EVT-RULE DELIMITED BY SIZE
                   " DECK PROFILE '" DELIMITED BY SIZE
                   WS-EVT-PROFILE DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           ELSE
               MOVE "EVENTS     NO READABLE RUNSTART EVENT FOR THE RUN"
                TO WS-RPT-DETAIL
           END-IF
           IF WS-EVT-CONFLICT-YES THEN
               STRING FUNCTION TRIM(WS-RPT-DETAIL TRAILING)
                   DELIMITED BY SIZE
                   " - RESUMED WITH A DIFFERENT DECK" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-EVT-DONE-SEEN-YES THEN
               STRING "           RUNDONE DATED " DELIMITED BY SIZE
                   WS-EVT-DONE-DATE DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           ELSE
               MOVE "           NO RUNDONE EVENT FOR THE RUN"
                TO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE.

       SCAN_RUN_EVENTS_LOOP.
           READ EVENT-FILE
               AT END
                   MOVE "Y" TO WS-EVENT-EOF
               NOT AT END
                   IF EV-RUN-ID = WS-RUN-ID
                    AND EV-PROGRAM = "SOLITAIRE_PLAY_N_GAMES"
                    AND EV-DATE >= WS-RG-RUN-DATE THEN
                       PERFORM NOTE_RUN_EVENT
                   END-IF
           END-READ
           IF WS-EVENT-FILE-STATUS NOT = "00"
            AND WS-EVENT-FILE-STATUS NOT = "10" THEN
               MOVE "Y" TO WS-EVENT-EOF
           END-IF.

       NOTE_RUN_EVENT.
           EVALUATE EV-CODE
               WHEN "RUNSTART"
                   PERFORM PARSE_RUNSTART_TEXT
                   IF EV-TEXT(1:7) = "STARTED" THEN
                       MOVE "N" TO WS-EVT-START-SEEN
                       MOVE "N" TO WS-EVT-CONFLICT
                       MOVE "N" TO WS-EVT-DONE-SEEN
                   END-IF
                   IF WS-EVT-PARSED-YES THEN
                       IF WS-EVT-START-SEEN-YES THEN
                           IF WS-EVT-THIS-PROFILE NOT = WS-EVT-PROFILE
                            OR WS-EVT-THIS-RULE NOT = WS-EVT-RULE THEN
                               MOVE "Y" TO WS-EVT-CONFLICT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EVT-START-SEEN
                           MOVE WS-EVT-THIS-PROFILE TO WS-EVT-PROFILE
                           MOVE WS-EVT-THIS-RULE TO WS-EVT-RULE
                       END-IF
                   END-IF
               WHEN "RUNDONE"
                   MOVE "Y" TO WS-EVT-DONE-SEEN
                   MOVE EV-DATE TO WS-EVT-DONE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>"... RULE x DECK PROFILE 'id'" or "... RULE x DECK
      *>DECKCFG.DAT" - see LOG_RUN_START_EVENT in
      *>SOLITAIRE_PLAY_N_GAMES.
       PARSE_RUNSTART_TEXT.
           MOVE "N" TO WS-EVT-PARSED
           MOVE SPACES TO WS-EVT-HEAD
           MOVE SPACES TO WS-EVT-TAIL
           MOVE SPACES TO WS-EVT-DECK-TEXT
           MOVE SPACES TO WS-EVT-THIS-PROFILE
           UNSTRING EV-TEXT DELIMITED BY " RULE "
               INTO WS-EVT-HEAD WS-EVT-TAIL
           END-UNSTRING
           MOVE WS-EVT-TAIL(1:1) TO WS-EVT-THIS-RULE
           UNSTRING WS-EVT-TAIL DELIMITED BY " DECK "
               INTO WS-EVT-HEAD WS-EVT-DECK-TEXT
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-EVT-DECK-TEXT(1:11) = "DECKCFG.DAT"
                   MOVE "Y" TO WS-EVT-PARSED
               WHEN WS-EVT-DECK-TEXT(1:9) = "PROFILE '"
                   UNSTRING WS-EVT-DECK-TEXT(10:) DELIMITED BY "'"
                       INTO WS-EVT-THIS-PROFILE
                   END-UNSTRING
                   MOVE "Y" TO WS-EVT-PARSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>***************************************************************

      *>********************* Settlement section **********************

       SETTLE_COUNTS_AND_RULE.
           MOVE "REGISTRY - LEDGER ROWS + ABORTS AGREE"
            TO WS-SRC-NUM-GAMES
           MOVE "REGISTRY" TO WS-SRC-ABORTS
           MOVE "REGISTRY" TO WS-SRC-RULE
           IF WS-CHK-AVAIL-YES THEN
               IF WS-CK-MATCH-RULE NOT = WS-RG-MATCH-RULE THEN
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "CHECKPOINT RULE " DELIMITED BY SIZE
                       WS-CK-MATCH-RULE DELIMITED BY SIZE
                       " DISAGREES WITH REGISTRY RULE "
                       DELIMITED BY SIZE
                       WS-RG-MATCH-RULE DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               END-IF
               MOVE "REGISTRY, AGREES WITH CHECKPOINT" TO WS-SRC-RULE
               IF WS-CK-GAME-IND >= WS-RG-NUM-GAMES THEN
                   IF WS-CK-ABORT-COUNT NOT = WS-RG-ABORT-COUNT THEN
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "CHECKPOINT ABORTS " DELIMITED BY SIZE
                           WS-CK-ABORT-COUNT DELIMITED BY SIZE
                           " DISAGREE WITH REGISTRY ABORTS "
                           DELIMITED BY SIZE
                           WS-RG-ABORT-COUNT DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       PERFORM REFUSE_RECOVERY
                   END-IF
                   MOVE "REGISTRY, AGREES WITH CHECKPOINT"
                    TO WS-SRC-ABORTS
               END-IF
           END-IF
           IF WS-EVT-START-SEEN-YES AND NOT WS-EVT-CONFLICT-YES THEN
               IF WS-EVT-RULE NOT = WS-RG-MATCH-RULE THEN
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RUNSTART EVENT RULE " DELIMITED BY SIZE
                       WS-EVT-RULE DELIMITED BY SIZE
                       " DISAGREES WITH REGISTRY RULE "
                       DELIMITED BY SIZE
                       WS-RG-MATCH-RULE DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               END-IF
               IF WS-CHK-AVAIL-YES THEN
                   MOVE "REGISTRY, AGREES WITH CHECKPOINT AND "
                    & "RUNSTART EVENT" TO WS-SRC-RULE
               ELSE
                   MOVE "REGISTRY, AGREES WITH RUNSTART EVENT"
                    TO WS-SRC-RULE
               END-IF
           END-IF.

      *>SO-RUN-DATE is stamped at completion - the RUNDONE event's
      *>date. Without it the date is worked out from the registry: a
      *>run that ended at an earlier clock time than it started
      *>crossed midnight (once, as far as the registry can tell).
       SETTLE_RUN_DATE.
           IF WS-EVT-DONE-SEEN-YES THEN
               MOVE WS-EVT-DONE-DATE TO WS-RCV-RUN-DATE
               MOVE "RUNDONE EVENT" TO WS-SRC-RUN-DATE
           ELSE
               MOVE WS-RG-RUN-DATE TO WS-RCV-RUN-DATE
               MOVE "REGISTRY ENTRY DATE - NO RUNDONE EVENT"
                TO WS-SRC-RUN-DATE
               IF WS-RG-END-TIME < WS-RG-START-TIME THEN
                   COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RG-RUN-DATE) + 1
                   COMPUTE WS-RCV-RUN-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE "REGISTRY ENTRY DATE + 1 (ENDED PAST "
                    & "MIDNIGHT) - NO RUNDONE EVENT" TO WS-SRC-RUN-DATE
               END-IF
               ADD 1 TO WS-CONFIRM-COUNT
           END-IF.

      *>A run whose month has been compacted may be inside the
      *>rollup rather than lost; appending it would count it twice.
       CHECK_ROLLED_UP_MONTHS.
           MOVE WS-RG-RUN-DATE(1:6) TO WS-CHECK-MONTH
           PERFORM CHECK_ROLLED_UP_MONTH
           MOVE WS-RCV-RUN-DATE(1:6) TO WS-CHECK-MONTH
           PERFORM CHECK_ROLLED_UP_MONTH
           IF WS-MONTH-ROLLED-YES THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "STATHIST.DAT HOLDS A MONTHLY ROLLUP FOR "
                   DELIMITED BY SIZE
                   WS-CHECK-MONTH DELIMITED BY SIZE
                   " - THE RUN MAY BE INSIDE IT" DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF.

       CHECK_ROLLED_UP_MONTH.
           PERFORM VARYING UX FROM 1 BY 1
            UNTIL UX > WS-ROLLUP-COUNT OR WS-MONTH-ROLLED-YES
               IF WS-ROLLUP-MONTH(UX) = WS-CHECK-MONTH THEN
                   MOVE "Y" TO WS-MONTH-ROLLED
               END-IF
           END-PERFORM.

      *>Proof is the checkpoint or the RUNSTART event(s), agreeing
      *>with each other. An operator's PARM that contradicts the
      *>proof is refused; where nothing proves the profile the PARM
      *>(or the anonymous deck) is used and flagged to CONFIRM.
       SETTLE_DECK_PROFILE.
           EVALUATE TRUE
               WHEN WS-CHK-AVAIL-YES AND WS-EVT-START-SEEN-YES
                AND NOT WS-EVT-CONFLICT-YES
                   IF WS-CK-DECK-PROFILE = WS-EVT-PROFILE THEN
                       MOVE "Y" TO WS-PROFILE-PROVEN
                       MOVE WS-CK-DECK-PROFILE TO WS-RCV-DECK-PROFILE
                       MOVE "CHECKPOINT AND RUNSTART EVENT"
                        TO WS-SRC-PROFILE
                   ELSE
                       MOVE "CHECKPOINT AND RUNSTART EVENT DISAGREE"
                        TO WS-SRC-PROFILE
                   END-IF
               WHEN WS-CHK-AVAIL-YES
                   MOVE "Y" TO WS-PROFILE-PROVEN
                   MOVE WS-CK-DECK-PROFILE TO WS-RCV-DECK-PROFILE
                   MOVE "CHECKPOINT" TO WS-SRC-PROFILE
               WHEN WS-EVT-START-SEEN-YES AND NOT WS-EVT-CONFLICT-YES
                   MOVE "Y" TO WS-PROFILE-PROVEN
                   MOVE WS-EVT-PROFILE TO WS-RCV-DECK-PROFILE
                   MOVE "RUNSTART EVENT" TO WS-SRC-PROFILE
               WHEN WS-EVT-CONFLICT-YES
                   MOVE "RUNSTART EVENTS DISAGREE" TO WS-SRC-PROFILE
               WHEN OTHER
                   MOVE "NO CHECKPOINT OR RUNSTART EVENT"
                    TO WS-SRC-PROFILE
           END-EVALUATE

           IF WS-PROFILE-PROVEN-YES THEN
               IF WS-PROFILE-STATED-YES
                AND WS-STATED-PROFILE NOT = WS-RCV-DECK-PROFILE THEN
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "PARM STATES DECK PROFILE '"
                       DELIMITED BY SIZE
                       PARM-DECK-PROFILE DELIMITED BY SPACE
                       "' BUT THE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SRC-PROFILE) DELIMITED BY SIZE
                       " PROVES '" DELIMITED BY SIZE
                       WS-RCV-DECK-PROFILE DELIMITED BY SPACE
                       "'" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   IF WS-RCV-DECK-PROFILE = SPACES THEN
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "PARM STATES DECK PROFILE '"
                           DELIMITED BY SIZE
                           PARM-DECK-PROFILE DELIMITED BY SPACE
                           "' BUT THE " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SRC-PROFILE)
                           DELIMITED BY SIZE
                           " PROVES THE DECKCFG.DAT DECK"
                           DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                   END-IF
                   PERFORM REFUSE_RECOVERY
               END-IF
           ELSE
               ADD 1 TO WS-CONFIRM-COUNT
               MOVE WS-SRC-PROFILE TO WS-RPT-DETAIL
               MOVE SPACES TO WS-SRC-PROFILE
               IF WS-PROFILE-STATED-YES THEN
                   MOVE WS-STATED-PROFILE TO WS-RCV-DECK-PROFILE
                   STRING FUNCTION TRIM(WS-RPT-DETAIL)
                       DELIMITED BY SIZE
                       " - AS STATED ON PARM" DELIMITED BY SIZE
                       INTO WS-SRC-PROFILE
               ELSE
                   MOVE SPACES TO WS-RCV-DECK-PROFILE
                   STRING FUNCTION TRIM(WS-RPT-DETAIL)
                       DELIMITED BY SIZE
                       " - DECKCFG.DAT ASSUMED" DELIMITED BY SIZE
                       INTO WS-SRC-PROFILE
               END-IF
           END-IF.

      *>Same sources and clamps as SOLITAIRE_PLAY_N_GAMES'
      *>LOAD_DECK_CONFIG. The deck must be able to hold the largest
      *>final K the ledger shows.
       SETTLE_DECK_SIZE.
           IF WS-RCV-DECK-PROFILE NOT = SPACES THEN
               PERFORM READ_DECK_PROFILE
               MOVE "DECKPROF.DAT ENTRY" TO WS-SRC-DECK-SIZE
           ELSE
               PERFORM READ_DECK_CONFIG_FILE
               ADD 1 TO WS-CONFIRM-COUNT
           END-IF
           COMPUTE WS-RCV-DECK-SIZE = 4 * WS-RCV-VALUES
           IF WS-LG-MAX-K > WS-RCV-DECK-SIZE THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "LEDGER HOLDS FINAL K " DELIMITED BY SIZE
                   WS-LG-MAX-K DELIMITED BY SIZE
                   " ABOVE DECK SIZE " DELIMITED BY SIZE
                   WS-RCV-DECK-SIZE DELIMITED BY SIZE
                   " - NOT THE DECK THE RUN PLAYED" DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF.

       READ_DECK_PROFILE.
           OPEN INPUT DECKPROF-FILE
           IF WS-PROF-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "DECK PROFILE CATALOG (DECKPROF.DAT) NOT "
                   DELIMITED BY SIZE
                   "AVAILABLE - STATUS " DELIMITED BY SIZE
                   WS-PROF-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF
           MOVE WS-RCV-DECK-PROFILE TO DP-PROFILE-ID
           READ DECKPROF-FILE
               INVALID KEY
                   CLOSE DECKPROF-FILE
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "DECK PROFILE '" DELIMITED BY SIZE
                       WS-RCV-DECK-PROFILE DELIMITED BY SPACE
                       "' NOT IN THE CATALOG - DECK SIZE UNKNOWN"
                       DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM REFUSE_RECOVERY
               NOT INVALID KEY
                   MOVE DP-VALUES-PER-SUIT TO WS-RCV-VALUES
           END-READ
           CLOSE DECKPROF-FILE
           IF WS-RCV-VALUES = 0 OR WS-RCV-VALUES > 13 THEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "DECK PROFILE '" DELIMITED BY SIZE
                   WS-RCV-DECK-PROFILE DELIMITED BY SPACE
                   "' VALUES-PER-SUIT OUT OF RANGE (1-13)"
                   DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM REFUSE_RECOVERY
           END-IF.

       READ_DECK_CONFIG_FILE.
           MOVE 10 TO WS-RCV-VALUES
           MOVE "ITALIAN DEFAULT - NO DECKCFG.DAT TODAY"
            TO WS-SRC-DECK-SIZE
           OPEN INPUT CFG-FILE
           IF WS-CFG-FILE-STATUS = "00" THEN
               READ CFG-FILE
                   AT END
                       MOVE "ITALIAN DEFAULT - DECKCFG.DAT EMPTY TODAY"
                        TO WS-SRC-DECK-SIZE
                   NOT AT END
                       MOVE CFG-RECORD(1:2) TO WS-RCV-VALUES
                       IF WS-RCV-VALUES IS NOT NUMERIC
                        OR WS-RCV-VALUES = 0
                        OR WS-RCV-VALUES > 13 THEN
                           MOVE 10 TO WS-RCV-VALUES
                           MOVE "ITALIAN DEFAULT - DECKCFG.DAT OUT OF "
                            & "RANGE TODAY" TO WS-SRC-DECK-SIZE
                       ELSE
                           MOVE "DECKCFG.DAT AS IT STANDS TODAY"
                            TO WS-SRC-DECK-SIZE
                       END-IF
               END-READ
               CLOSE CFG-FILE
           END-IF.

      *>***************************************************************

      *>********************* Recovery section ************************

       BUILD_RECOVERED_RECORD.
           MOVE SPACES TO STAT-OUT-RECORD
           MOVE WS-RCV-RUN-DATE TO SO-RUN-DATE
           MOVE WS-RUN-ID TO SO-RUN-ID
           MOVE WS-RG-NUM-GAMES TO SO-NUM-GAMES
           MOVE WS-RCV-DECK-SIZE TO SO-DECK-SIZE
           MOVE WS-RG-ABORT-COUNT TO SO-DECK-ABORT-COUNT
           MOVE WS-RCV-STAT-TABLE TO SO-STAT-TABLE
           MOVE WS-RG-MATCH-RULE TO SO-MATCH-RULE
           MOVE WS-RCV-DECK-PROFILE TO SO-DECK-PROFILE
           MOVE "L" TO SO-ROLLUP-FLAG
           IF WS-CONFIRM-COUNT > 0 THEN
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF.

      *>Appended exactly as SOLITAIRE_PLAY_N_GAMES' WRITE_STAT_HISTORY
      *>does: the record, then a trailer sealing the whole dataset.
       APPEND_STAT_RECORD.
           COMPUTE WS-AFTER-COUNT = WS-BEFORE-COUNT + 1
           COMPUTE WS-AFTER-HASH = FUNCTION
            MOD(WS-BEFORE-HASH + SO-NUM-GAMES, 100000000)
           OPEN EXTEND STAT-HIST-FILE
           IF WS-STAT-FILE-STATUS = "05"
            OR WS-STAT-FILE-STATUS = "35" THEN
               OPEN OUTPUT STAT-HIST-FILE
           END-IF
           IF WS-STAT-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "*** STATHIST.DAT COULD NOT BE OPENED FOR "
                   DELIMITED BY SIZE
                   "APPEND - STATUS " DELIMITED BY SIZE
                   WS-STAT-FILE-STATUS DELIMITED BY SIZE
                   " - NOTHING WRITTEN ***" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               PERFORM REPORT_APPEND_FAILURE
           ELSE
               WRITE STAT-OUT-RECORD
               IF WS-STAT-FILE-STATUS NOT = "00" THEN
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "*** RECOVERED RECORD WRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-STAT-FILE-STATUS DELIMITED BY SIZE
                       " - RUN SOLITAIRE_VERIFY ***" DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
                   PERFORM REPORT_APPEND_FAILURE
               ELSE
                   MOVE SPACES TO STAT-TRAILER-RECORD
                   MOVE "*TRAILER" TO SOT-TAG
                   MOVE WS-AFTER-COUNT TO SOT-COUNT
                   MOVE WS-AFTER-HASH TO SOT-HASH
                   WRITE STAT-TRAILER-RECORD
                   IF WS-STAT-FILE-STATUS NOT = "00" THEN
                       MOVE SPACES TO WS-RPT-DETAIL
                       STRING "*** TRAILER WRITE FAILED - STATUS "
                           DELIMITED BY SIZE
                           WS-STAT-FILE-STATUS DELIMITED BY SIZE
                           " - STATHIST.DAT LEFT UNSEALED, RUN "
                           DELIMITED BY SIZE
                           "SOLITAIRE_VERIFY ***" DELIMITED BY SIZE
                           INTO WS-RPT-DETAIL
                       PERFORM REPORT_APPEND_FAILURE
                   ELSE
                       MOVE "Y" TO WS-APPEND-OK
                   END-IF
               END-IF
               CLOSE STAT-HIST-FILE
           END-IF.

       REPORT_APPEND_FAILURE.
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-RPT-DETAIL)
           MOVE 8 TO WS-JOB-SEVERITY.

      *>The after half of the proof: the history re-read from disk
      *>must seal one more record, and exactly the recovered games
      *>more, than it did before - and hold the run.
       PROVE_STAT_HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-HIST-HASH
           MOVE 0 TO WS-HIST-T-COUNT
           MOVE 0 TO WS-HIST-T-HASH
           MOVE "N" TO WS-HIST-T-SEEN
           MOVE "N" TO WS-HIST-LAST-T
           MOVE "N" TO WS-HIST-RUN-SEEN
           MOVE 0 TO WS-ROLLUP-COUNT
           MOVE "N" TO WS-STAT-EOF
           OPEN INPUT STAT-HIST-FILE
           IF WS-STAT-FILE-STATUS = "00" THEN
               PERFORM CHECK_STAT_HISTORY_LOOP UNTIL WS-STAT-EOF-YES
               CLOSE STAT-HIST-FILE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "AFTER      STATHIST.DAT - RECORDS " DELIMITED BY SIZE
               WS-HIST-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               WS-HIST-HASH DELIMITED BY SIZE
               "  TRAILER COUNT " DELIMITED BY SIZE
               WS-HIST-T-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               WS-HIST-T-HASH DELIMITED BY SIZE
               "  EXPECTED " DELIMITED BY SIZE
               WS-AFTER-COUNT DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-AFTER-HASH DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           IF WS-HIST-T-SEEN = "Y"
            AND WS-HIST-LAST-T = "Y"
            AND WS-HIST-COUNT = WS-HIST-T-COUNT
            AND WS-HIST-HASH = WS-HIST-T-HASH
            AND WS-HIST-COUNT = WS-AFTER-COUNT
            AND WS-HIST-HASH = WS-AFTER-HASH
            AND WS-HIST-RUN-SEEN-YES THEN
               MOVE "           SEAL VERIFIED - RECOVERED RECORD ON "
                & "FILE" TO RECOVER-RPT-LINE
               WRITE RECOVER-RPT-LINE
           ELSE
               MOVE "*** STATHIST.DAT DOES NOT PROVE OUT AFTER THE "
                & "APPEND - RUN SOLITAIRE_VERIFY ***"
                TO RECOVER-RPT-LINE
               WRITE RECOVER-RPT-LINE
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

       LOG_RECOVERY_EVENT.
           MOVE SPACES TO WS-EV-TEXT
           IF WS-CONFIRM-COUNT > 0 THEN
               STRING "STAT HISTORY RECOVERED FROM LEDGER - "
                   DELIMITED BY SIZE
                   WS-CONFIRM-COUNT DELIMITED BY SIZE
                   " FIELD(S) TO CONFIRM, SEE STATRCVR.RPT"
                   DELIMITED BY SIZE
                   INTO WS-EV-TEXT
           ELSE
               STRING "STAT HISTORY RECOVERED FROM LEDGER - "
                   DELIMITED BY SIZE
                   WS-RG-NUM-GAMES DELIMITED BY SIZE
                   " GAMES, ALL FIELDS PROVEN" DELIMITED BY SIZE
                   INTO WS-EV-TEXT
           END-IF
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
               MOVE "SOLITAIRE_STAT_RECOVER" TO EV-PROGRAM
               MOVE WS-RUN-ID TO EV-RUN-ID
               MOVE WS-JOB-SEVERITY TO EV-SEVERITY
               MOVE "RECOVER" TO EV-CODE
               MOVE WS-EV-TEXT TO EV-TEXT
               WRITE EVENT-RECORD
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "EVENT FEED (EVENTS.DAT) UNWRITABLE - STATUS "
                WS-EVENT-FILE-STATUS
           END-IF.

      *>Anything that stops the recovery: the reason goes on the
      *>report and the console, nothing is written. RC 8 unless the
      *>caller set a milder one.
       REFUSE_RECOVERY.
           IF WS-REFUSE-RC = 0 THEN
               MOVE 8 TO WS-REFUSE-RC
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "*** NOT RECOVERED - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFUSE-TEXT) DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE SPACES TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           CLOSE RECOVER-RPT-FILE
           DISPLAY "RUN '" WS-RUN-ID "' NOT RECOVERED - "
            FUNCTION TRIM(WS-REFUSE-TEXT)
           DISPLAY "REPORT WRITTEN TO STATRCVR.RPT"
           MOVE WS-REFUSE-RC TO RETURN-CODE
           STOP RUN.

      *>***************************************************************

      *>*********************** Report section ************************

       WRITE_REPORT_HEADING.
           MOVE "STAT HISTORY RECOVERY FROM LEDGER - PROOF REPORT"
            TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "RUN ID '" DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               "'  RECOVERY DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           IF WS-PROFILE-STATED-YES THEN
               STRING FUNCTION TRIM(WS-RPT-DETAIL TRAILING)
                   DELIMITED BY SIZE
                   "  DECK PROFILE STATED ON PARM '" DELIMITED BY SIZE
                   PARM-DECK-PROFILE DELIMITED BY SPACE
                   "'" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
           END-IF
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE SPACES TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE.

       REPORT_RECOVERED_FIELDS.
           MOVE SPACES TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE "RECOVERED RECORD" TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE "  FIELD            VALUE     STATE   SOURCE"
            TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE

           MOVE "PROVEN" TO WS-FIELD-STATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-NUM-GAMES     " DELIMITED BY SIZE
               SO-NUM-GAMES DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               WS-SRC-NUM-GAMES DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  DECK ABORTS      " DELIMITED BY SIZE
               SO-DECK-ABORT-COUNT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               WS-SRC-ABORTS DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-MATCH-RULE    " DELIMITED BY SIZE
               SO-MATCH-RULE DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               WS-SRC-RULE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           IF WS-EVT-DONE-SEEN-YES THEN
               MOVE "PROVEN" TO WS-FIELD-STATE
           ELSE
               MOVE "CONFIRM" TO WS-FIELD-STATE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-RUN-DATE      " DELIMITED BY SIZE
               SO-RUN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               WS-SRC-RUN-DATE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           IF WS-PROFILE-PROVEN-YES THEN
               MOVE "PROVEN" TO WS-FIELD-STATE
           ELSE
               MOVE "CONFIRM" TO WS-FIELD-STATE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-DECK-PROFILE  " DELIMITED BY SIZE
               SO-DECK-PROFILE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               WS-SRC-PROFILE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           IF WS-PROFILE-PROVEN-YES AND SO-DECK-PROFILE NOT = SPACES
           THEN
               MOVE "PROVEN" TO WS-FIELD-STATE
           ELSE
               MOVE "CONFIRM" TO WS-FIELD-STATE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-DECK-SIZE     " DELIMITED BY SIZE
               SO-DECK-SIZE DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               WS-SRC-DECK-SIZE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           MOVE "PROVEN" TO WS-FIELD-STATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-STAT          " DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-FIELD-STATE DELIMITED BY SIZE
               "LG-FINAL-K OF THE SEALED LEDGER" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  SO-ROLLUP-FLAG   " DELIMITED BY SIZE
               SO-ROLLUP-FLAG DELIMITED BY SIZE
               "                   RECOVERED FROM THE LEDGER"
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           PERFORM WRITE_FIELD_LINE.

       WRITE_FIELD_LINE.
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE.

       REPORT_DISTRIBUTION.
           MOVE SPACES TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE "FINAL-K DISTRIBUTION REBUILT FROM THE LEDGER"
            TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           PERFORM REPORT_DISTRIBUTION_LINE
            VARYING KX FROM 1 BY 1 UNTIL KX > 52
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  TOTAL   " DELIMITED BY SIZE
               WS-LG-COUNT DELIMITED BY SIZE
               " GAMES = " DELIMITED BY SIZE
               SO-NUM-GAMES DELIMITED BY SIZE
               " PLAYED - " DELIMITED BY SIZE
               SO-DECK-ABORT-COUNT DELIMITED BY SIZE
               " DECK ABORTS" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           MOVE SPACES TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE.

       REPORT_DISTRIBUTION_LINE.
           IF WS-RCV-STAT(KX) > 0 THEN
               SET WS-K-NUM TO KX
               MOVE WS-K-NUM TO WS-K-ED
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  K = " DELIMITED BY SIZE
                   WS-K-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RCV-STAT(KX) DELIMITED BY SIZE
                   " GAMES" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
               WRITE RECOVER-RPT-LINE
           END-IF.

       WRITE_RECOVERY_SUMMARY.
           MOVE SPACES TO RECOVER-RPT-LINE
           WRITE RECOVER-RPT-LINE
           EVALUATE TRUE
               WHEN WS-JOB-SEVERITY >= 8
                   MOVE "*** RECOVERY NOT PROVEN - SEE ABOVE ***"
                    TO RECOVER-RPT-LINE
               WHEN WS-CONFIRM-COUNT > 0
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "*** RECOVERED - " DELIMITED BY SIZE
                       WS-CONFIRM-COUNT DELIMITED BY SIZE
                       " FIELD(S) NOT PROVEN BY THE RUN'S OWN "
                       DELIMITED BY SIZE
                       "RECORDS - CONFIRM THE FIELDS MARKED CONFIRM "
                       DELIMITED BY SIZE
                       "BEFORE MIXING THIS RUN ***" DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
                   MOVE WS-RPT-DETAIL TO RECOVER-RPT-LINE
               WHEN OTHER
                   MOVE "RECOVERED - EVERY FIELD PROVEN"
                    TO RECOVER-RPT-LINE
           END-EVALUATE
           WRITE RECOVER-RPT-LINE

           DISPLAY "STAT HISTORY RECOVERY FOR RUN '" WS-RUN-ID "'"
           DISPLAY "LEDGER ROWS       : " WS-LG-COUNT
           DISPLAY "GAMES / ABORTS    : " WS-RG-NUM-GAMES " / "
            WS-RG-ABORT-COUNT
           DISPLAY "RUN DATE          : " WS-RCV-RUN-DATE
           DISPLAY "DECK PROFILE      : '" WS-RCV-DECK-PROFILE "'"
           DISPLAY "FIELDS TO CONFIRM : " WS-CONFIRM-COUNT
           DISPLAY "HISTORY RECORDS   : " WS-BEFORE-COUNT " -> "
            WS-HIST-COUNT
           DISPLAY "REPORT WRITTEN TO STATRCVR.RPT".

      *>***************************************************************
